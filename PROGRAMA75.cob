           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA75.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: PROVISAO MENSAL DE 13. SALARIO E FERIAS - PARA
      *==          CADA FUNCIONARIO NAO DESLIGADO DO CADASTRO
      *==          MESTRE CALCULA O DEVIDO ATE A COMPETENCIA DA
      *==          EXECUCAO: 13. = SALARIO X AVOS DO ANO / 12
      *==          (MESMA REGRA DE AVOS DO PROGRAMA33) MENOS O JA
      *==          PAGO NO ANO; FERIAS = SALARIO X 4/3 X MESES DE
      *==          CASA NAO GOZADOS / 12 (MESES DESDE A
      *==          EMP-DATA-ADMIS, DESCONTADOS OS DIAS GOZADOS DO
      *==          FERGOZO A RAZAO DE 30 DIAS POR 12 MESES). SOMA
      *==          OS ENCARGOS PATRONAIS DO TABENC (VIGENCIA MAIS
      *==          RECENTE EM VIGOR, COMO O PROGRAMA44), AJUSTA O
      *==          SALDO DO FUNCIONARIO NO RAZAO DE PROVISOES
      *==          (ARQ. PROVISAO, CPPROVIS) AO DEVIDO E ANEXA AO
      *==          DIARIO (GLJRNL) A VARIACAO DO MES: DEBITO NA
      *==          DESPESA DE PROVISAO POR CENTRO DE CUSTO E
      *==          CREDITO NO PASSIVO (OU O INVERSO QUANDO O SALDO
      *==          CAI), CONFERIDO DEBITOS = CREDITOS. O PAGAMENTO
      *==          (PROGRAMA33, PROGRAMA42, PROGRAMA45) BAIXA A
      *==          PROVISAO PELO CPPRVPR. REPROCESSAR NO MESMO MES
      *==          SO LANCA O QUE MUDOU. MES JA FECHADO PELO
      *==          BALANCETE (GLFECHA) NAO E PROVISIONADO.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    COMPETENCIA DE ANO FECHADO NO CONTROLE
      *==                  ANUAL (ARQ. ANOFECH, CPANOFCH/CPANFWS/
      *==                  CPANFPR, PELO PROGRAMB09) NAO E
      *==                  PROVISIONADA - RECUSA AUDITADA
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-FERIAS-GOZO ASSIGN TO "FERGOZO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FERIAS-GOZO.
               SELECT ARQ-TABELA-ENCARGOS ASSIGN TO "TABENC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-ENCARGOS.
               SELECT ARQ-PROVISAO ASSIGN TO "PROVISAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRV-CHAVE
                   FILE STATUS IS WRK-FS-PROVISAO.
               SELECT ARQ-DIARIO ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DIARIO.
               SELECT ARQ-FECHAMENTO-GL ASSIGN TO "GLFECHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLF-COMPETENCIA
                   FILE STATUS IS WRK-FS-GLFECHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ75"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-FERIAS-GOZO
               LABEL RECORD IS STANDARD.
           COPY CPFERGOZ.

           FD  ARQ-TABELA-ENCARGOS
               LABEL RECORD IS STANDARD.
           COPY CPENCARG.

           FD  ARQ-PROVISAO
               LABEL RECORD IS STANDARD.
           COPY CPPROVIS.

      *    MESMO LAYOUT DO GLJRNL GRAVADO PELO PROGRAMA24
           FD  ARQ-DIARIO
               LABEL RECORD IS STANDARD.
           01  JRN-REGISTRO.
               05 JRN-DATA             PIC 9(08).
               05 JRN-LOTE             PIC 9(05).
               05 JRN-CONTA            PIC X(06).
               05 JRN-CCUSTO           PIC X(05).
               05 JRN-DC               PIC X(01).
               05 JRN-VALOR            PIC 9(13).

           FD  ARQ-FECHAMENTO-GL
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-TABELA-ENCARGOS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-ENCARGOS-OK  VALUE "00".
       77 WRK-FS-GLFECHA       PIC X(02) VALUE SPACES.
           88 WRK-FS-GLFECHA-OK          VALUE "00".
       77 WRK-GLF-FECHADO      PIC X(01) VALUE "N".
           88 WRK-GLF-FECHADO-SIM        VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

       77 WRK-PROCESSA         PIC X(01) VALUE "S".
           88 WRK-PROCESSA-SIM           VALUE "S".
       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".

       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       01 WRK-ADMISSAO.
           05 WRK-ADM-ANO          PIC 9(04).
           05 WRK-ADM-MES          PIC 9(02).
           05 WRK-ADM-DIA          PIC 9(02).

      *    ENCARGOS DO TABENC - VIGENCIA MAIS RECENTE <= DATA DA
      *    EXECUCAO, COMO NO PROGRAMA44; A PROVISAO USA A SOMA
      *    DOS PERCENTUAIS
       77 WRK-VIG-ATIVA-ENC    PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ENCARGOS    PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-ENCARGOS    PIC 9(03)V999 VALUE ZEROS.

      *    DIAS GOZADOS POR FUNCIONARIO (FERGOZO) ATE O FIM DA
      *    COMPETENCIA, CARREGADOS NA PARTIDA COMO NO PROGRAMA19
       77 WRK-FS-FERIAS-GOZO   PIC X(02) VALUE SPACES.
           88 WRK-FS-FERIAS-GOZO-OK      VALUE "00".
       77 WRK-CONTINUA-GOZO    PIC X(01) VALUE "S".
           88 WRK-CONTINUA-GOZO-SIM      VALUE "S".
       77 WRK-QTDE-GOZO        PIC 9(05) VALUE ZEROS.
       01 WRK-GOZO-TABELA.
           05 WRK-GZO-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-GZO-IDX.
               10 WRK-GZO-CODIGO       PIC 9(05).
               10 WRK-GZO-DIAS         PIC 9(05).
       77 WRK-GOZO-ACHADO      PIC X(01) VALUE "N".
           88 WRK-GOZO-ACHADO-SIM        VALUE "S".
       77 WRK-GZO-ACH-DIAS     PIC 9(05) VALUE ZEROS.

      *    CALCULO DO DEVIDO POR FUNCIONARIO
       77 WRK-AVOS-13          PIC S9(03) VALUE ZEROS.
       77 WRK-MESES-CASA       PIC S9(05) VALUE ZEROS.
       77 WRK-MESES-FERIAS     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-DEVIDO           PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ALVO-BASE        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ALVO-ENCARGO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DELTA            PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PRV-EXISTE       PIC X(01) VALUE "N".
           88 WRK-PRV-EXISTE-SIM         VALUE "S".
       77 WRK-TIPO-PROVISAO    PIC X(01) VALUE SPACES.

      *    VARIACAO DO MES POR CENTRO DE CUSTO E TIPO - VIRA O
      *    DEBITO (OU CREDITO) NA DESPESA DO CENTRO
       77 WRK-QTDE-CENTROS     PIC 9(03) VALUE ZEROS.
       01 WRK-CENTROS-TABELA.
           05 WRK-CEN-ITEM             OCCURS 100 TIMES.
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-DELTA-13     PIC S9(11)V99.
               10 WRK-CEN-DELTA-FER    PIC S9(11)V99.
       77 WRK-CENTRO-ACHADO    PIC X(01) VALUE "N".
           88 WRK-CENTRO-ACHADO-SIM      VALUE "S".
       77 WRK-I                PIC 9(03) VALUE ZEROS.
       77 WRK-LIQ-13           PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIQ-FER          PIC S9(11)V99 VALUE ZEROS.

       77 WRK-QTDE-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-AJUSTES     PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-13         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-FER        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ED-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-VALOR-S       PIC -Z.ZZZ.ZZZ.ZZ9,99.

           COPY CPPRVTB.

           COPY CPBATCH.
           COPY CPANFWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PROCESSA-SIM
                   PERFORM 0001-CARREGA-ENCARGOS
                   PERFORM 0002-CARREGA-GOZO
                   PERFORM 0003-PROVISIONA
                   PERFORM 0004-GRAVA-DIARIO
               END-IF.
               PERFORM 0005-FINALIZAR.

      *    COMPETENCIA = MES DA EXECUCAO, COMO NA FOLHA MENSAL
      *    (PROGRAMA12); MES FECHADO PELO BALANCETE NAO RECEBE
      *    LANCAMENTO NOVO
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               MOVE BAT-DATA (1:6) TO WRK-COMPETENCIA.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               MOVE WRK-COMPETENCIA TO GLF-COMPETENCIA.
               PERFORM 8500-CONSULTA-FECHAMENTO.
               IF WRK-GLF-FECHADO-SIM
                   DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                       " JA FECHADA PELO BALANCETE - PROVISAO NAO "
                       "CALCULADA"
                   MOVE "N" TO WRK-PROCESSA
               END-IF.
               IF WRK-PROCESSA-SIM
                   PERFORM 0000-A-CONFERE-ANO
               END-IF.
               IF WRK-PROCESSA-SIM
                   OPEN INPUT CADASTRO-MESTRE
                   IF WRK-FS-MESTRE-OK
                       MOVE "S" TO WRK-MESTRE-DISPONIVEL
                   ELSE
                       DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                           WRK-FS-MESTRE
                       MOVE "N" TO WRK-PROCESSA
                   END-IF
               END-IF.
               IF WRK-PROCESSA-SIM
                   PERFORM 7950-ABRE-PROVISAO
                   IF NOT WRK-PROVISAO-DISPONIVEL-SIM
                       MOVE "N" TO WRK-PROCESSA
                   END-IF
               END-IF.

      *    ANO FECHADO PELO FECHAMENTO ANUAL (PROGRAMB09) NAO
      *    RECEBE PROVISAO SEM A REABERTURA AUDITADA
       0000-A-CONFERE-ANO      SECTION.
               MOVE WRK-COMPETENCIA (1:4) TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "PROVISAO RECUSADA - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE "N" TO WRK-PROCESSA
                   MOVE SPACES       TO AUD-DESCRICAO
                   MOVE "PROGRAMA75" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " PROVISAO COMP "
                       WRK-COMPETENCIA " RECUSADA - ANO FECHADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    CARGA DO TABENC - UMA VIGENCIA MAIS NOVA (MAS JA EM
      *    VIGOR) SUBSTITUI A QUE ESTAVA SENDO ACUMULADA
       0001-CARREGA-ENCARGOS   SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-TABELA-ENCARGOS.
               IF WRK-FS-TABELA-ENCARGOS-OK
                   PERFORM 0001-A-CARREGA-UM
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-TABELA-ENCARGOS
               ELSE
                   CLOSE ARQ-TABELA-ENCARGOS
               END-IF.
               IF WRK-QTDE-ENCARGOS = ZEROS
                   DISPLAY "TABELA DE ENCARGOS (TABENC) AUSENTE "
                       "OU SEM VIGENCIA APLICAVEL - PROVISAO SEM "
                       "ENCARGOS"
               ELSE
                   DISPLAY "ENCARGOS CARREGADOS - VIGENCIA "
                       WRK-VIG-ATIVA-ENC " COM "
                       WRK-QTDE-ENCARGOS " ENCARGOS, TOTAL "
                       WRK-PERC-ENCARGOS " %"
               END-IF.

       0001-A-CARREGA-UM       SECTION.
               READ ARQ-TABELA-ENCARGOS
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       IF ENC-VIGENCIA <= BAT-DATA
                           PERFORM 0001-B-ANEXA-ENCARGO
                       END-IF
               END-READ.

       0001-B-ANEXA-ENCARGO    SECTION.
               IF ENC-VIGENCIA > WRK-VIG-ATIVA-ENC
                   MOVE ENC-VIGENCIA TO WRK-VIG-ATIVA-ENC
                   MOVE ZEROS        TO WRK-QTDE-ENCARGOS
                   MOVE ZEROS        TO WRK-PERC-ENCARGOS
               END-IF.
               IF ENC-VIGENCIA = WRK-VIG-ATIVA-ENC
                   AND WRK-QTDE-ENCARGOS < 10
                   ADD 1        TO WRK-QTDE-ENCARGOS
                   ADD ENC-PERC TO WRK-PERC-ENCARGOS
               END-IF.

      *    SO GOZO INICIADO ATE A COMPETENCIA CONSOME PERIODO
       0002-CARREGA-GOZO       SECTION.
               MOVE ZEROS TO WRK-QTDE-GOZO.
               MOVE "S"   TO WRK-CONTINUA-GOZO.
               OPEN INPUT ARQ-FERIAS-GOZO.
               IF WRK-FS-FERIAS-GOZO-OK
                   PERFORM 0002-A-CARREGA-UM-GOZO
                       UNTIL NOT WRK-CONTINUA-GOZO-SIM
                   CLOSE ARQ-FERIAS-GOZO
                   DISPLAY "HISTORICO DE GOZO CARREGADO - "
                       WRK-QTDE-GOZO " FUNCIONARIOS COM GOZO"
               ELSE
                   CLOSE ARQ-FERIAS-GOZO
                   DISPLAY "HISTORICO DE GOZO (FERGOZO) AUSENTE - "
                       "FERIAS PROVISIONADAS SO PELA ADMISSAO"
               END-IF.

       0002-A-CARREGA-UM-GOZO  SECTION.
               READ ARQ-FERIAS-GOZO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-GOZO
                   NOT AT END
                       IF FGZ-DATA-INICIO (1:6) <= WRK-COMPETENCIA
                           PERFORM 0002-B-ANEXA-GOZO
                       END-IF
               END-READ.

       0002-B-ANEXA-GOZO       SECTION.
               MOVE "N" TO WRK-GOZO-ACHADO.
               PERFORM 0002-C-ATUALIZA-GOZO
                   VARYING WRK-GZO-IDX FROM 1 BY 1
                   UNTIL WRK-GZO-IDX > WRK-QTDE-GOZO
                      OR WRK-GOZO-ACHADO-SIM.
               IF NOT WRK-GOZO-ACHADO-SIM
                   IF WRK-QTDE-GOZO < 9999
                       ADD 1 TO WRK-QTDE-GOZO
                       MOVE FGZ-CODIGO TO
                           WRK-GZO-CODIGO (WRK-QTDE-GOZO)
                       MOVE FGZ-DIAS TO
                           WRK-GZO-DIAS (WRK-QTDE-GOZO)
                   ELSE
                       MOVE "N" TO WRK-CONTINUA-GOZO
                       DISPLAY "*** MAIS DE 9999 FUNCIONARIOS COM "
                           "GOZO - AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0002-C-ATUALIZA-GOZO    SECTION.
               IF WRK-GZO-CODIGO (WRK-GZO-IDX) = FGZ-CODIGO
                   MOVE "S" TO WRK-GOZO-ACHADO
                   ADD FGZ-DIAS TO WRK-GZO-DIAS (WRK-GZO-IDX)
               END-IF.

       0003-PROVISIONA         SECTION.
               MOVE ZEROS TO EMP-CODIGO.
               START CADASTRO-MESTRE KEY IS NOT LESS THAN EMP-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-START.
               PERFORM 0003-A-LE-FUNCIONARIO
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.

      *    ADMITIDO DEPOIS DA COMPETENCIA OU SEM ADMISSAO NAO TEM
      *    PERIODO AQUISITIVO A PROVISIONAR
       0003-A-LE-FUNCIONARIO   SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       IF NOT EMP-DESLIGADO
                           AND EMP-DATA-ADMIS > ZEROS
                           AND EMP-DATA-ADMIS (1:6) <= WRK-COMPETENCIA
                           ADD 1 TO WRK-QTDE-FUNC
                           MOVE EMP-DATA-ADMIS TO WRK-ADMISSAO
                           PERFORM 0003-B-PROVISAO-13
                           PERFORM 0003-C-PROVISAO-FERIAS
                       END-IF
               END-READ.

      *    AVOS DO ANO ATE A COMPETENCIA - ADMITIDO NO ANO CONTA
      *    DO MES DA ADMISSAO, PERDENDO O MES SE ENTROU DEPOIS DO
      *    DIA 15 (REGRA DO PROGRAMA33); O 13. JA PAGO NO ANO SAI
      *    DO DEVIDO
       0003-B-PROVISAO-13      SECTION.
               IF WRK-ADM-ANO < WRK-COMP-ANO
                   MOVE WRK-COMP-MES TO WRK-AVOS-13
               ELSE
                   COMPUTE WRK-AVOS-13 =
                       WRK-COMP-MES - WRK-ADM-MES + 1
                   IF WRK-ADM-DIA > 15
                       SUBTRACT 1 FROM WRK-AVOS-13
                   END-IF
               END-IF.
               IF WRK-AVOS-13 < ZEROS
                   MOVE ZEROS TO WRK-AVOS-13
               END-IF.
               MOVE "D" TO WRK-TIPO-PROVISAO.
               PERFORM 0003-D-LE-PROVISAO.
               COMPUTE WRK-DEVIDO ROUNDED =
                   EMP-SALARIO * WRK-AVOS-13 / 12
                   - PRV-BAIXADO-ANO.
               PERFORM 0003-E-AJUSTA-PROVISAO.
               ADD PRV-SALDO-BASE    TO WRK-SALDO-13.
               ADD PRV-SALDO-ENCARGO TO WRK-SALDO-13.

      *    MESES DE CASA ATE A COMPETENCIA (MES DA ADMISSAO SO
      *    CONTA SE ENTROU ATE O DIA 15) MENOS OS JA GOZADOS - 30
      *    DIAS DE GOZO QUITAM 12 MESES
       0003-C-PROVISAO-FERIAS  SECTION.
               COMPUTE WRK-MESES-CASA =
                   (WRK-COMP-ANO - WRK-ADM-ANO) * 12
                   + WRK-COMP-MES - WRK-ADM-MES + 1.
               IF WRK-ADM-DIA > 15
                   SUBTRACT 1 FROM WRK-MESES-CASA
               END-IF.
               MOVE ZEROS TO WRK-GZO-ACH-DIAS.
               MOVE "N"   TO WRK-GOZO-ACHADO.
               PERFORM 0003-F-PROCURA-GOZO
                   VARYING WRK-GZO-IDX FROM 1 BY 1
                   UNTIL WRK-GZO-IDX > WRK-QTDE-GOZO
                      OR WRK-GOZO-ACHADO-SIM.
               COMPUTE WRK-MESES-FERIAS =
                   WRK-MESES-CASA - WRK-GZO-ACH-DIAS * 0,4.
               MOVE "F" TO WRK-TIPO-PROVISAO.
               PERFORM 0003-D-LE-PROVISAO.
               COMPUTE WRK-DEVIDO ROUNDED =
                   EMP-SALARIO * 4 / 3 * WRK-MESES-FERIAS / 12.
               PERFORM 0003-E-AJUSTA-PROVISAO.
               ADD PRV-SALDO-BASE    TO WRK-SALDO-FER.
               ADD PRV-SALDO-ENCARGO TO WRK-SALDO-FER.

      *    FUNCIONARIO SEM PROVISAO AINDA COMECA DE SALDO ZERO; A
      *    VIRADA DO ANO ZERA O 13. JA PAGO
       0003-D-LE-PROVISAO      SECTION.
               MOVE EMP-CODIGO        TO PRV-CODIGO.
               MOVE WRK-TIPO-PROVISAO TO PRV-TIPO.
               READ ARQ-PROVISAO
                   INVALID KEY
                       MOVE "N" TO WRK-PRV-EXISTE
                       MOVE ZEROS TO PRV-SALDO-BASE
                       MOVE ZEROS TO PRV-SALDO-ENCARGO
                       MOVE WRK-COMP-ANO TO PRV-ANO-REF
                       MOVE ZEROS TO PRV-BAIXADO-ANO
                       MOVE ZEROS TO PRV-ULT-PARCELA
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PRV-EXISTE
               END-READ.
               IF PRV-ANO-REF NOT = WRK-COMP-ANO
                   MOVE WRK-COMP-ANO TO PRV-ANO-REF
                   MOVE ZEROS TO PRV-BAIXADO-ANO
                   MOVE ZEROS TO PRV-ULT-PARCELA
               END-IF.

      *    SALDO DO FUNCIONARIO PASSA A SER O DEVIDO (MAIS OS
      *    ENCARGOS); A DIFERENCA PARA O SALDO ANTERIOR E O QUE
      *    VAI PARA O DIARIO
       0003-E-AJUSTA-PROVISAO  SECTION.
               IF WRK-DEVIDO < ZEROS
                   MOVE ZEROS TO WRK-ALVO-BASE
               ELSE
                   MOVE WRK-DEVIDO TO WRK-ALVO-BASE
               END-IF.
               COMPUTE WRK-ALVO-ENCARGO ROUNDED =
                   WRK-ALVO-BASE * WRK-PERC-ENCARGOS / 100.
               COMPUTE WRK-DELTA =
                   WRK-ALVO-BASE + WRK-ALVO-ENCARGO
                   - PRV-SALDO-BASE - PRV-SALDO-ENCARGO.
               MOVE WRK-ALVO-BASE    TO PRV-SALDO-BASE.
               MOVE WRK-ALVO-ENCARGO TO PRV-SALDO-ENCARGO.
               MOVE EMP-CCUSTO       TO PRV-CCUSTO.
               MOVE WRK-COMPETENCIA  TO PRV-ULT-COMPETENCIA.
               MOVE BAT-DATA         TO PRV-DATA.
               MOVE BAT-NUMERO       TO PRV-LOTE.
               IF WRK-PRV-EXISTE-SIM
                   REWRITE PRV-REGISTRO
               ELSE
                   WRITE PRV-REGISTRO
               END-IF.
               IF WRK-DELTA NOT = ZEROS
                   ADD 1 TO WRK-QTDE-AJUSTES
                   PERFORM 0003-G-ACUMULA-CENTRO
               END-IF.

       0003-F-PROCURA-GOZO     SECTION.
               IF WRK-GZO-CODIGO (WRK-GZO-IDX) = EMP-CODIGO
                   MOVE "S" TO WRK-GOZO-ACHADO
                   MOVE WRK-GZO-DIAS (WRK-GZO-IDX)
                       TO WRK-GZO-ACH-DIAS
               END-IF.

       0003-G-ACUMULA-CENTRO   SECTION.
               MOVE "N" TO WRK-CENTRO-ACHADO.
               PERFORM 0003-H-PROCURA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS
                      OR WRK-CENTRO-ACHADO-SIM.
               IF WRK-CENTRO-ACHADO-SIM
                   SUBTRACT 1 FROM WRK-I
               ELSE
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-QTDE-CENTROS TO WRK-I
                       MOVE EMP-CCUSTO TO WRK-CEN-CCUSTO (WRK-I)
                       MOVE ZEROS      TO WRK-CEN-DELTA-13 (WRK-I)
                       MOVE ZEROS      TO WRK-CEN-DELTA-FER (WRK-I)
                       MOVE "S" TO WRK-CENTRO-ACHADO
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS DE CUSTO - "
                           "AUMENTAR A TABELA *** CODIGO "
                           EMP-CODIGO
                   END-IF
               END-IF.
               IF WRK-CENTRO-ACHADO-SIM
                   IF PRV-DECIMO
                       ADD WRK-DELTA TO WRK-CEN-DELTA-13 (WRK-I)
                   ELSE
                       ADD WRK-DELTA TO WRK-CEN-DELTA-FER (WRK-I)
                   END-IF
               END-IF.

       0003-H-PROCURA-CENTRO   SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) = EMP-CCUSTO
                   MOVE "S" TO WRK-CENTRO-ACHADO
               END-IF.

      *    DESPESA POR CENTRO (DEBITO QUANDO A PROVISAO SOBE,
      *    CREDITO QUANDO CAI) E A CONTRAPARTIDA LIQUIDA NO
      *    PASSIVO SEM CENTRO - CONFERIDO DEBITOS = CREDITOS COMO
      *    O PROGRAMA24
       0004-GRAVA-DIARIO       SECTION.
               PERFORM 0004-A-LANCA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS.
               MOVE SPACES TO WRK-PRV-LAN-CCUSTO.
               IF WRK-LIQ-13 NOT = ZEROS
                   MOVE WRK-PRV-CONTA-PASS-13 TO WRK-PRV-LAN-CONTA
                   IF WRK-LIQ-13 > ZEROS
                       MOVE "C" TO WRK-PRV-LAN-DC
                       MOVE WRK-LIQ-13 TO WRK-PRV-LAN-VALOR
                   ELSE
                       MOVE "D" TO WRK-PRV-LAN-DC
                       COMPUTE WRK-PRV-LAN-VALOR = 0 - WRK-LIQ-13
                   END-IF
                   PERFORM 7954-GRAVA-LANCAMENTO
               END-IF.
               IF WRK-LIQ-FER NOT = ZEROS
                   MOVE WRK-PRV-CONTA-PASS-FER TO WRK-PRV-LAN-CONTA
                   IF WRK-LIQ-FER > ZEROS
                       MOVE "C" TO WRK-PRV-LAN-DC
                       MOVE WRK-LIQ-FER TO WRK-PRV-LAN-VALOR
                   ELSE
                       MOVE "D" TO WRK-PRV-LAN-DC
                       COMPUTE WRK-PRV-LAN-VALOR = 0 - WRK-LIQ-FER
                   END-IF
                   PERFORM 7954-GRAVA-LANCAMENTO
               END-IF.
               IF WRK-PRV-TOTAL-DEBITOS = WRK-PRV-TOTAL-CREDITOS
                   DISPLAY "DIARIO DE PROVISOES BALANCEADO (GLJRNL) "
                       "- " WRK-PRV-QTDE-LANCTOS " LANCAMENTOS, "
                       "TOTAL " WRK-PRV-TOTAL-DEBITOS " CENTAVOS"
               ELSE
                   DISPLAY "*** DIARIO DE PROVISOES FORA DE BALANCO "
                       "- DEBITOS " WRK-PRV-TOTAL-DEBITOS
                       " CREDITOS " WRK-PRV-TOTAL-CREDITOS
                       " - CONFERIR ANTES DE FECHAR ***"
               END-IF.
               DISPLAY "PROVISAO DA COMPETENCIA " WRK-COMPETENCIA
                   " - " WRK-QTDE-FUNC " FUNCIONARIOS, "
                   WRK-QTDE-AJUSTES " SALDOS AJUSTADOS".
               MOVE WRK-SALDO-13 TO WRK-ED-VALOR.
               DISPLAY "  SALDO PROVISAO 13. SALARIO...: "
                   WRK-ED-VALOR.
               MOVE WRK-SALDO-FER TO WRK-ED-VALOR.
               DISPLAY "  SALDO PROVISAO FERIAS + 1/3..: "
                   WRK-ED-VALOR.
               MOVE WRK-LIQ-13 TO WRK-ED-VALOR-S.
               DISPLAY "  VARIACAO DO MES 13. SALARIO..: "
                   WRK-ED-VALOR-S.
               MOVE WRK-LIQ-FER TO WRK-ED-VALOR-S.
               DISPLAY "  VARIACAO DO MES FERIAS.......: "
                   WRK-ED-VALOR-S.
               MOVE "PROGRAMA75" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " PROVISAO COMP "
                   WRK-COMPETENCIA " AJUSTES " WRK-QTDE-AJUSTES
                   " LANCTOS " WRK-PRV-QTDE-LANCTOS " TOTAL "
                   WRK-PRV-TOTAL-DEBITOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0004-A-LANCA-CENTRO     SECTION.
               MOVE WRK-CEN-CCUSTO (WRK-I) TO WRK-PRV-LAN-CCUSTO.
               ADD WRK-CEN-DELTA-13 (WRK-I)  TO WRK-LIQ-13.
               ADD WRK-CEN-DELTA-FER (WRK-I) TO WRK-LIQ-FER.
               IF WRK-CEN-DELTA-13 (WRK-I) NOT = ZEROS
                   MOVE WRK-PRV-CONTA-DESP-13 TO WRK-PRV-LAN-CONTA
                   IF WRK-CEN-DELTA-13 (WRK-I) > ZEROS
                       MOVE "D" TO WRK-PRV-LAN-DC
                       MOVE WRK-CEN-DELTA-13 (WRK-I)
                           TO WRK-PRV-LAN-VALOR
                   ELSE
                       MOVE "C" TO WRK-PRV-LAN-DC
                       COMPUTE WRK-PRV-LAN-VALOR =
                           0 - WRK-CEN-DELTA-13 (WRK-I)
                   END-IF
                   PERFORM 7954-GRAVA-LANCAMENTO
               END-IF.
               IF WRK-CEN-DELTA-FER (WRK-I) NOT = ZEROS
                   MOVE WRK-PRV-CONTA-DESP-FER TO WRK-PRV-LAN-CONTA
                   IF WRK-CEN-DELTA-FER (WRK-I) > ZEROS
                       MOVE "D" TO WRK-PRV-LAN-DC
                       MOVE WRK-CEN-DELTA-FER (WRK-I)
                           TO WRK-PRV-LAN-VALOR
                   ELSE
                       MOVE "C" TO WRK-PRV-LAN-DC
                       COMPUTE WRK-PRV-LAN-VALOR =
                           0 - WRK-CEN-DELTA-FER (WRK-I)
                   END-IF
                   PERFORM 7954-GRAVA-LANCAMENTO
               END-IF.

       0005-FINALIZAR          SECTION.
               PERFORM 7955-FECHA-PROVISAO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPGLFPR.

           COPY CPPRVPR.

           COPY CPANFPR.
