      *==                  MESMA CONTA O ORCADO X REALIZADO
      *==                  (PROGRAMA59) SOMAVA O FGTS COMO
      *==                  DESPESA DE SALARIO
      *== 15/10/26   WS    BASE PROPORCIONAL AOS DIAS DA
      *==                  COMPETENCIA (CADASTRO AFASTAM, CPAFAPR):
      *==                  DOENCA APOS A CARENCIA E LICENCA NAO
      *==                  REMUNERADA NAO DEPOSITAM; ACIDENTE DE
      *==                  TRABALHO, MATERNIDADE E SERVICO MILITAR
      *==                  CONTINUAM DEPOSITANDO SOBRE O SALARIO
      *==                  DOS DIAS AFASTADOS
      *== 15/10/26   WS    UMA REMESSA POR ESTABELECIMENTO (NOVO
      *==                  CARTAO, 000 = MATRIZ): SO ENTRAM OS
      *==                  FUNCIONARIOS DO EMPREGADOR ESCOLHIDO E
      *==                  O CABECALHO LEVA O CNPJ DO CADASTRO
      *==                  ESTAB (CPESTAB/CPESTWS/CPESTPR)
      *== 15/10/26   WS    CARIMBO DE CONCLUSAO NO RUNCTL
      *==                  (CPRUNCTL/CPRUNCPR) PARA O CALENDARIO
      *==                  DA FOLHA (PROGRAMA89)
      *== 15/10/26   WS    BASE DO FGTS LIDA NA SEQUENCIA 00 DO
      *==                  FOLHAHST (FOLHA MENSAL DA COMPETENCIA)
      *== 15/10/26   WS    DESPESA DE FGTS NO DIARIO DIVIDIDA PELO
      *==                  RATEIO DE CENTRO DE CUSTO EM VIGOR NO FIM
      *==                  DA COMPETENCIA (ARQ. RATEIO, CPRATPR)
      *== 15/10/26   WS    APRENDIZ (EMP-APRENDIZ) DEPOSITA A 2% (LEI
      *==                  8.036/90, ART. 15, PAR. 7O) EM VEZ DE 8%
      *== 15/10/26   WS    O FGTSREM GERADO ENTRA NO REGISTRO DE
      *==                  TRANSMISSOES (ARQ. TRANSMIT, CPTRANSM/
      *==                  CPTRNWS/CPTRNPR) COM QTDE, TOTAL, HASH E
      *==                  LOTE - A LIBERACAO E PELO PROGRAMB07
      *== 15/10/26   WS    COMPETENCIA DE ANO FECHADO NO CONTROLE
      *==                  ANUAL (ARQ. ANOFECH, CPANOFCH/CPANFWS/
      *==                  CPANFPR, PELO PROGRAMB09) RECUSADA E
      *==                  AUDITADA - SEM REMESSA, SEM GLJRNL E SEM
      *==                  CARIMBO NO RUNCTL
      *== 15/10/26   WS    FGTSREM REGISTRADO NO TRANSMIT COM O GRUPO
      *==                  ESTABELECIMENTO + COMPETENCIA - A GERACAO
      *==                  NOVA DO MESMO GRUPO SUPERA A ANTERIOR NA
      *==                  LIBERACAO DO PROGRAMB07
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-CHAVE
                   FILE STATUS IS WRK-FS-TRANSMIT.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ43"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AFT-CHAVE
                   FILE STATUS IS WRK-FS-AFASTAM.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-RATEIO ASSIGN TO "RATEIO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAT-CHAVE
                   FILE STATUS IS WRK-FS-RATEIO.

           DATA DIVISION.
           FILE                    SECTION.
               05 FGR-CAB-OPERADOR     PIC X(10).
               05 FGR-CAB-LOTE         PIC 9(05).
               05 FGR-CAB-COMPETENCIA  PIC 9(06).
               05 FGR-CAB-CNPJ         PIC 9(14).
               05 FILLER               PIC X(16).
           01  FGR-DETALHE-REC REDEFINES FGR-CABECALHO-REC.
               05 FGR-DET-TIPO         PIC X(01).
               05 FGR-DET-CODIGO       PIC 9(05).
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRANSMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPTRANSM.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-AFASTAMENTOS
               LABEL RECORD IS STANDARD.
           COPY CPAFAST.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
           88 WRK-FS-RUNCTL-NAO-EXISTE   VALUE "35".
           88 WRK-FS-RUNCTL-DUPLICADO    VALUE "22".
       77 WRK-RUN-ENCONTRADO   PIC X(01) VALUE "N".
           88 WRK-RUN-ENCONTRADO-SIM     VALUE "S".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

      *    PERCENTUAL PATRONAL DO FGTS; O DO CONTRATO DE
      *    APRENDIZAGEM E REDUZIDO (LEI 8.036/90, ART. 15, PAR. 7O)
       77 WRK-PERC-FGTS        PIC 9(02)V99 VALUE 8,00.
       77 WRK-PERC-FGTS-APRENDIZ PIC 9(02)V99 VALUE 2,00.
       77 WRK-PERC-APLICADO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTDE-APRENDIZES  PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-RECOLHER   PIC X(06) VALUE SPACES.
       77 WRK-CONTA-DESPESA    PIC X(06) VALUE SPACES.
       77 WRK-CONTA-SUSPENSE   PIC X(06) VALUE "329999".
       77 WRK-QTDE-SEM-HIST    PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-FGTS        PIC 9(08)V99 VALUE ZEROS.

      *    DIAS AFASTADOS COM DEPOSITO MANTIDO (ACIDENTE,
      *    MATERNIDADE, SERVICO MILITAR) - O BRUTO DO FOLHAHST JA
      *    VEM PROPORCIONAL, ESTES DIAS VOLTAM PARA A BASE
       77 WRK-DIAS-COM-FGTS    PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-AFASTADOS   PIC 9(05) VALUE ZEROS.

       77 WRK-VALOR-FGTS       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS   PIC 9(11) VALUE ZEROS.
       77 WRK-QTDE-FUNC        PIC 9(05) VALUE ZEROS.
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-TOTAL        PIC 9(11)V99.

      *    ESTABELECIMENTO DA REMESSA E O DO FUNCIONARIO LIDO -
      *    REGISTRO GRAVADO ANTES DO CAMPO EXISTIR E DA MATRIZ
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-EMP-ESTAB        PIC 9(03) VALUE 1.
       77 WRK-ESTAB-RECUSADO   PIC X(01) VALUE "N".
           88 WRK-ESTAB-RECUSADO-SIM     VALUE "S".

       77 WRK-TOTAL-DEBITOS    PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS   PIC 9(13) VALUE ZEROS.
       77 WRK-DEB-CENTAVOS     PIC 9(13) VALUE ZEROS.

           COPY CPBATCH.
           COPY CPAFATB.
           COPY CPDATA.
           COPY CPESTWS.
           COPY CPRATWS.
           COPY CPANFWS.

           COPY CPTRNWS.

           COPY CPAUDELO.

               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-LE-E-CALCULA
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               IF NOT WRK-ANF-FECHADO-SIM
                   PERFORM 0002-GRAVA-RODAPE
                   PERFORM 0003-GRAVA-DIARIO
               END-IF.
               PERFORM 0004-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               IF WRK-CONTA-DESPESA = SPACES
                   MOVE WRK-CONTA-SUSPENSE TO WRK-CONTA-DESPESA
               END-IF.
      *        UMA REMESSA POR EMPREGADOR - CODIGO FORA DO
      *        CADASTRO ESTAB NAO GERA DEPOSITO NENHUM; SEM O
      *        CADASTRO A REMESSA SAI COM O CNPJ ZERADO
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               IF WRK-EST-DISPONIVEL-SIM
                   IF NOT WRK-EST-ACHOU-SIM
                       MOVE "S" TO WRK-ESTAB-RECUSADO
                       DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                           " NAO CADASTRADO - NENHUM DEPOSITO "
                           "SERA GERADO ***"
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                       "AUSENTE - CNPJ ZERADO NO CABECALHO"
               END-IF.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               MOVE BAT-DATA (1:6) TO WRK-COMPETENCIA.
                   DISPLAY "HISTORICO DE FOLHA (FOLHAHST) AUSENTE"
                       " - DEPOSITO PELO SALARIO DO MESTRE"
               END-IF.
               OPEN INPUT ARQ-AFASTAMENTOS.
               IF WRK-FS-AFASTAM-OK
                   MOVE "S" TO WRK-AFASTAM-DISPONIVEL
               END-IF.
               PERFORM 7940-ABRE-RATEIO.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               PERFORM 0000-A-CONFERE-ANO.
               IF WRK-ANF-FECHADO-SIM
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               ELSE
                   OPEN OUTPUT ARQ-REMESSA
                   MOVE SPACES          TO FGR-CABECALHO-REC
                   MOVE "H"             TO FGR-CAB-TIPO
                   MOVE BAT-DATA        TO FGR-CAB-DATA
                   MOVE BAT-OPERADOR    TO FGR-CAB-OPERADOR
                   MOVE BAT-NUMERO      TO FGR-CAB-LOTE
                   MOVE WRK-COMPETENCIA TO FGR-CAB-COMPETENCIA
                   MOVE WRK-EST-CNPJ    TO FGR-CAB-CNPJ
                   WRITE FGR-CABECALHO-REC
               END-IF.
               IF WRK-ESTAB-RECUSADO-SIM
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   AND NOT WRK-ESTAB-RECUSADO-SIM
                   MOVE ZEROS TO EMP-CODIGO
                   START CADASTRO-MESTRE KEY IS NOT LESS THAN
                       EMP-CODIGO
                   END-START
               END-IF.

      *    COMPETENCIA DE ANO FECHADO PELO FECHAMENTO ANUAL
      *    (PROGRAMB09) NAO GERA DEPOSITO NEM LANCAMENTO SEM A
      *    REABERTURA AUDITADA
       0000-A-CONFERE-ANO      SECTION.
               MOVE WRK-COMPETENCIA (1:4) TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "FGTS RECUSADO - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE SPACES       TO AUD-DESCRICAO
                   MOVE "PROGRAMA43" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " FGTS COMP "
                       WRK-COMPETENCIA " RECUSADO - ANO FECHADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0001-LE-E-CALCULA       SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                           MOVE EMP-ESTAB TO WRK-EMP-ESTAB
                       ELSE
                           MOVE 1         TO WRK-EMP-ESTAB
                       END-IF
                       IF NOT EMP-DESLIGADO
                           AND WRK-EMP-ESTAB = WRK-ESTAB-SEL
                           PERFORM 0001-A-DEPOSITO-UM
                       END-IF
               END-READ.

       0001-A-DEPOSITO-UM      SECTION.
      *        DIAS AFASTADOS NA COMPETENCIA (CPAFAPR): SEM O
      *        FOLHAHST A BASE E O SALARIO DOS DIAS COM DEPOSITO
               MOVE EMP-CODIGO      TO WRK-AFT-CODIGO-EMP.
               MOVE WRK-COMPETENCIA TO WRK-AFT-COMPETENCIA.
               PERFORM 7870-DIAS-AFASTADO.
               COMPUTE WRK-DIAS-COM-FGTS =
                   WRK-AFT-DIAS-SEM-SALARIO - WRK-AFT-DIAS-SEM-FGTS.
               IF WRK-AFT-DIAS-SEM-SALARIO > ZEROS
                   ADD 1 TO WRK-QTDE-AFASTADOS
               END-IF.
               COMPUTE WRK-BASE-FGTS ROUNDED =
                   EMP-SALARIO * (30 - WRK-AFT-DIAS-SEM-FGTS) / 30.
               IF WRK-HIST-DISPONIVEL-SIM
                   MOVE EMP-CODIGO      TO FHT-CODIGO
                   MOVE WRK-COMPETENCIA TO FHT-COMPETENCIA
                   MOVE ZEROS           TO FHT-SEQUENCIA
                   READ ARQ-HIST-FOLHA
                       INVALID KEY
                           ADD 1 TO WRK-QTDE-SEM-HIST
                       NOT INVALID KEY
                           COMPUTE WRK-BASE-FGTS ROUNDED =
                               FHT-BRUTO + EMP-SALARIO
                               * WRK-DIAS-COM-FGTS / 30
                   END-READ
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-HIST
               END-IF.
               IF EMP-APRENDIZ-SIM
                   MOVE WRK-PERC-FGTS-APRENDIZ TO WRK-PERC-APLICADO
                   ADD 1 TO WRK-QTDE-APRENDIZES
               ELSE
                   MOVE WRK-PERC-FGTS          TO WRK-PERC-APLICADO
               END-IF.
               COMPUTE WRK-VALOR-FGTS ROUNDED =
                   WRK-BASE-FGTS * WRK-PERC-APLICADO / 100.
               COMPUTE WRK-VALOR-CENTAVOS =
                   WRK-VALOR-FGTS * 100.
               MOVE SPACES             TO FGR-DETALHE-REC.
               ADD EMP-CODIGO          TO WRK-HASH-CODIGOS.
               PERFORM 0001-B-ACUMULA-CENTRO.

      *    FGTS NO CENTRO DO CADASTRO OU DIVIDIDO PELO RATEIO EM
      *    VIGOR NO FIM DA COMPETENCIA, COMO O BRUTO NO PROGRAMA12
       0001-B-ACUMULA-CENTRO   SECTION.
               MOVE EMP-CODIGO      TO WRK-RAT-CODIGO-EMP.
               COMPUTE WRK-RAT-DATA-REF = WRK-COMPETENCIA * 100 + 31.
               MOVE EMP-CCUSTO      TO WRK-RAT-CCUSTO-PRINC.
               MOVE WRK-VALOR-FGTS  TO WRK-RAT-VALOR.
               PERFORM 7942-RATEIA-VALOR.
               PERFORM 0001-D-ACUMULA-PARTE
                   VARYING WRK-RAT-I FROM 1 BY 1
                   UNTIL WRK-RAT-I > WRK-RAT-QTDE.

       0001-D-ACUMULA-PARTE    SECTION.
               MOVE "N" TO WRK-ACHOU.
               PERFORM 0001-C-BUSCA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
               IF NOT WRK-ACHOU-SIM
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                           TO WRK-CEN-CCUSTO (WRK-QTDE-CENTROS)
                       MOVE WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                           TO WRK-CEN-TOTAL (WRK-QTDE-CENTROS)
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS DE CUSTO "
               END-IF.

       0001-C-BUSCA-CENTRO     SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) =
                       WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                   ADD WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                       TO WRK-CEN-TOTAL (WRK-I)
                   MOVE "S" TO WRK-ACHOU
               END-IF.

               MOVE WRK-HASH-CODIGOS   TO FGR-ROD-HASH-CODIGOS.
               MOVE BAT-NUMERO         TO FGR-ROD-LOTE.
               WRITE FGR-RODAPE-REC.
      *        A GERACAO ENTRA NO REGISTRO DE TRANSMISSOES COMO
      *        CRIADA - O ENVIO SO SAI PELA LIBERACAO DO PROGRAMB07
               MOVE "FGTSREM" TO WRK-TRN-ARQUIVO.
               MOVE BAT-DATA     TO WRK-TRN-DATA.
               MOVE BAT-NUMERO   TO WRK-TRN-LOTE.
               MOVE "PROGRAMA43" TO WRK-TRN-PROGRAMA.
               MOVE WRK-QTDE-FUNC TO WRK-TRN-QTDE.
               MOVE WRK-TOTAL-CENTAVOS TO WRK-TRN-VALOR.
               MOVE WRK-HASH-CODIGOS TO WRK-TRN-HASH.
               MOVE WRK-ESTAB-SEL   TO WRK-TRN-GRP-ESTAB.
               MOVE WRK-COMPETENCIA TO WRK-TRN-GRP-COMPETENCIA.
               MOVE "F"             TO WRK-TRN-GRP-TIPO.
               PERFORM 8130-REGISTRA-TRANSMISSAO.
               DISPLAY "REMESSA DE FGTS GRAVADA (FGTSREM) - "
                   "ESTABELECIMENTO " WRK-ESTAB-SEL " CNPJ "
                   WRK-EST-CNPJ.
               DISPLAY WRK-QTDE-FUNC " DEPOSITOS, TOTAL "
                   WRK-TOTAL-CENTAVOS " CENTAVOS".
               MOVE "PROGRAMA43" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " EST " WRK-ESTAB-SEL
                   " FGTS " WRK-QTDE-FUNC
                   " DEPOSITOS TOTAL " WRK-TOTAL-CENTAVOS
                   " HASH " WRK-HASH-CODIGOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               IF WRK-HIST-DISPONIVEL-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.
               IF WRK-AFASTAM-DISPONIVEL-SIM
                   CLOSE ARQ-AFASTAMENTOS
               END-IF.
               PERFORM 7941-FECHA-RATEIO.
               IF WRK-QTDE-AFASTADOS > ZEROS
                   DISPLAY WRK-QTDE-AFASTADOS " DEPOSITOS COM BASE "
                       "PROPORCIONAL POR AFASTAMENTO NO MES"
               END-IF.
               IF WRK-QTDE-APRENDIZES > ZEROS
                   DISPLAY WRK-QTDE-APRENDIZES " DEPOSITOS DE "
                       "APRENDIZ A 2%"
               END-IF.
               IF WRK-QTDE-SEM-HIST > ZEROS
                   DISPLAY WRK-QTDE-SEM-HIST " DEPOSITOS SEM "
                       "REGISTRO NO FOLHAHST DA COMPETENCIA - "
                       "BASE PELO SALARIO DO MESTRE, CONFERIR"
               END-IF.
               IF NOT WRK-ANF-FECHADO-SIM
                   CLOSE ARQ-REMESSA
               END-IF.
      *        CARIMBA A CONCLUSAO NO CONTROLE DE EXECUCAO DO DIA,
      *        CONSULTADO PELO ACOMPANHAMENTO DO CALENDARIO DA FOLHA
               IF WRK-MESTRE-DISPONIVEL-SIM
                   AND NOT WRK-ANF-FECHADO-SIM
                   MOVE "PROGRAMA43" TO RCT-PROGRAMA
                   MOVE BAT-DATA     TO RCT-DATA
                   MOVE BAT-NUMERO   TO RCT-LOTE
                   SET RCT-COMPLETO  TO TRUE
                   PERFORM 8100-GRAVA-RUN-CONTROL
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPTRNPR.

           COPY CPAFAPR.

           COPY CPESTPR.

           COPY CPRATPR.

           COPY CPDATAVL.

           COPY CPRUNCPR.

           COPY CPANFPR.
