           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA88.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CALENDARIO DE OBRIGACOES DA FOLHA
      *==          (ARQ. CALFOLHA, COPYBOOK CPCALEND) - LISTAR A
      *==          COMPETENCIA, GERAR O CALENDARIO DE UMA
      *==          COMPETENCIA PELA TABELA DE PRAZOS ABAIXO,
      *==          ALTERAR O VENCIMENTO DE UMA OBRIGACAO E DAR
      *==          BAIXA MANUAL (CORTE DO PONTO, QUE NAO TEM
      *==          PROGRAMA, OU GUIA PAGA FORA DO LOTE). O
      *==          VENCIMENTO DA REGRA E LEVADO A DIA UTIL PELO
      *==          CALENDARIO DE FERIADOS (CPFERIAD/CPFERPR) -
      *==          RECOLHIMENTO ANTECIPA, FECHAMENTO INTERNO
      *==          POSTERGA. GERAR DE NOVO NAO MEXE NA OBRIGACAO
      *==          JA GRAVADA (PRESERVA ALTERACAO E BAIXA). O
      *==          ACOMPANHAMENTO DIARIO E O PROGRAMA89.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-CALENDARIO ASSIGN TO "CALFOLHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAL-CHAVE
                   FILE STATUS IS WRK-FS-CALFOLHA.
               SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS CPD-FS-FERIADOS.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-CALENDARIO
               LABEL RECORD IS STANDARD.
           COPY CPCALEND.

           FD  ARQ-FERIADOS
               LABEL RECORD IS STANDARD.
           COPY CPFERIAD.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-CALFOLHA      PIC X(02) VALUE SPACES.
           88 WRK-FS-CALFOLHA-OK         VALUE "00".
           88 WRK-FS-CALFOLHA-NAO-EXISTE VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-GERAR             VALUE 2.
           88 WRK-MODO-ALTERAR           VALUE 3.
           88 WRK-MODO-BAIXAR            VALUE 4.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-GERADAS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-MANTIDAS    PIC 9(03) VALUE ZEROS.

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-COMPETENCIA-OK   PIC X(01) VALUE "N".
           88 WRK-COMPETENCIA-OK-SIM     VALUE "S".
       77 WRK-OBRIGACAO        PIC 9(02) VALUE ZEROS.

      *    TABELA DE PRAZOS DO CICLO MENSAL - CODIGO, DESCRICAO,
      *    PROGRAMA RESPONSAVEL, FONTE DA CONCLUSAO (VER
      *    CPCALEND), DIA DO VENCIMENTO (DIA MAIOR QUE O MES =
      *    ULTIMO DIA), MESES DEPOIS DA COMPETENCIA E REGRA DO
      *    DIA NAO UTIL (A-ANTECIPA  P-POSTERGA)
       01 WRK-TAB-OBRIGACOES-VAL.
           05 FILLER               PIC X(47) VALUE
               "01CORTE DO PONTO                          M200A".
           05 FILLER               PIC X(47) VALUE
               "02ADIANTAMENTO SALARIAL         PROGRAMA53R200A".
           05 FILLER               PIC X(47) VALUE
               "03FOLHA MENSAL                  PROGRAMA12F300A".
           05 FILLER               PIC X(47) VALUE
               "04REMESSA BANCARIA DO PAGAMENTO PROGRAMA22R300A".
           05 FILLER               PIC X(47) VALUE
               "05DEPOSITO DO FGTS              PROGRAMA43R071A".
           05 FILLER               PIC X(47) VALUE
               "06GUIAS GPS/DARF                PROGRAMA47R201A".
           05 FILLER               PIC X(47) VALUE
               "07DECLARACAO MENSAL             PROGRAMA61R151A".
           05 FILLER               PIC X(47) VALUE
               "08FECHAMENTO CONTABIL           PROGRAMA60G101P".
       01 WRK-TAB-OBRIGACOES REDEFINES WRK-TAB-OBRIGACOES-VAL.
           05 WRK-OBR              OCCURS 8 TIMES.
               10 WRK-OBR-CODIGO       PIC 9(02).
               10 WRK-OBR-DESCRICAO    PIC X(30).
               10 WRK-OBR-PROGRAMA     PIC X(10).
               10 WRK-OBR-FONTE        PIC X(01).
               10 WRK-OBR-DIA          PIC 9(02).
               10 WRK-OBR-MESES        PIC 9(01).
               10 WRK-OBR-REGRA        PIC X(01).
       77 WRK-QTDE-OBRIGACOES  PIC 9(02) VALUE 8.
       77 WRK-IND              PIC 9(02) VALUE ZEROS.

      *    CALCULO DO VENCIMENTO DE UMA OBRIGACAO NUMA COMPETENCIA
       01 WRK-VEN-COMPETENCIA-R.
           05 WRK-VEN-ANO          PIC 9(04).
           05 WRK-VEN-MES          PIC 9(02).
       01 WRK-VEN-COMPETENCIA REDEFINES WRK-VEN-COMPETENCIA-R
                               PIC 9(06).
       77 WRK-VEN-REGRA        PIC X(01) VALUE "A".
           88 WRK-VEN-POSTERGA           VALUE "P".
       77 WRK-VEN-PREVISTA     PIC 9(08) VALUE ZEROS.
       77 WRK-VEN-AJUSTADA     PIC 9(08) VALUE ZEROS.
       77 WRK-PREVISTA-COMP    PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO-COMP  PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-UTIL         PIC X(01) VALUE "N".
           88 WRK-DIA-UTIL-SIM           VALUE "S".
       77 WRK-TENTATIVAS       PIC 9(02) VALUE ZEROS.

      *    ALTERACAO DE VENCIMENTO (MODO 3)
       77 WRK-NOVO-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-ANTERIOR    PIC 9(08) VALUE ZEROS.

           COPY CPDATA.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-GERAR
                       PERFORM 0002-GERA-CALENDARIO
                   WHEN WRK-MODO-ALTERAR
                       PERFORM 0003-ALTERA-VENCIMENTO
                   WHEN WRK-MODO-BAIXAR
                       PERFORM 0005-BAIXA-MANUAL
                   WHEN OTHER
                       PERFORM 0001-LISTA-CALENDARIO
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR  2-GERAR COMPETENCIA  "
                   "3-ALTERAR VENCIMENTO  4-BAIXA MANUAL "
                   ACCEPT WRK-MODO.
               PERFORM 0100-CAPTURA-COMPETENCIA
                   UNTIL WRK-COMPETENCIA-OK-SIM.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-CALENDARIO.
               IF WRK-FS-CALFOLHA-NAO-EXISTE
                   OPEN OUTPUT ARQ-CALENDARIO
                   CLOSE ARQ-CALENDARIO
                   OPEN I-O ARQ-CALENDARIO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    COMPETENCIA AAAAMM; ZEROS = MES DA EXECUCAO
       0100-CAPTURA-COMPETENCIA SECTION.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "ATUAL): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-DATA-EXEC (1:6) TO WRK-COMPETENCIA
               END-IF.
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   OR WRK-COMP-ANO < 1900
                   DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
               ELSE
                   MOVE "S" TO WRK-COMPETENCIA-OK
               END-IF.

       0001-LISTA-CALENDARIO   SECTION.
               MOVE WRK-COMPETENCIA TO CAL-COMPETENCIA.
               MOVE ZEROS           TO CAL-OBRIGACAO.
               START ARQ-CALENDARIO KEY IS NOT LESS THAN CAL-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UMA
                   UNTIL WRK-FS-LEITURA-FIM.
               IF WRK-QTDE-LINHAS = ZEROS
                   DISPLAY "CALENDARIO DA COMPETENCIA "
                       WRK-COMPETENCIA " NAO GERADO"
               ELSE
                   DISPLAY "TOTAL DE OBRIGACOES: " WRK-QTDE-LINHAS
               END-IF.

       0001-A-LISTA-UMA        SECTION.
               READ ARQ-CALENDARIO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF CAL-COMPETENCIA NOT = WRK-COMPETENCIA
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           DISPLAY CAL-OBRIGACAO " " CAL-DESCRICAO
                               " " CAL-PROGRAMA
                               " FONTE " CAL-FONTE
                               " VENCE " CAL-VENCIMENTO
                               " (REGRA " CAL-DATA-PREVISTA
                               "/" CAL-REGRA-AJUSTE ")"
                           DISPLAY "    JANELA " CAL-JANELA-INICIO
                               " A " CAL-JANELA-FIM
                               " BAIXA MANUAL " CAL-BAIXA-DATA
                               " " CAL-BAIXA-OPERADOR
                       END-IF
               END-READ.

      *    GERA AS OBRIGACOES DA TABELA QUE A COMPETENCIA AINDA
      *    NAO TEM - A JA GRAVADA FICA COMO ESTA
       0002-GERA-CALENDARIO    SECTION.
               PERFORM CPD-8080-CARREGA-FERIADOS.
               IF CPD-QTDE-FERIADOS = ZEROS
                   DISPLAY "CALENDARIO DE FERIADOS (FERIADOS) VAZIO "
                       "- VENCIMENTO AJUSTADO SO POR FIM DE SEMANA"
               END-IF.
               PERFORM 0002-A-GERA-UMA
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-OBRIGACOES.
               DISPLAY "CALENDARIO DA COMPETENCIA " WRK-COMPETENCIA
                   " - GERADAS " WRK-QTDE-GERADAS
                   " JA EXISTENTES " WRK-QTDE-MANTIDAS.
               MOVE "PROGRAMA88" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "GERACAO CALENDARIO COMP " WRK-COMPETENCIA
                   " GERADAS " WRK-QTDE-GERADAS
                   " JA EXISTENTES " WRK-QTDE-MANTIDAS
                   " FERIADOS " CPD-QTDE-FERIADOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0002-A-GERA-UMA         SECTION.
               MOVE WRK-COMPETENCIA          TO CAL-COMPETENCIA.
               MOVE WRK-OBR-CODIGO (WRK-IND) TO CAL-OBRIGACAO.
               READ ARQ-CALENDARIO
                   INVALID KEY
                       PERFORM 0002-B-GRAVA-OBRIGACAO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-MANTIDAS
                       DISPLAY CAL-OBRIGACAO " " CAL-DESCRICAO
                           " JA GERADA - VENCE " CAL-VENCIMENTO
               END-READ.

      *    VENCIMENTO DA COMPETENCIA E, PARA A JANELA, OS DA
      *    ANTERIOR E DA SEGUINTE
       0002-B-GRAVA-OBRIGACAO  SECTION.
               MOVE WRK-OBR-REGRA (WRK-IND) TO WRK-VEN-REGRA.
               MOVE WRK-COMPETENCIA TO WRK-VEN-COMPETENCIA.
               PERFORM 0010-CALCULA-VENCIMENTO.
               MOVE WRK-VEN-PREVISTA TO WRK-PREVISTA-COMP.
               MOVE WRK-VEN-AJUSTADA TO WRK-VENCIMENTO-COMP.
               PERFORM 0015-COMPETENCIA-ANTERIOR.
               PERFORM 0010-CALCULA-VENCIMENTO.
               PERFORM CPD-8070-INCREMENTA-DIA.
               COMPUTE WRK-JANELA-INICIO =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.
               MOVE WRK-COMPETENCIA TO WRK-VEN-COMPETENCIA.
               PERFORM 0016-COMPETENCIA-SEGUINTE.
               PERFORM 0010-CALCULA-VENCIMENTO.
               MOVE WRK-VEN-AJUSTADA TO WRK-JANELA-FIM.

               MOVE WRK-COMPETENCIA             TO CAL-COMPETENCIA.
               MOVE WRK-OBR-CODIGO (WRK-IND)    TO CAL-OBRIGACAO.
               MOVE WRK-OBR-DESCRICAO (WRK-IND) TO CAL-DESCRICAO.
               MOVE WRK-OBR-PROGRAMA (WRK-IND)  TO CAL-PROGRAMA.
               MOVE WRK-OBR-FONTE (WRK-IND)     TO CAL-FONTE.
               MOVE WRK-OBR-REGRA (WRK-IND)     TO CAL-REGRA-AJUSTE.
               MOVE WRK-PREVISTA-COMP           TO CAL-DATA-PREVISTA.
               MOVE WRK-VENCIMENTO-COMP         TO CAL-VENCIMENTO.
               MOVE WRK-JANELA-INICIO           TO CAL-JANELA-INICIO.
               MOVE WRK-JANELA-FIM              TO CAL-JANELA-FIM.
               MOVE ZEROS                       TO CAL-BAIXA-DATA.
               MOVE SPACES                      TO CAL-BAIXA-OPERADOR.
               WRITE CAL-REGISTRO.
               ADD 1 TO WRK-QTDE-GERADAS.
               DISPLAY CAL-OBRIGACAO " " CAL-DESCRICAO
                   " VENCE " CAL-VENCIMENTO
                   " (REGRA " CAL-DATA-PREVISTA ")".

      *    O VENCIMENTO DIGITADO E DECISAO DO OPERADOR E E GRAVADO
      *    COMO VEIO - SO AVISA SE NAO CAIR EM DIA UTIL. A JANELA
      *    NAO MUDA
       0003-ALTERA-VENCIMENTO  SECTION.
               DISPLAY "DIGITE A OBRIGACAO (01-08): "
                   ACCEPT WRK-OBRIGACAO.
               MOVE WRK-COMPETENCIA TO CAL-COMPETENCIA.
               MOVE WRK-OBRIGACAO   TO CAL-OBRIGACAO.
               READ ARQ-CALENDARIO
                   INVALID KEY
                       DISPLAY "OBRIGACAO " WRK-OBRIGACAO
                           " NAO GERADA NA COMPETENCIA "
                           WRK-COMPETENCIA
                   NOT INVALID KEY
                       DISPLAY CAL-OBRIGACAO " " CAL-DESCRICAO
                           " VENCE " CAL-VENCIMENTO
                       DISPLAY "NOVO VENCIMENTO:"
                       PERFORM CPD-8030-CAPTURA-DATA-DIGITADA
                       PERFORM CPD-8000-VALIDA-DATA
                       PERFORM 0003-A-REGRAVA-VENCIMENTO
               END-READ.

       0003-A-REGRAVA-VENCIMENTO SECTION.
               IF CPD-DATA-OK
                   MOVE CPD-ANO-NUM TO CPD-CALC-ANO
                   MOVE CPD-MES-NUM TO CPD-CALC-MES
                   PERFORM 0011-DIAS-NO-MES
                   IF CPD-DIA-NUM > CPD-DIAS-NO-MES
                       MOVE "N" TO CPD-DATA-VALIDA
                       MOVE "DIA INVALIDO" TO CPD-DATA-MSG-ERRO
                   END-IF
               END-IF.
               IF NOT CPD-DATA-OK
                   DISPLAY CPD-DATA-MSG-ERRO " - VENCIMENTO NAO "
                       "ALTERADO"
               ELSE
                   PERFORM CPD-8080-CARREGA-FERIADOS
                   MOVE CPD-DIA-NUM TO CPD-CALC-DIA
                   PERFORM 0012-TESTA-DIA-UTIL
                   IF NOT WRK-DIA-UTIL-SIM
                       DISPLAY "*** ATENCAO: " CPD-DATA2
                           " NAO E DIA UTIL ***"
                   END-IF
                   MOVE CAL-VENCIMENTO    TO WRK-VENC-ANTERIOR
                   MOVE CPD-DATA-CALC-NUM TO WRK-NOVO-VENCIMENTO
                   MOVE WRK-NOVO-VENCIMENTO TO CAL-VENCIMENTO
                   REWRITE CAL-REGISTRO
                   DISPLAY "OBRIGACAO " CAL-OBRIGACAO
                       " VENCE AGORA " CAL-VENCIMENTO
                   MOVE "PROGRAMA88" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "CALENDARIO COMP " CAL-COMPETENCIA
                       " OBRIGACAO " CAL-OBRIGACAO
                       " VENCIMENTO " WRK-VENC-ANTERIOR
                       " PARA " WRK-NOVO-VENCIMENTO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-CALENDARIO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *    BAIXA MANUAL COM A DATA DO DIA E O OPERADOR - O
      *    ACOMPANHAMENTO (PROGRAMA89) DA A OBRIGACAO COMO
      *    CONCLUIDA SEM PROCURAR A EXECUCAO
       0005-BAIXA-MANUAL       SECTION.
               DISPLAY "DIGITE A OBRIGACAO (01-08): "
                   ACCEPT WRK-OBRIGACAO.
               MOVE WRK-COMPETENCIA TO CAL-COMPETENCIA.
               MOVE WRK-OBRIGACAO   TO CAL-OBRIGACAO.
               READ ARQ-CALENDARIO
                   INVALID KEY
                       DISPLAY "OBRIGACAO " WRK-OBRIGACAO
                           " NAO GERADA NA COMPETENCIA "
                           WRK-COMPETENCIA
                   NOT INVALID KEY
                       IF CAL-BAIXA-DATA NOT = ZEROS
                           DISPLAY "OBRIGACAO " CAL-OBRIGACAO
                               " JA BAIXADA EM " CAL-BAIXA-DATA
                               " POR " CAL-BAIXA-OPERADOR
                       ELSE
                           MOVE WRK-DATA-EXEC TO CAL-BAIXA-DATA
                           MOVE WRK-OPERADOR  TO CAL-BAIXA-OPERADOR
                           REWRITE CAL-REGISTRO
                           DISPLAY "OBRIGACAO " CAL-OBRIGACAO " "
                               CAL-DESCRICAO " BAIXADA"
                           MOVE "PROGRAMA88" TO AUD-PROGRAMA
                           MOVE WRK-OPERADOR TO AUD-OPERADOR
                           STRING "CALENDARIO COMP " CAL-COMPETENCIA
                               " OBRIGACAO " CAL-OBRIGACAO
                               " BAIXA MANUAL - VENCIMENTO "
                               CAL-VENCIMENTO
                               DELIMITED BY SIZE INTO AUD-DESCRICAO
                           PERFORM 7000-GRAVA-AUDITORIA
                       END-IF
               END-READ.

      *    VENCIMENTO DA OBRIGACAO WRK-IND NA COMPETENCIA
      *    WRK-VEN-COMPETENCIA: DIA DA TABELA NO MES DO VENCIMENTO
      *    (LIMITADO AO ULTIMO DIA), LEVADO AO DIA UTIL PELA
      *    REGRA. RESULTADO EM WRK-VEN-PREVISTA/WRK-VEN-AJUSTADA
      *    E NA CPD-DATA-CALC
       0010-CALCULA-VENCIMENTO SECTION.
               MOVE WRK-VEN-ANO TO CPD-CALC-ANO.
               MOVE WRK-VEN-MES TO CPD-CALC-MES.
               IF WRK-OBR-MESES (WRK-IND) > ZEROS
                   IF CPD-CALC-MES = 12
                       MOVE 1 TO CPD-CALC-MES
                       ADD 1  TO CPD-CALC-ANO
                   ELSE
                       ADD 1  TO CPD-CALC-MES
                   END-IF
               END-IF.
               PERFORM 0011-DIAS-NO-MES.
               IF WRK-OBR-DIA (WRK-IND) > CPD-DIAS-NO-MES
                   MOVE CPD-DIAS-NO-MES       TO CPD-CALC-DIA
               ELSE
                   MOVE WRK-OBR-DIA (WRK-IND) TO CPD-CALC-DIA
               END-IF.
               PERFORM 0012-TESTA-DIA-UTIL.
               MOVE CPD-DATA-CALC-NUM TO WRK-VEN-PREVISTA.
               MOVE ZEROS TO WRK-TENTATIVAS.
               PERFORM 0013-AJUSTA-UM-DIA
                   UNTIL WRK-DIA-UTIL-SIM
                      OR WRK-TENTATIVAS > 30.
               MOVE CPD-DATA-CALC-NUM TO WRK-VEN-AJUSTADA.

      *    QUANTIDADE DE DIAS DO MES DE CPD-DATA-CALC (MESMA TABELA
      *    DA CPD-8070)
       0011-DIAS-NO-MES        SECTION.
               EVALUATE CPD-CALC-MES
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO CPD-DIAS-NO-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO CPD-DIAS-NO-MES
                   WHEN OTHER
                       MOVE CPD-ANO-NUM TO CPD-ANO-GUARDADO
                       MOVE CPD-CALC-ANO TO CPD-ANO-NUM
                       PERFORM CPD-8010-VERIFICA-BISSEXTO
                       MOVE CPD-ANO-GUARDADO TO CPD-ANO-NUM
                       IF CPD-ANO-BISSEXTO-SIM
                           MOVE 29 TO CPD-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO CPD-DIAS-NO-MES
                       END-IF
               END-EVALUATE.

      *    CPD-DATA-CALC CAI EM DIA UTIL? NEM SABADO, NEM DOMINGO,
      *    NEM FERIADO DO CALENDARIO
       0012-TESTA-DIA-UTIL     SECTION.
               PERFORM CPD-8060-DIA-DA-SEMANA.
               COMPUTE CPD-DATA-CALC-NUM =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.
               MOVE "N" TO CPD-EH-FERIADO.
               PERFORM CPD-8052-TESTA-FERIADO-CALC
                   VARYING CPD-I FROM 1 BY 1
                   UNTIL CPD-I > CPD-QTDE-FERIADOS
                      OR CPD-EH-FERIADO-SIM.
      *        ZELLER: 0 = SABADO, 1 = DOMINGO
               IF CPD-DIA-SEMANA-CALC NOT = 0
                   AND CPD-DIA-SEMANA-CALC NOT = 1
                   AND NOT CPD-EH-FERIADO-SIM
                   MOVE "S" TO WRK-DIA-UTIL
               ELSE
                   MOVE "N" TO WRK-DIA-UTIL
               END-IF.

       0013-AJUSTA-UM-DIA      SECTION.
               ADD 1 TO WRK-TENTATIVAS.
               IF WRK-VEN-POSTERGA
                   PERFORM CPD-8070-INCREMENTA-DIA
               ELSE
                   PERFORM 0014-RECUA-DIA
               END-IF.
               PERFORM 0012-TESTA-DIA-UTIL.

      *    RECUA CPD-DATA-CALC EM UM DIA
       0014-RECUA-DIA          SECTION.
               IF CPD-CALC-DIA > 1
                   SUBTRACT 1 FROM CPD-CALC-DIA
               ELSE
                   IF CPD-CALC-MES > 1
                       SUBTRACT 1 FROM CPD-CALC-MES
                   ELSE
                       MOVE 12 TO CPD-CALC-MES
                       SUBTRACT 1 FROM CPD-CALC-ANO
                   END-IF
                   PERFORM 0011-DIAS-NO-MES
                   MOVE CPD-DIAS-NO-MES TO CPD-CALC-DIA
               END-IF.

       0015-COMPETENCIA-ANTERIOR SECTION.
               MOVE WRK-COMPETENCIA TO WRK-VEN-COMPETENCIA.
               IF WRK-VEN-MES > 1
                   SUBTRACT 1 FROM WRK-VEN-MES
               ELSE
                   MOVE 12 TO WRK-VEN-MES
                   SUBTRACT 1 FROM WRK-VEN-ANO
               END-IF.

       0016-COMPETENCIA-SEGUINTE SECTION.
               IF WRK-VEN-MES < 12
                   ADD 1 TO WRK-VEN-MES
               ELSE
                   MOVE 1 TO WRK-VEN-MES
                   ADD 1 TO WRK-VEN-ANO
               END-IF.

           COPY CPAUDPR.

           COPY CPDATAVL.

           COPY CPFERPR.
