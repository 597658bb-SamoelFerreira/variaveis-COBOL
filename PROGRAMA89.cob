           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA89.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ACOMPANHAMENTO DIARIO DO CALENDARIO DE
      *==          OBRIGACOES DA FOLHA (ARQ. CALFOLHA, COPYBOOK
      *==          CPCALEND, GERADO PELO PROGRAMA88). PARA CADA
      *==          OBRIGACAO PROCURA A CONCLUSAO NA FONTE DO
      *==          CALENDARIO - FOLHA NO FOLHACTL, FECHAMENTO
      *==          CONTABIL NO GLFECHA, DEMAIS PELA EXECUCAO DO
      *==          PROGRAMA RESPONSAVEL NO RUNCTL OU NO RUNLOG
      *==          DENTRO DA JANELA DA COMPETENCIA - OU A BAIXA
      *==          MANUAL, E IMPRIME (ARQ. CALSTAT) NA DATA DE
      *==          REFERENCIA AS ATRASADAS, AS QUE VENCEM HOJE, AS
      *==          QUE VENCEM NOS PROXIMOS DIAS E AS CONCLUIDAS DO
      *==          MES. ATRASADA NAO SAI DO RELATORIO ATE SER
      *==          CONCLUIDA OU BAIXADA.
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
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-FECHAMENTO-GL ASSIGN TO "GLFECHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLF-COMPETENCIA
                   FILE STATUS IS WRK-FS-GLFECHA.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT ARQ-RUN-LOG ASSIGN TO "RUNLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RUNLOG.
               SELECT ARQ-SITUACAO ASSIGN TO "CALSTAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SITUACAO.
               SELECT ARQ-SORT ASSIGN TO "SORTWK01".

               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPX-CHAVE
                   FILE STATUS IS WRK-FS-REPNDX.
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-CALENDARIO
               LABEL RECORD IS STANDARD.
           COPY CPCALEND.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-FECHAMENTO-GL
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  ARQ-RUN-LOG
               LABEL RECORD IS STANDARD.
           COPY CPRUNLOG.

           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-GRUPO            PIC 9(01).
               05 SRT-VENCIMENTO       PIC 9(08).
               05 SRT-COMPETENCIA      PIC 9(06).
               05 SRT-OBRIGACAO        PIC 9(02).
               05 SRT-DESCRICAO        PIC X(30).
               05 SRT-PROGRAMA         PIC X(10).
               05 SRT-FONTE            PIC X(01).
               05 SRT-SITUACAO         PIC X(24).
               05 SRT-CONCLUSAO        PIC 9(08).
               05 SRT-ORIGEM           PIC X(20).

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS CINCO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-SITUACAO
               LABEL RECORD IS STANDARD.
           01  CST-CABECALHO-REC.
               05 CST-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 CST-CAB-TITULO       PIC X(40).
               05 CST-CAB-LIT-REF      PIC X(12).
               05 CST-CAB-REFERENCIA   PIC 9(08).
               05 CST-CAB-LIT-HORIZ    PIC X(13).
               05 CST-CAB-HORIZONTE    PIC 9(08).
               05 FILLER               PIC X(46).
           01  CST-GRUPO-REC REDEFINES CST-CABECALHO-REC.
               05 CST-GRP-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CST-GRP-TITULO       PIC X(40).
               05 FILLER               PIC X(90).
           01  CST-COLUNA-REC REDEFINES CST-CABECALHO-REC.
               05 CST-COL-TIPO         PIC X(01).
               05 CST-COL-TEXTO        PIC X(121).
               05 FILLER               PIC X(10).
           01  CST-DETALHE-REC REDEFINES CST-CABECALHO-REC.
               05 CST-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CST-DET-COMPETENCIA  PIC 9(06).
               05 FILLER               PIC X(01).
               05 CST-DET-OBRIGACAO    PIC 9(02).
               05 FILLER               PIC X(01).
               05 CST-DET-DESCRICAO    PIC X(30).
               05 FILLER               PIC X(01).
               05 CST-DET-PROGRAMA     PIC X(10).
               05 FILLER               PIC X(01).
               05 CST-DET-FONTE        PIC X(01).
               05 FILLER               PIC X(02).
               05 CST-DET-VENCIMENTO   PIC 9(08).
               05 FILLER               PIC X(02).
               05 CST-DET-SITUACAO     PIC X(24).
               05 FILLER               PIC X(01).
               05 CST-DET-CONCLUSAO    PIC 9(08) BLANK WHEN ZERO.
               05 FILLER               PIC X(01).
               05 CST-DET-ORIGEM       PIC X(20).
               05 FILLER               PIC X(11).
           01  CST-TOTAL-REC REDEFINES CST-CABECALHO-REC.
               05 CST-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CST-TOT-DESCRICAO    PIC X(40).
               05 CST-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(85).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-CALFOLHA      PIC X(02) VALUE SPACES.
           88 WRK-FS-CALFOLHA-OK         VALUE "00".
       77 WRK-FS-LEITURA-CAL   PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-CAL-FIM     VALUE "10".
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-CTL-FOLHA-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CTL-FOLHA-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-GLFECHA       PIC X(02) VALUE SPACES.
           88 WRK-FS-GLFECHA-OK          VALUE "00".
       77 WRK-GLF-FECHADO      PIC X(01) VALUE "N".
           88 WRK-GLF-FECHADO-SIM        VALUE "S".
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
       77 WRK-RUNCTL-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-RUNCTL-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-LEITURA-RCT   PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-RCT-FIM     VALUE "10".
       77 WRK-FS-RUNLOG        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNLOG-OK           VALUE "00".
       77 WRK-FS-LEITURA-RLG   PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-RLG-FIM     VALUE "10".
       77 WRK-FS-SITUACAO      PIC X(02) VALUE SPACES.
           88 WRK-FS-SITUACAO-OK         VALUE "00".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

      *    DATA DE REFERENCIA (ZEROS = HOJE) E DIAS DE AVISO DAS
      *    OBRIGACOES A VENCER (ZEROS = 5)
       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REF         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REF-OK      PIC X(01) VALUE "N".
           88 WRK-DATA-REF-OK-SIM        VALUE "S".
       77 WRK-DIAS-AVISO       PIC 9(02) VALUE ZEROS.
       77 WRK-HORIZONTE        PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-MES-REF   PIC 9(08) VALUE ZEROS.

      *    SITUACAO DA OBRIGACAO LIDA
       77 WRK-CONCLUIDA        PIC X(01) VALUE "N".
           88 WRK-CONCLUIDA-SIM          VALUE "S".
       77 WRK-INICIADA         PIC X(01) VALUE "N".
           88 WRK-INICIADA-SIM           VALUE "S".
       77 WRK-DATA-CONCLUSAO   PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM           PIC X(20) VALUE SPACES.
       77 WRK-LIMITE-JANELA    PIC 9(08) VALUE ZEROS.

      *    CONTADORES POR GRUPO (1-ATRASADAS 2-VENCEM HOJE
      *    3-A VENCER 4-CONCLUIDAS) E DAS FORA DO RELATORIO
       77 WRK-QTDE-LIDAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ATRASADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-HOJE        PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-A-VENCER    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CONCLUIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FUTURAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRUPO       PIC 9(05) VALUE ZEROS.
       77 WRK-GRUPO-ATUAL      PIC 9(01) VALUE ZEROS.
       77 WRK-TOT-DESCRICAO    PIC X(40) VALUE SPACES.

      *    ROTULOS DO CALSTAT - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-CST-TITULO   PIC X(40)
           VALUE "ACOMPANHAMENTO DO CALENDARIO DA FOLHA  ".
       77 WRK-LIT-CST-REF      PIC X(12) VALUE "REFERENCIA: ".
       77 WRK-LIT-CST-HORIZ    PIC X(13) VALUE "  AVISO ATE: ".
       77 WRK-LIT-CST-GRP-1    PIC X(40)
           VALUE "OBRIGACOES ATRASADAS                    ".
       77 WRK-LIT-CST-GRP-2    PIC X(40)
           VALUE "OBRIGACOES QUE VENCEM HOJE              ".
       77 WRK-LIT-CST-GRP-3    PIC X(40)
           VALUE "OBRIGACOES A VENCER NOS PROXIMOS DIAS   ".
       77 WRK-LIT-CST-GRP-4    PIC X(40)
           VALUE "OBRIGACOES CONCLUIDAS NO MES            ".
       77 WRK-LIT-CST-SUBTOT   PIC X(40)
           VALUE "QUANTIDADE NO GRUPO:                    ".
       77 WRK-LIT-CST-PENDENTE PIC X(40)
           VALUE "TOTAL PENDENTE (ATRASADAS + HOJE):      ".
       77 WRK-LIT-CST-ATRASADA PIC X(24) VALUE "ATRASADA".
       77 WRK-LIT-CST-HOJE     PIC X(24) VALUE "VENCE HOJE".
       77 WRK-LIT-CST-A-VENCER PIC X(24) VALUE "A VENCER".
       77 WRK-LIT-CST-CONCL    PIC X(24) VALUE "CONCLUIDA".
       77 WRK-LIT-CST-CONCL-ATR PIC X(24)
           VALUE "CONCLUIDA COM ATRASO".
       77 WRK-LIT-CST-INICIADA PIC X(20) VALUE "INICIADA SEM FIM".
       01 WRK-LIT-CST-COLUNAS.
           05 WRK-LCC-COMP         PIC X(08) VALUE " COMPET".
           05 WRK-LCC-OBRIG        PIC X(34) VALUE " OBRIGACAO".
           05 WRK-LCC-PROGRAMA     PIC X(11) VALUE "PROGRAMA".
           05 WRK-LCC-FONTE        PIC X(03) VALUE "F".
           05 WRK-LCC-VENC         PIC X(10) VALUE "VENCIM.".
           05 WRK-LCC-SITUACAO     PIC X(25) VALUE "SITUACAO".
           05 WRK-LCC-CONCL        PIC X(09) VALUE "CONCLUSAO".
           05 WRK-LCC-ORIGEM       PIC X(21) VALUE "ORIGEM".

           COPY CPDATA.

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-REFERENCIA
                   UNTIL WRK-DATA-REF-OK-SIM.
               PERFORM 0200-CALCULA-HORIZONTE.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-GRUPO SRT-VENCIMENTO
                                    SRT-COMPETENCIA SRT-OBRIGACAO
                   INPUT PROCEDURE IS 1000-AVALIA-CALENDARIO
                   OUTPUT PROCEDURE IS 2000-IMPRIME-SITUACAO.
               GOBACK.

      *    DATA DE REFERENCIA AAAAMMDD (ZEROS = HOJE) - OUTRA DATA
      *    SO PARA CONFERIR COMO O CALENDARIO ESTAVA OU ESTARA
       0100-CAPTURA-REFERENCIA SECTION.
               DISPLAY "DIGITE A DATA DE REFERENCIA (AAAAMMDD, "
                   "ZEROS = HOJE): "
                   ACCEPT WRK-DATA-REF.
               IF WRK-DATA-REF = ZEROS
                   MOVE WRK-DATA-EXEC TO WRK-DATA-REF
               END-IF.
               MOVE WRK-DATA-REF TO CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.
               IF CPD-DATA-OK
                   MOVE "S" TO WRK-DATA-REF-OK
               ELSE
                   DISPLAY "DATA INVALIDA: " WRK-DATA-REF " - "
                       CPD-DATA-MSG-ERRO
               END-IF.

      *    LIMITE DO AVISO = REFERENCIA + DIAS DE AVISO (CORRIDOS)
       0200-CALCULA-HORIZONTE  SECTION.
               DISPLAY "DIGITE OS DIAS DE AVISO (ZEROS = 05): "
                   ACCEPT WRK-DIAS-AVISO.
               IF WRK-DIAS-AVISO = ZEROS
                   MOVE 5 TO WRK-DIAS-AVISO
               END-IF.
               MOVE CPD-ANO-NUM TO CPD-CALC-ANO.
               MOVE CPD-MES-NUM TO CPD-CALC-MES.
               MOVE CPD-DIA-NUM TO CPD-CALC-DIA.
               PERFORM CPD-8070-INCREMENTA-DIA WRK-DIAS-AVISO TIMES.
               COMPUTE WRK-HORIZONTE =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.
               COMPUTE WRK-INICIO-MES-REF =
                   CPD-ANO-NUM * 10000 + CPD-MES-NUM * 100 + 1.

       1000-AVALIA-CALENDARIO  SECTION.
               OPEN INPUT ARQ-CTL-FOLHA.
               IF WRK-FS-CTL-FOLHA-OK
                   MOVE "S" TO WRK-CTL-FOLHA-DISPONIVEL
               ELSE
                   CLOSE ARQ-CTL-FOLHA
               END-IF.
               OPEN INPUT ARQ-RUN-CONTROL.
               IF WRK-FS-RUNCTL-OK
                   MOVE "S" TO WRK-RUNCTL-DISPONIVEL
               ELSE
                   CLOSE ARQ-RUN-CONTROL
               END-IF.
               OPEN INPUT ARQ-CALENDARIO.
               IF NOT WRK-FS-CALFOLHA-OK
                   DISPLAY "CALENDARIO DA FOLHA (CALFOLHA) AUSENTE - "
                       "FS: " WRK-FS-CALFOLHA
                       " - GERAR PELO PROGRAMA88"
                   CLOSE ARQ-CALENDARIO
               ELSE
                   PERFORM 1100-AVALIA-UMA
                       UNTIL WRK-FS-LEITURA-CAL-FIM
                   CLOSE ARQ-CALENDARIO
               END-IF.
               IF WRK-CTL-FOLHA-DISPONIVEL-SIM
                   CLOSE ARQ-CTL-FOLHA
               END-IF.
               IF WRK-RUNCTL-DISPONIVEL-SIM
                   CLOSE ARQ-RUN-CONTROL
               END-IF.

       1100-AVALIA-UMA         SECTION.
               READ ARQ-CALENDARIO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-CAL
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDAS
                       PERFORM 1200-PROCURA-CONCLUSAO
                       PERFORM 1300-CLASSIFICA
               END-READ.

      *    BAIXA MANUAL PRIMEIRO; SENAO A FONTE DO CALENDARIO. A
      *    EXECUCAO SO CONTA DENTRO DA JANELA DA COMPETENCIA E ATE
      *    A DATA DE REFERENCIA
       1200-PROCURA-CONCLUSAO  SECTION.
               MOVE "N"    TO WRK-CONCLUIDA.
               MOVE "N"    TO WRK-INICIADA.
               MOVE ZEROS  TO WRK-DATA-CONCLUSAO.
               MOVE SPACES TO WRK-ORIGEM.
               IF CAL-JANELA-FIM < WRK-DATA-REF
                   MOVE CAL-JANELA-FIM TO WRK-LIMITE-JANELA
               ELSE
                   MOVE WRK-DATA-REF   TO WRK-LIMITE-JANELA
               END-IF.
               IF CAL-BAIXA-DATA NOT = ZEROS
                   MOVE "S"            TO WRK-CONCLUIDA
                   MOVE CAL-BAIXA-DATA TO WRK-DATA-CONCLUSAO
                   STRING "BAIXA " CAL-BAIXA-OPERADOR
                       DELIMITED BY SIZE INTO WRK-ORIGEM
               ELSE
                   EVALUATE TRUE
                       WHEN CAL-FONTE-FOLHACTL
                           PERFORM 1210-CONSULTA-FOLHACTL
                       WHEN CAL-FONTE-GLFECHA
                           PERFORM 1220-CONSULTA-GLFECHA
                       WHEN CAL-FONTE-RUNCTL
                           PERFORM 1230-CONSULTA-RUNCTL
                           IF NOT WRK-CONCLUIDA-SIM
                               PERFORM 1240-CONSULTA-RUNLOG
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

       1210-CONSULTA-FOLHACTL  SECTION.
               IF WRK-CTL-FOLHA-DISPONIVEL-SIM
                   MOVE CAL-COMPETENCIA TO FCT-COMPETENCIA
                   READ ARQ-CTL-FOLHA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FCT-COMPLETO
                               MOVE "S"      TO WRK-CONCLUIDA
                               MOVE FCT-DATA TO WRK-DATA-CONCLUSAO
                               STRING "FOLHACTL LOTE " FCT-LOTE
                                   DELIMITED BY SIZE INTO WRK-ORIGEM
                           END-IF
                   END-READ
               END-IF.

       1220-CONSULTA-GLFECHA   SECTION.
               MOVE CAL-COMPETENCIA TO GLF-COMPETENCIA.
               PERFORM 8500-CONSULTA-FECHAMENTO.
               IF WRK-GLF-FECHADO-SIM
                   MOVE "S"      TO WRK-CONCLUIDA
                   MOVE GLF-DATA TO WRK-DATA-CONCLUSAO
                   STRING "GLFECHA " GLF-OPERADOR
                       DELIMITED BY SIZE INTO WRK-ORIGEM
               END-IF.

      *    PRIMEIRA CONCLUSAO DO PROGRAMA NA JANELA (RUNCTL E
      *    INDEXADO POR PROGRAMA+DATA)
       1230-CONSULTA-RUNCTL    SECTION.
               IF WRK-RUNCTL-DISPONIVEL-SIM
                   MOVE "00"              TO WRK-FS-LEITURA-RCT
                   MOVE CAL-PROGRAMA      TO RCT-PROGRAMA
                   MOVE CAL-JANELA-INICIO TO RCT-DATA
                   START ARQ-RUN-CONTROL KEY IS NOT LESS THAN
                       RCT-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-RCT
                   END-START
                   PERFORM 1231-LE-RUNCTL
                       UNTIL WRK-FS-LEITURA-RCT-FIM
                          OR WRK-CONCLUIDA-SIM
               END-IF.

       1231-LE-RUNCTL          SECTION.
               READ ARQ-RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-RCT
                   NOT AT END
                       IF RCT-PROGRAMA NOT = CAL-PROGRAMA
                           OR RCT-DATA > WRK-LIMITE-JANELA
                           MOVE "10" TO WRK-FS-LEITURA-RCT
                       ELSE
                           IF RCT-COMPLETO
                               MOVE "S"      TO WRK-CONCLUIDA
                               MOVE RCT-DATA TO WRK-DATA-CONCLUSAO
                               STRING "RUNCTL LOTE " RCT-LOTE
                                   DELIMITED BY SIZE INTO WRK-ORIGEM
                           END-IF
                       END-IF
               END-READ.

      *    PROGRAMA QUE SO REGISTRA NO LOG DE EXECUCOES: FIM
      *    COMPLETO NA JANELA CONCLUI; SO O INICIO, SEM O FIM,
      *    DENUNCIA A EXECUCAO QUE PAROU NO MEIO
       1240-CONSULTA-RUNLOG    SECTION.
               MOVE "00" TO WRK-FS-LEITURA-RLG.
               OPEN INPUT ARQ-RUN-LOG.
               IF WRK-FS-RUNLOG-OK
                   PERFORM 1241-LE-RUNLOG
                       UNTIL WRK-FS-LEITURA-RLG-FIM
               END-IF.
               CLOSE ARQ-RUN-LOG.
               IF WRK-INICIADA-SIM AND NOT WRK-CONCLUIDA-SIM
                   MOVE WRK-LIT-CST-INICIADA TO WRK-ORIGEM
               END-IF.

       1241-LE-RUNLOG          SECTION.
               READ ARQ-RUN-LOG
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-RLG
                   NOT AT END
                       IF RLG-PROGRAMA = CAL-PROGRAMA
                           AND RLG-DATA NOT < CAL-JANELA-INICIO
                           AND RLG-DATA NOT > WRK-LIMITE-JANELA
                           PERFORM 1242-AVALIA-EVENTO
                       END-IF
               END-READ.

       1242-AVALIA-EVENTO      SECTION.
               IF RLG-EVENTO-INICIO
                   MOVE "S" TO WRK-INICIADA
               END-IF.
               IF RLG-EVENTO-FIM AND RLG-STATUS-COMPLETO
                   IF NOT WRK-CONCLUIDA-SIM
                       OR RLG-DATA < WRK-DATA-CONCLUSAO
                       MOVE "S"      TO WRK-CONCLUIDA
                       MOVE RLG-DATA TO WRK-DATA-CONCLUSAO
                       MOVE SPACES   TO WRK-ORIGEM
                       STRING "RUNLOG LOTE " RLG-LOTE
                           DELIMITED BY SIZE INTO WRK-ORIGEM
                   END-IF
               END-IF.

      *    CONCLUIDA SO SAI SE VENCE NO MES DA REFERENCIA OU
      *    DEPOIS; PENDENTE ALEM DO AVISO SO E CONTADA
       1300-CLASSIFICA         SECTION.
               MOVE SPACES TO SRT-SITUACAO.
               EVALUATE TRUE
                   WHEN WRK-CONCLUIDA-SIM
                       IF CAL-VENCIMENTO NOT < WRK-INICIO-MES-REF
                           MOVE 4 TO SRT-GRUPO
                           IF WRK-DATA-CONCLUSAO > CAL-VENCIMENTO
                               MOVE WRK-LIT-CST-CONCL-ATR
                                   TO SRT-SITUACAO
                           ELSE
                               MOVE WRK-LIT-CST-CONCL TO SRT-SITUACAO
                           END-IF
                           PERFORM 1310-LIBERA-OBRIGACAO
                       END-IF
                   WHEN CAL-VENCIMENTO < WRK-DATA-REF
                       MOVE 1 TO SRT-GRUPO
                       MOVE WRK-LIT-CST-ATRASADA TO SRT-SITUACAO
                       PERFORM 1310-LIBERA-OBRIGACAO
                   WHEN CAL-VENCIMENTO = WRK-DATA-REF
                       MOVE 2 TO SRT-GRUPO
                       MOVE WRK-LIT-CST-HOJE TO SRT-SITUACAO
                       PERFORM 1310-LIBERA-OBRIGACAO
                   WHEN CAL-VENCIMENTO NOT > WRK-HORIZONTE
                       MOVE 3 TO SRT-GRUPO
                       MOVE WRK-LIT-CST-A-VENCER TO SRT-SITUACAO
                       PERFORM 1310-LIBERA-OBRIGACAO
                   WHEN OTHER
                       ADD 1 TO WRK-QTDE-FUTURAS
               END-EVALUATE.

       1310-LIBERA-OBRIGACAO   SECTION.
               MOVE CAL-VENCIMENTO     TO SRT-VENCIMENTO.
               MOVE CAL-COMPETENCIA    TO SRT-COMPETENCIA.
               MOVE CAL-OBRIGACAO      TO SRT-OBRIGACAO.
               MOVE CAL-DESCRICAO      TO SRT-DESCRICAO.
               MOVE CAL-PROGRAMA       TO SRT-PROGRAMA.
               MOVE CAL-FONTE          TO SRT-FONTE.
               MOVE WRK-DATA-CONCLUSAO TO SRT-CONCLUSAO.
               MOVE WRK-ORIGEM         TO SRT-ORIGEM.
               RELEASE SRT-REGISTRO.

       2000-IMPRIME-SITUACAO   SECTION.
               OPEN OUTPUT ARQ-SITUACAO.
               MOVE "CALSTAT "    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA89"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES              TO CST-CABECALHO-REC.
               MOVE "H"                 TO CST-CAB-TIPO.
               MOVE WRK-LIT-CST-TITULO  TO CST-CAB-TITULO.
               MOVE WRK-LIT-CST-REF     TO CST-CAB-LIT-REF.
               MOVE WRK-DATA-REF        TO CST-CAB-REFERENCIA.
               MOVE WRK-LIT-CST-HORIZ   TO CST-CAB-LIT-HORIZ.
               MOVE WRK-HORIZONTE       TO CST-CAB-HORIZONTE.
               WRITE CST-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2100-RETORNA-UMA
                   UNTIL WRK-FIM-SORT-SIM.
               IF WRK-GRUPO-ATUAL NOT = ZEROS
                   PERFORM 2300-GRAVA-SUBTOTAL
               END-IF.
               COMPUTE WRK-QTDE-GRUPO =
                   WRK-QTDE-ATRASADAS + WRK-QTDE-HOJE.
               MOVE WRK-LIT-CST-PENDENTE TO WRK-TOT-DESCRICAO.
               PERFORM 2400-GRAVA-TOTAL.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-SITUACAO.
               DISPLAY "CALENDARIO DA FOLHA EM " WRK-DATA-REF
                   " - ATRASADAS " WRK-QTDE-ATRASADAS
                   " VENCEM HOJE " WRK-QTDE-HOJE
                   " A VENCER " WRK-QTDE-A-VENCER
                   " CONCLUIDAS " WRK-QTDE-CONCLUIDAS
                   " FUTURAS " WRK-QTDE-FUTURAS.
               IF WRK-QTDE-ATRASADAS > ZEROS
                   DISPLAY "*** " WRK-QTDE-ATRASADAS
                       " OBRIGACOES ATRASADAS - VER CALSTAT ***"
               END-IF.

       2100-RETORNA-UMA        SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF SRT-GRUPO NOT = WRK-GRUPO-ATUAL
                           IF WRK-GRUPO-ATUAL NOT = ZEROS
                               PERFORM 2300-GRAVA-SUBTOTAL
                           END-IF
                           PERFORM 2150-GRAVA-GRUPO
                       END-IF
                       PERFORM 2200-GRAVA-DETALHE
               END-RETURN.

      *    TITULO DO GRUPO SEGUIDO DA LINHA DE COLUNAS
       2150-GRAVA-GRUPO        SECTION.
               MOVE SRT-GRUPO TO WRK-GRUPO-ATUAL.
               MOVE ZEROS     TO WRK-QTDE-GRUPO.
               MOVE SPACES    TO CST-GRUPO-REC.
               MOVE "G"       TO CST-GRP-TIPO.
               EVALUATE WRK-GRUPO-ATUAL
                   WHEN 1
                       MOVE WRK-LIT-CST-GRP-1 TO CST-GRP-TITULO
                   WHEN 2
                       MOVE WRK-LIT-CST-GRP-2 TO CST-GRP-TITULO
                   WHEN 3
                       MOVE WRK-LIT-CST-GRP-3 TO CST-GRP-TITULO
                   WHEN OTHER
                       MOVE WRK-LIT-CST-GRP-4 TO CST-GRP-TITULO
               END-EVALUATE.
               WRITE CST-GRUPO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO CST-COLUNA-REC.
               MOVE "C"                 TO CST-COL-TIPO.
               MOVE WRK-LIT-CST-COLUNAS TO CST-COL-TEXTO.
               WRITE CST-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2200-GRAVA-DETALHE      SECTION.
               ADD 1 TO WRK-QTDE-GRUPO.
               EVALUATE SRT-GRUPO
                   WHEN 1
                       ADD 1 TO WRK-QTDE-ATRASADAS
                   WHEN 2
                       ADD 1 TO WRK-QTDE-HOJE
                   WHEN 3
                       ADD 1 TO WRK-QTDE-A-VENCER
                   WHEN OTHER
                       ADD 1 TO WRK-QTDE-CONCLUIDAS
               END-EVALUATE.
               MOVE SPACES          TO CST-DETALHE-REC.
               MOVE "D"             TO CST-DET-TIPO.
               MOVE SRT-COMPETENCIA TO CST-DET-COMPETENCIA.
               MOVE SRT-OBRIGACAO   TO CST-DET-OBRIGACAO.
               MOVE SRT-DESCRICAO   TO CST-DET-DESCRICAO.
               MOVE SRT-PROGRAMA    TO CST-DET-PROGRAMA.
               MOVE SRT-FONTE       TO CST-DET-FONTE.
               MOVE SRT-VENCIMENTO  TO CST-DET-VENCIMENTO.
               MOVE SRT-SITUACAO    TO CST-DET-SITUACAO.
               MOVE SRT-CONCLUSAO   TO CST-DET-CONCLUSAO.
               MOVE SRT-ORIGEM      TO CST-DET-ORIGEM.
               WRITE CST-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2300-GRAVA-SUBTOTAL     SECTION.
               MOVE WRK-LIT-CST-SUBTOT TO WRK-TOT-DESCRICAO.
               PERFORM 2400-GRAVA-TOTAL.

      *    LINHA DE TOTAL - DESCRICAO EM WRK-TOT-DESCRICAO E
      *    QUANTIDADE EM WRK-QTDE-GRUPO
       2400-GRAVA-TOTAL        SECTION.
               MOVE SPACES            TO CST-TOTAL-REC.
               MOVE "T"               TO CST-TOT-TIPO.
               MOVE WRK-TOT-DESCRICAO TO CST-TOT-DESCRICAO.
               MOVE WRK-QTDE-GRUPO    TO CST-TOT-QTDE.
               WRITE CST-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE CST-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPGLFPR.

           COPY CPDATAVL.

           COPY CPREPPR.
