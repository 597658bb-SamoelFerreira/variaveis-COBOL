      *==                  PROGRAMA22) - CONTA NOVA SEM TESTE
      *==                  APROVADO RECEBIA O CREDITO DO DIA 15
      *==                  QUE A FOLHA DO FIM DO MES RECUSAVA
      *== 15/10/26   WS    CARIMBO DE CONCLUSAO NO RUNCTL
      *==                  (CPRUNCTL/CPRUNCPR) PARA O CALENDARIO
      *==                  DA FOLHA (PROGRAMA89)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ53"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  ARQ-PRENOTE
               LABEL RECORD IS STANDARD.
           COPY CPPRENOT.

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
                   DISPLAY WRK-QTDE-SEM-PRENOTE " ATIVOS FORA DO "
                       "ADIANTAMENTO AGUARDANDO PRENOTE APROVADO"
               END-IF.
      *        CARIMBA A CONCLUSAO NO CONTROLE DE EXECUCAO DO DIA,
      *        CONSULTADO PELO ACOMPANHAMENTO DO CALENDARIO DA FOLHA
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE "PROGRAMA53" TO RCT-PROGRAMA
                   MOVE BAT-DATA     TO RCT-DATA
                   MOVE BAT-NUMERO   TO RCT-LOTE
                   SET RCT-COMPLETO  TO TRUE
                   PERFORM 8100-GRAVA-RUN-CONTROL
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPRUNCPR.
