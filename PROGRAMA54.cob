      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    BRUTO DAS FOLHAS COMPLEMENTARES ENTRA NO
      *==                  RETROATIVO EM LINHA PROPRIA DA COMPETENCIA,
      *==                  QUE CONTA UMA VEZ SO
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
       77 WRK-NOME-ATUAL       PIC X(30) VALUE SPACES.
       77 WRK-DEP-ATUAL        PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-COMPS       PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-COMP-CONTADA PIC 9(06) VALUE ZEROS.
       77 WRK-DIF-COMP         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-DIF        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIQ-RETRO        PIC 9(08)V99 VALUE ZEROS.
                   MOVE "S" TO WRK-HIST-DISPONIVEL
                   MOVE ZEROS TO FHT-CODIGO
                   MOVE ZEROS TO FHT-COMPETENCIA
                   MOVE ZEROS TO FHT-SEQUENCIA
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                   MOVE "S"         TO WRK-TEM-GRUPO
                   MOVE FHT-CODIGO  TO WRK-CODIGO-ATUAL
                   MOVE ZEROS       TO WRK-QTDE-COMPS
                   MOVE ZEROS       TO WRK-ULT-COMP-CONTADA
                   MOVE ZEROS       TO WRK-TOTAL-DIF
                   PERFORM 0003-B-ABRE-MEMORANDO
               END-IF.
               MOVE FHT-DEPENDENTES TO WRK-DEP-ATUAL.
               COMPUTE WRK-DIF-COMP ROUNDED =
                   FHT-BRUTO * WRK-PERC-RETRO / 100.
               IF FHT-COMPETENCIA NOT = WRK-ULT-COMP-CONTADA
                   ADD 1               TO WRK-QTDE-COMPS
                   MOVE FHT-COMPETENCIA TO WRK-ULT-COMP-CONTADA
               END-IF.
               ADD WRK-DIF-COMP TO WRK-TOTAL-DIF.
               MOVE SPACES             TO RTR-LINHA-REC.
               MOVE "D"                TO RTR-LIN-TIPO.
               MOVE WRK-LIT-RTR-COMP   TO RTR-LIN-ROTULO.
               IF FHT-SEQUENCIA = ZEROS
                   STRING FHT-COMPETENCIA " BRUTO PAGO " FHT-BRUTO
                       DELIMITED BY SIZE INTO RTR-LIN-TEXTO
               ELSE
                   STRING FHT-COMPETENCIA " COMPLEMENTAR "
                       FHT-SEQUENCIA " BRUTO " FHT-BRUTO
                       DELIMITED BY SIZE INTO RTR-LIN-TEXTO
               END-IF.
               MOVE "R$ "              TO RTR-LIN-LIT-VALOR.
               MOVE WRK-DIF-COMP       TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT      TO RTR-LIN-VALOR.
