      *==                  E DESCARTADO - ANTES ACUMULAVA NA
      *==                  ULTIMA LINHA E CORROMPIA AS FIGURAS
      *==                  DA CONTA QUE A OCUPAVA
      *== 15/10/26   WS    FECHAMENTO SO OFERECIDO COM O LIQUIDO DA
      *==                  COMPETENCIA CONCILIADO (FOLHA, BANCO E
      *==                  RAZAO) PELO PROGRAMB04 - CARIMBO NO
      *==                  CONCLIQ (CPCONLIQ/CPCLQPR)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLF-COMPETENCIA
                   FILE STATUS IS WRK-FS-GLFECHA.
               SELECT ARQ-CONCILIACAO-LIQ ASSIGN TO "CONCLIQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLQ-COMPETENCIA
                   FILE STATUS IS WRK-FS-CONCLIQ.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.

           FD  ARQ-CONCILIACAO-LIQ
               LABEL RECORD IS STANDARD.
           COPY CPCONLIQ.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.
           88 WRK-FS-GLFECHA-OK          VALUE "00".
           88 WRK-FS-GLFECHA-NAO-EXISTE  VALUE "35".
           88 WRK-FS-GLFECHA-DUPLICADO   VALUE "22".
      *    SITUACAO DA CONCILIACAO DO LIQUIDO (PROGRAMB04) - SO A
      *    COMPETENCIA CONCILIADA PODE SER FECHADA
       77 WRK-FS-CONCLIQ       PIC X(02) VALUE SPACES.
           88 WRK-FS-CONCLIQ-OK          VALUE "00".
       77 WRK-CLQ-CONCILIADO   PIC X(01) VALUE "N".
           88 WRK-CLQ-CONCILIADO-SIM     VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
               WRITE BAL-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    O FECHAMENTO SO E OFERECIDO COM O BALANCETE BATIDO E O
      *    LIQUIDO DA COMPETENCIA CONCILIADO (FOLHA, BANCO E
      *    RAZAO, CARIMBO DO PROGRAMB04 NO CONCLIQ); O CARIMBO NO
      *    GLFECHA E O QUE FAZ O PROGRAMA24 E O FEED DO PROGRAMA08
      *    RECUSAREM LANCAMENTO NO MES FECHADO
       0004-FECHA-PERIODO      SECTION.
               MOVE WRK-COMPETENCIA TO CLQ-COMPETENCIA.
               PERFORM 8520-CONSULTA-CONCILIACAO.
               IF NOT WRK-PERIODO-BALANCEIA-SIM
                   DISPLAY "PERIODO FORA DE BALANCO - FECHAMENTO "
                       "NAO OFERECIDO"
               ELSE
                   IF NOT WRK-CLQ-CONCILIADO-SIM
                       DISPLAY "LIQUIDO DA COMPETENCIA NAO "
                           "CONCILIADO (PROGRAMB04) - FECHAMENTO "
                           "NAO OFERECIDO"
                   ELSE
                       DISPLAY "FECHAR O PERIODO " WRK-COMPETENCIA
                           "? (S/N) "
                           ACCEPT WRK-FECHA
                       IF WRK-FECHA-SIM
                           PERFORM 0004-A-CARIMBA-FECHAMENTO
                       END-IF
                   END-IF
               END-IF.

       0004-A-CARIMBA-FECHAMENTO SECTION.
               OPEN I-O ARQ-FECHAMENTO-GL.
               IF WRK-FS-GLFECHA-NAO-EXISTE
                   OPEN OUTPUT ARQ-FECHAMENTO-GL
                   CLOSE ARQ-FECHAMENTO-GL
                   OPEN I-O ARQ-FECHAMENTO-GL
               END-IF.
               MOVE WRK-COMPETENCIA TO GLF-COMPETENCIA.
               ACCEPT GLF-DATA FROM DATE YYYYMMDD.
               ACCEPT GLF-HORA FROM TIME.
               MOVE WRK-OPERADOR TO GLF-OPERADOR.
               SET GLF-FECHADO TO TRUE.
               WRITE GLF-REGISTRO.
               IF WRK-FS-GLFECHA-DUPLICADO
                   REWRITE GLF-REGISTRO
               END-IF.
               CLOSE ARQ-FECHAMENTO-GL.
               DISPLAY "PERIODO " WRK-COMPETENCIA " FECHADO".
               MOVE "PROGRAMA60" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "FECHAMENTO CONTABIL COMP "
                   WRK-COMPETENCIA
                   " DEBITOS " WRK-TOTAL-DEBITOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0005-FINALIZAR          SECTION.
               IF WRK-DIARIO-DISPONIVEL-SIM
                   CLOSE ARQ-DIARIO

           COPY CPAUDPR.

           COPY CPCLQPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
