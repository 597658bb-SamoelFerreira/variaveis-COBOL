      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 22/08/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    LIMITE DE AUSENTES SIMULTANEOS EM FERIAS
      *==                  (CCU-MAX-AUSENTES, ZEROS = SEM LIMITE)
      *==                  CAPTURADO NA INCLUSAO E NA ALTERACAO E
      *==                  MOSTRADO NA LISTAGEM - CONFERIDO PELA
      *==                  PROGRAMACAO ANUAL DE FERIAS (PROGRAMB02)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
       77 WRK-CODIGO-CC        PIC X(05) VALUE SPACES.
       77 WRK-DESCRICAO-CC     PIC X(30) VALUE SPACES.
       77 WRK-CONTA-CC         PIC X(06) VALUE SPACES.
       77 WRK-MAX-AUSENTES-CC  PIC 9(03) VALUE ZEROS.

           COPY CPAUDELO.

                       DISPLAY "CCUSTO " CCU-CODIGO
                           " " CCU-DESCRICAO
                           " CONTA " CCU-CONTA-GL
                           " MAX.AUSENTES " CCU-MAX-AUSENTES
               END-READ.

       0002-INCLUI-CENTRO      SECTION.
                   ACCEPT WRK-DESCRICAO-CC.
               DISPLAY "DIGITE A CONTA CONTABIL DO RAZAO: "
                   ACCEPT WRK-CONTA-CC.
               DISPLAY "MAXIMO DE AUSENTES EM FERIAS AO MESMO "
                   "TEMPO (000 = SEM LIMITE): "
                   ACCEPT WRK-MAX-AUSENTES-CC.
               MOVE WRK-CODIGO-CC    TO CCU-CODIGO.
               MOVE WRK-DESCRICAO-CC TO CCU-DESCRICAO.
               MOVE WRK-CONTA-CC     TO CCU-CONTA-GL.
               MOVE WRK-MAX-AUSENTES-CC TO CCU-MAX-AUSENTES.
               WRITE CCU-REGISTRO.
               IF WRK-FS-CCUSTO-DUPLICADO
                   DISPLAY "CENTRO DE CUSTO " WRK-CODIGO-CC
                   STRING "INCLUSAO CCUSTO " WRK-CODIGO-CC
                       " " WRK-DESCRICAO-CC
                       " CONTA " WRK-CONTA-CC
                       " MAX " WRK-MAX-AUSENTES-CC
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
                   NOT INVALID KEY
                       DISPLAY "DESCRICAO ATUAL: " CCU-DESCRICAO
                       DISPLAY "CONTA ATUAL....: " CCU-CONTA-GL
      *                REGISTRO GRAVADO ANTES DO LIMITE EXISTIR
      *                TEM O CAMPO EM BRANCO - TRATADO COMO ZERO
                       IF CCU-MAX-AUSENTES NOT NUMERIC
                           MOVE ZEROS TO CCU-MAX-AUSENTES
                       END-IF
                       DISPLAY "MAX. AUSENTES..: " CCU-MAX-AUSENTES
                       DISPLAY "DIGITE A NOVA DESCRICAO: "
                           ACCEPT WRK-DESCRICAO-CC
                       DISPLAY "DIGITE A NOVA CONTA CONTABIL: "
                           ACCEPT WRK-CONTA-CC
                       DISPLAY "DIGITE O NOVO MAXIMO DE AUSENTES "
                           "(000 = SEM LIMITE): "
                           ACCEPT WRK-MAX-AUSENTES-CC
                       MOVE WRK-DESCRICAO-CC TO CCU-DESCRICAO
                       MOVE WRK-CONTA-CC     TO CCU-CONTA-GL
                       MOVE WRK-MAX-AUSENTES-CC TO CCU-MAX-AUSENTES
                       REWRITE CCU-REGISTRO
                       DISPLAY "CENTRO DE CUSTO " WRK-CODIGO-CC
                           " ALTERADO"
                       STRING "ALTERACAO CCUSTO " WRK-CODIGO-CC
                           " " WRK-DESCRICAO-CC
                           " CONTA " WRK-CONTA-CC
                           " MAX " WRK-MAX-AUSENTES-CC
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-READ.
