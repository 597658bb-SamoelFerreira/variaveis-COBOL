      *== 08/08/26   WS    EXTRATO DE INTERFACE PARA O RAZAO (ARQ. GLPOST)
      *==                  NO LAYOUT CONTA/PERIODO/VALOR, GERADO A PARTIR
      *==                  DO TOTAL DESTE LOTE (WRK-RESULTADO)
      *== 15/10/26   WS    O GLPOST GERADO ENTRA NO REGISTRO DE
      *==                  TRANSMISSOES (ARQ. TRANSMIT, CPTRANSM/
      *==                  CPTRNWS/CPTRNPR) COM QTDE, VALOR E LOTE -
      *==                  A LIBERACAO E PELO PROGRAMB07
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-RAZAO ASSIGN TO "GLPOST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RAZAO.
               SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-CHAVE
                   FILE STATUS IS WRK-FS-TRANSMIT.
               SELECT ARQ-FECHAMENTO-GL ASSIGN TO "GLFECHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               05 RAZ-PERIODO         PIC 9(06).
               05 RAZ-VALOR           PIC 9(09).

           FD  ARQ-TRANSMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPTRANSM.

           FD  ARQ-FECHAMENTO-GL
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.
       77 WRK-PERIODO-GL       PIC 9(06) VALUE ZEROS.

           COPY CPOPERWS.
           COPY CPTRNWS.
           COPY CPAUDELO.

           PROCEDURE DIVISION.
               MOVE WRK-SALDO-ACUMULADO TO RAZ-VALOR.
               WRITE RAZ-REGISTRO.
               CLOSE ARQ-RAZAO.
      *        O FEED ENTRA NO REGISTRO DE TRANSMISSOES COMO CRIADO
      *        - REGISTRO UNICO, O HASH E O PROPRIO VALOR DO FEED
      *        E O TOTAL VAI EM CENTAVOS, COMO NAS OUTRAS INTERFACES
               MOVE "GLPOST" TO WRK-TRN-ARQUIVO.
               MOVE BAT-DATA     TO WRK-TRN-DATA.
               MOVE BAT-NUMERO   TO WRK-TRN-LOTE.
               MOVE "PROGRAMA08" TO WRK-TRN-PROGRAMA.
               MOVE 1 TO WRK-TRN-QTDE.
               COMPUTE WRK-TRN-VALOR = WRK-SALDO-ACUMULADO * 100.
               MOVE WRK-SALDO-ACUMULADO TO WRK-TRN-HASH.
               PERFORM 8130-REGISTRA-TRANSMISSAO.
               DISPLAY "EXTRATO DE RAZAO GRAVADO (GLPOST) - CONTA "
                   WRK-CONTA-GL " PERIODO " WRK-PERIODO-GL
                   " VALOR " WRK-SALDO-ACUMULADO.

           COPY CPRUNCPR.

           COPY CPTRNPR.

           COPY CPRLGPR.
