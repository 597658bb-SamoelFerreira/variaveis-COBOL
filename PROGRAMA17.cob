      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63 - PERDIDO O
      *==                  PAPEL, PERDIA-SE O RELATORIO
      *== 15/10/26   WS    CARTAO DE COMPETENCIA (AAAAMM, ZEROS =
      *==                  CADASTRO ATUAL): COM COMPETENCIA, O
      *==                  ROSTER SAI DA FOTO DO MESTRE TIRADA NO
      *==                  FECHAMENTO DA FOLHA (CADSNAP, CPSNAP/
      *==                  CPSNPWS/CPSNPPR) E O CABECALHO MOSTRA A
      *==                  COMPETENCIA - REEMITIR MES PASSADO DAVA
      *==                  O RETRATO DE HOJE
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.
               SELECT ARQ-FOTO-MESTRE ASSIGN TO "CADSNAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNP-CHAVE
                   FILE STATUS IS WRK-FS-FOTO.

           DATA DIVISION.
           FILE                    SECTION.
               05 RNK-CAB-TITULO       PIC X(42).
               05 RNK-CAB-LIT-DATA     PIC X(06).
               05 RNK-CAB-DATA         PIC 9(08).
               05 RNK-CAB-LIT-FOTO     PIC X(20).
               05 RNK-CAB-FOTO         PIC 9(06).
               05 FILLER               PIC X(45).
           01  RNK-DETALHE-REC REDEFINES RNK-CABECALHO-REC.
               05 RNK-DET-TIPO         PIC X(01).
               05 RNK-DET-RANK         PIC ZZZZ9.
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  ARQ-FOTO-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPSNAP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-LIT-RNK-TITULO   PIC X(42)
           VALUE "ROSTER POR SALARIO DECRESCENTE            ".
       77 WRK-LIT-RNK-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-RNK-FOTO     PIC X(20)
           VALUE "  FOTO COMPETENCIA: ".
       77 WRK-LIT-RNK-SAL      PIC X(04) VALUE " R$ ".
       77 WRK-LIT-RNK-ACUM     PIC X(07) VALUE " ACUM R".
       77 WRK-LIT-RNK-PCT      PIC X(05) VALUE " PCT ".
       77 WRK-LIT-RNK-TOT-SAL  PIC X(18) VALUE "FOLHA TOTAL   R$  ".

           COPY CPREPWS.
           COPY CPSNPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 8760-CAPTURA-FOTO.
               SORT ARQ-SORT
                   ON DESCENDING KEY SRT-SALARIO
                   INPUT PROCEDURE IS 1000-SELECIONA-ATIVOS

      *    FASE DE ENTRADA DO SORT: LIBERA UM REGISTRO POR ATIVO E
      *    JA ACUMULA O TOTAL DA FOLHA, USADO NO PERCENTUAL DA FASE
      *    DE SAIDA. COM COMPETENCIA PEDIDA NO CARTAO, OS
      *    REGISTROS VEM DA FOTO DO MESTRE (CADSNAP, CPSNPPR) E NAO
      *    DO CADASTRO ATUAL
       1000-SELECIONA-ATIVOS   SECTION.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8761-ABRE-FOTO
               ELSE
                   PERFORM 1010-ABRE-MESTRE
               END-IF.
               PERFORM 1100-LIBERA-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8763-FECHA-FOTO
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.

       1010-ABRE-MESTRE        SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-START
               END-IF.

       1100-LIBERA-UM          SECTION.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8762-LE-FOTO
               ELSE
                   READ CADASTRO-MESTRE NEXT RECORD
                       AT END
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-READ
               END-IF.
               IF NOT WRK-FS-LEITURA-FIM-ARQUIVO
                   AND NOT EMP-DESLIGADO
                   ADD 1 TO WRK-QTDE-FUNC
                   ADD EMP-SALARIO TO WRK-TOTAL-FOLHA
                   MOVE EMP-SALARIO TO SRT-SALARIO
                   MOVE EMP-CODIGO  TO SRT-CODIGO
                   MOVE EMP-NOME    TO SRT-NOME
                   RELEASE SRT-REGISTRO
               END-IF.

      *    FASE DE SAIDA DO SORT: RECEBE OS REGISTROS JA ORDENADOS
      *    DO MAIOR PARA O MENOR SALARIO E IMPRIME COM RANKING,
               MOVE WRK-LIT-RNK-TITULO TO RNK-CAB-TITULO.
               MOVE WRK-LIT-RNK-DATA   TO RNK-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO RNK-CAB-DATA.
               IF WRK-FOTO-ATIVA-SIM
                   MOVE WRK-LIT-RNK-FOTO     TO RNK-CAB-LIT-FOTO
                   MOVE WRK-FOTO-COMPETENCIA TO RNK-CAB-FOTO
               END-IF.
               WRITE RNK-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2100-RETORNA-UM
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPSNPPR.
