      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63 - PERDIDO O
      *==                  PAPEL, PERDIA-SE O RELATORIO
      *== 15/10/26   WS    CARTAO DE COMPETENCIA (AAAAMM, ZEROS =
      *==                  CADASTRO ATUAL) APOS O MODO: COM
      *==                  COMPETENCIA, OS REGISTROS SAEM DA FOTO
      *==                  DO MESTRE TIRADA NO FECHAMENTO DA FOLHA
      *==                  (CADSNAP, CPSNAP/CPSNPWS/CPSNPPR) E O
      *==                  CABECALHO MOSTRA A COMPETENCIA
      *== 15/10/26   WS    RATEIO DE CENTRO DE CUSTO (ARQ. RATEIO,
      *==                  CPRATEIO/CPRATWS/CPRATPR): QUEM TEM RATEIO
      *==                  EM VIGOR NA DATA DO RELATORIO SAI EM CADA
      *==                  CENTRO COM A SUA PARTE DO SALARIO E O
      *==                  PERCENTUAL; A PESSOA CONTA UMA VEZ SO NO
      *==                  TOTAL GERAL, PELO CENTRO PRINCIPAL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-CCUSTO.
               SELECT ARQ-SORT ASSIGN TO "SORTWK01".
               SELECT ARQ-RATEIO ASSIGN TO "RATEIO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAT-CHAVE
                   FILE STATUS IS WRK-FS-RATEIO.

               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
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
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-NOME             PIC X(30).
               05 SRT-SALARIO          PIC 9(08)V99.
               05 SRT-PERC             PIC 9(03)V99.
               05 SRT-PRINCIPAL        PIC X(01).
                   88 SRT-PRINCIPAL-SIM          VALUE "S".

           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
               05 DEP-CAB-TITULO       PIC X(40).
               05 DEP-CAB-LIT-DATA     PIC X(06).
               05 DEP-CAB-DATA         PIC 9(08).
               05 DEP-CAB-LIT-FOTO     PIC X(20).
               05 DEP-CAB-FOTO         PIC 9(06).
               05 FILLER               PIC X(47).
           01  DEP-GRUPO-REC REDEFINES DEP-CABECALHO-REC.
               05 DEP-GRP-TIPO         PIC X(01).
               05 DEP-GRP-LIT          PIC X(08).
               05 DEP-DET-NOME         PIC X(30).
               05 DEP-DET-LIT-SAL      PIC X(04).
               05 DEP-DET-SALARIO      PIC ZZ.ZZZ.ZZ9,99.
               05 DEP-DET-LIT-RAT      PIC X(08).
               05 DEP-DET-PERC         PIC ZZ9,99.
               05 DEP-DET-LIT-PCT      PIC X(01).
               05 FILLER               PIC X(61).
           01  DEP-TOTAL-REC REDEFINES DEP-CABECALHO-REC.
               05 DEP-TOT-TIPO         PIC X(01).
               05 DEP-TOT-LABEL        PIC X(30).
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  ARQ-FOTO-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPSNAP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-LIT-DEP-TITULO   PIC X(40)
           VALUE "SALARIOS POR CENTRO DE CUSTO            ".
       77 WRK-LIT-DEP-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-DEP-FOTO     PIC X(20)
           VALUE "  FOTO COMPETENCIA: ".
       77 WRK-LIT-DEP-GRUPO    PIC X(08) VALUE "CCUSTO: ".
       77 WRK-LIT-DEP-CONTA    PIC X(07) VALUE " CONTA ".
       77 WRK-LIT-DEP-SAL      PIC X(04) VALUE " R$ ".
       77 WRK-LIT-DEP-RATEIO   PIC X(08) VALUE " RATEIO ".
       77 WRK-LIT-DEP-SUBTOTAL PIC X(30)
           VALUE "SUBTOTAL DO CENTRO........... ".
       77 WRK-LIT-DEP-GERAL    PIC X(30)
           VALUE "TOTAL GERAL DA FOLHA......... ".

           COPY CPREPWS.
           COPY CPSNPWS.
           COPY CPRATWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
                       ACCEPT WRK-DATA-CORTE
                   PERFORM 1200-CARREGA-CCHIST
               END-IF.
               PERFORM 8760-CAPTURA-FOTO.
      *        RATEIO DE CENTRO DE CUSTO EM VIGOR NA DATA DO
      *        RELATORIO: A DE REFERENCIA, O FIM DA COMPETENCIA DA
      *        FOTO OU HOJE
               EVALUATE TRUE
                   WHEN WRK-MODO-NA-DATA
                       MOVE WRK-DATA-CORTE TO WRK-RAT-DATA-REF
                   WHEN WRK-FOTO-ATIVA-SIM
                       COMPUTE WRK-RAT-DATA-REF =
                           WRK-FOTO-COMPETENCIA * 100 + 31
                   WHEN OTHER
                       MOVE WRK-DATA-EXEC  TO WRK-RAT-DATA-REF
               END-EVALUATE.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-CCUSTO SRT-CODIGO
                   INPUT PROCEDURE IS 1000-SELECIONA-ATIVOS
                   OUTPUT PROCEDURE IS 2000-IMPRIME-DEPARTAMENTOS.
               GOBACK.

      *    COM COMPETENCIA PEDIDA NO CARTAO, OS REGISTROS VEM DA
      *    FOTO DO MESTRE (CADSNAP, CPSNPPR) E NAO DO CADASTRO
      *    ATUAL - COMBINA COM O MODO "NA DATA"
       1000-SELECIONA-ATIVOS   SECTION.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8761-ABRE-FOTO
               ELSE
                   PERFORM 1010-ABRE-MESTRE
               END-IF.
               PERFORM 7940-ABRE-RATEIO.
               PERFORM 1100-LIBERA-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 7941-FECHA-RATEIO.
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

      *    NO MODO ATUAL SO OS ATIVOS DE HOJE ENTRAM; NO MODO "NA
      *    DATA" ENTRAM OS QUE EXISTIAM E AINDA NAO TINHAM SIDO
      *    DESLIGADOS NAQUELA DATA, COM A LOTACAO RECUADA PELO
      *    HISTORICO
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
                   IF WRK-MODO-NA-DATA
                       PERFORM 1110-LIBERA-NA-DATA
                   ELSE
                       IF NOT EMP-DESLIGADO
                           MOVE EMP-CCUSTO TO WRK-RAT-CCUSTO-PRINC
                           PERFORM 1140-LIBERA-RATEADO
                       END-IF
                   END-IF
               END-IF.

       1110-LIBERA-NA-DATA     SECTION.
               IF (EMP-DATA-ADMIS NOT NUMERIC
                   AND (NOT EMP-DESLIGADO
                        OR EMP-DATA-DESLIG > WRK-DATA-CORTE)
                   PERFORM 1120-CCUSTO-NA-DATA
                   MOVE WRK-CCUSTO-NA-DATA TO WRK-RAT-CCUSTO-PRINC
                   PERFORM 1140-LIBERA-RATEADO
               END-IF.

      *    VALE O CENTRO "ANTES" DA PRIMEIRA TROCA POSTERIOR A
                       TO WRK-CCUSTO-NA-DATA
               END-IF.

      *    UM REGISTRO DE SORT POR CENTRO DO RATEIO EM VIGOR (SEM
      *    RATEIO, UM SO, NO CENTRO DA LOTACAO) COM A PARTE DO
      *    SALARIO; O DO CENTRO PRINCIPAL CONTA A PESSOA NO TOTAL
       1140-LIBERA-RATEADO     SECTION.
               MOVE EMP-CODIGO  TO WRK-RAT-CODIGO-EMP.
               MOVE EMP-SALARIO TO WRK-RAT-VALOR.
               PERFORM 7942-RATEIA-VALOR.
               PERFORM 1150-LIBERA-PARTE
                   VARYING WRK-RAT-I FROM 1 BY 1
                   UNTIL WRK-RAT-I > WRK-RAT-QTDE.

       1150-LIBERA-PARTE       SECTION.
               MOVE WRK-RAT-PARTE-CCUSTO (WRK-RAT-I) TO SRT-CCUSTO.
               MOVE EMP-CODIGO                        TO SRT-CODIGO.
               MOVE EMP-NOME                          TO SRT-NOME.
               MOVE WRK-RAT-PARTE-VALOR (WRK-RAT-I)  TO SRT-SALARIO.
               MOVE WRK-RAT-PARTE-PERC (WRK-RAT-I)   TO SRT-PERC.
               IF WRK-RAT-I = WRK-RAT-PRINC-I
                   MOVE "S" TO SRT-PRINCIPAL
               ELSE
                   MOVE "N" TO SRT-PRINCIPAL
               END-IF.
               RELEASE SRT-REGISTRO.

      *    CARGA DO HISTORICO DE TRANSFERENCIAS (CCHIST) - ARQUIVO
      *    AUSENTE DEIXA A TABELA VAZIA E A LOTACAO ATUAL VALE
      *    PARA QUALQUER DATA, COMO ERA
               MOVE WRK-LIT-DEP-TITULO TO DEP-CAB-TITULO.
               MOVE WRK-LIT-DEP-DATA   TO DEP-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO DEP-CAB-DATA.
               IF WRK-FOTO-ATIVA-SIM
                   MOVE WRK-LIT-DEP-FOTO     TO DEP-CAB-LIT-FOTO
                   MOVE WRK-FOTO-COMPETENCIA TO DEP-CAB-FOTO
               END-IF.
               WRITE DEP-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2100-RETORNA-UM
               END-IF.
               ADD 1            TO WRK-QTDE-GRUPO.
               ADD SRT-SALARIO  TO WRK-TOTAL-GRUPO.
               IF SRT-PRINCIPAL-SIM
                   ADD 1        TO WRK-QTDE-GERAL
               END-IF.
               ADD SRT-SALARIO  TO WRK-TOTAL-GERAL.
               MOVE SPACES          TO DEP-DETALHE-REC.
               MOVE "D"             TO DEP-DET-TIPO.
               MOVE SRT-NOME        TO DEP-DET-NOME.
               MOVE WRK-LIT-DEP-SAL TO DEP-DET-LIT-SAL.
               MOVE SRT-SALARIO     TO DEP-DET-SALARIO.
               IF SRT-PERC < 100
                   MOVE WRK-LIT-DEP-RATEIO TO DEP-DET-LIT-RAT
                   MOVE SRT-PERC           TO DEP-DET-PERC
                   MOVE "%"                TO DEP-DET-LIT-PCT
               END-IF.
               WRITE DEP-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPSNPPR.

           COPY CPRATPR.
