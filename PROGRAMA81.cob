           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA81.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: EXTRATO MENSAL DO BANCO DE HORAS (ARQ. BHREXT)
      *==          - UM BLOCO POR FUNCIONARIO COM MOVIMENTO NA
      *==          COMPETENCIA OU SALDO NO FIM DELA: OS MOVIMENTOS
      *==          DA COMPETENCIA (CREDITO DO PONTO, COMPENSACAO
      *==          DE FALTAS, PAGAMENTO DO VENCIDO NA FOLHA OU DO
      *==          SALDO NA RESCISAO) E O RESUMO - SALDO ANTERIOR,
      *==          CREDITOS, COMPENSADAS, PAGAS, SALDO FINAL E O
      *==          PROXIMO VENCIMENTO. LE O BCOHORAS (COPYBOOK
      *==          CPBCOHR) SOMENTE LEITURA; O SALDO NO FIM DE UMA
      *==          COMPETENCIA PASSADA E O SALDO ATUAL DOS LOTES
      *==          DESCONTADOS OS CREDITOS E DEVOLVIDOS OS DEBITOS
      *==          DAS COMPETENCIAS SEGUINTES.
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
               SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BHR-CHAVE
                   FILE STATUS IS WRK-FS-BCOHORAS.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-EXTRATO ASSIGN TO "BHREXT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-EXTRATO.

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
           FD  ARQ-BANCO-HORAS
               LABEL RECORD IS STANDARD.
           COPY CPBCOHR.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

      *    EXTRATO DE 132 COLUNAS - ROTULOS EM CAMPOS NOMEADOS,
      *    NAO FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS SEIS VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-EXTRATO
               LABEL RECORD IS STANDARD.
           01  EXT-CABECALHO-REC.
               05 EXT-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 EXT-CAB-TITULO       PIC X(40).
               05 EXT-CAB-LIT-COMP     PIC X(14).
               05 EXT-CAB-COMPETENCIA  PIC 9(06).
               05 EXT-CAB-LIT-DATA     PIC X(08).
               05 EXT-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(51).
           01  EXT-COLUNA-REC REDEFINES EXT-CABECALHO-REC.
               05 EXT-COL-TIPO         PIC X(01).
               05 EXT-COL-TEXTO        PIC X(110).
               05 FILLER               PIC X(21).
           01  EXT-FUNCIONARIO-REC REDEFINES EXT-CABECALHO-REC.
               05 EXT-FUN-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 EXT-FUN-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 EXT-FUN-NOME         PIC X(30).
               05 FILLER               PIC X(94).
           01  EXT-MOVIMENTO-REC REDEFINES EXT-CABECALHO-REC.
               05 EXT-MOV-TIPO         PIC X(01).
               05 FILLER               PIC X(07).
               05 EXT-MOV-DESCRICAO    PIC X(16).
               05 FILLER               PIC X(01).
               05 EXT-MOV-PERCENTUAL   PIC ZZ9.
               05 EXT-MOV-LIT-PCT      PIC X(01).
               05 FILLER               PIC X(02).
               05 EXT-MOV-HORAS        PIC ZZZ9,99.
               05 FILLER               PIC X(02).
               05 EXT-MOV-VENCIMENTO   PIC 9(06) BLANK WHEN ZERO.
               05 FILLER               PIC X(02).
               05 EXT-MOV-VALOR        PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 EXT-MOV-SALDO-APOS   PIC ZZ.ZZ9,99.
               05 FILLER               PIC X(60).
           01  EXT-RESUMO-REC REDEFINES EXT-CABECALHO-REC.
               05 EXT-RES-TIPO         PIC X(01).
               05 FILLER               PIC X(07).
               05 EXT-RES-LIT-ANT      PIC X(10).
               05 EXT-RES-ANTERIOR     PIC ZZ.ZZ9,99.
               05 EXT-RES-LIT-CRED     PIC X(11).
               05 EXT-RES-CREDITOS     PIC ZZ.ZZ9,99.
               05 EXT-RES-LIT-COMP     PIC X(13).
               05 EXT-RES-COMPENSADAS  PIC ZZ.ZZ9,99.
               05 EXT-RES-LIT-PAGAS    PIC X(07).
               05 EXT-RES-PAGAS        PIC ZZ.ZZ9,99.
               05 EXT-RES-LIT-FINAL    PIC X(13).
               05 EXT-RES-FINAL        PIC ZZ.ZZ9,99.
               05 EXT-RES-LIT-VENC     PIC X(11).
               05 EXT-RES-VENCIMENTO   PIC 9(06) BLANK WHEN ZERO.
               05 FILLER               PIC X(08).
           01  EXT-TOTAL-REC REDEFINES EXT-CABECALHO-REC.
               05 EXT-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 EXT-TOT-LIT          PIC X(30).
               05 EXT-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 EXT-TOT-HORAS        PIC ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 EXT-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(67).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-EXTRATO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXTRATO-OK          VALUE "00".
       77 WRK-FIM-BANCO        PIC X(01) VALUE "N".
           88 WRK-FIM-BANCO-SIM          VALUE "S".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.

      *    FUNCIONARIO EM ACUMULACAO - OS MOVIMENTOS DA COMPETENCIA
      *    FICAM NA TABELA ATE A QUEBRA DE CODIGO (NO MAXIMO UM POR
      *    TIPO E PERCENTUAL: C/D/V/R X 050/100)
       77 WRK-CODIGO-ANTERIOR  PIC 9(05) VALUE ZEROS.
       77 WRK-EXT-SALDO-ATUAL  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-CRED-POST    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-DEB-POST     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-CREDITOS     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-COMPENSADAS  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-PAGAS        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-VALOR-PAGO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-EXT-PROX-VENCTO  PIC 9(06) VALUE ZEROS.
       77 WRK-EXT-SALDO-FINAL  PIC S9(05)V99 VALUE ZEROS.
       77 WRK-EXT-SALDO-ANT    PIC S9(05)V99 VALUE ZEROS.
       77 WRK-QTDE-MOV         PIC 9(02) VALUE ZEROS.
       77 WRK-MOV-I            PIC 9(02) VALUE ZEROS.
       01 WRK-MOV-TABELA.
           05 WRK-MOV-ITEM             OCCURS 8 TIMES.
               10 WRK-MOV-TIPO         PIC X(01).
               10 WRK-MOV-PERCENTUAL   PIC 9(03).
               10 WRK-MOV-HORAS        PIC 9(04)V99.
               10 WRK-MOV-VENCIMENTO   PIC 9(06).
               10 WRK-MOV-VALOR        PIC 9(08)V99.
               10 WRK-MOV-SALDO-APOS   PIC 9(05)V99.

      *    TOTAIS DO EXTRATO
       77 WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CREDITOS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-COMPENSADAS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PAGAS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR-PAGO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-FINAL  PIC 9(07)V99 VALUE ZEROS.

      *    ROTULOS DO BHREXT - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-EXT-TITULO   PIC X(40)
           VALUE "EXTRATO MENSAL DO BANCO DE HORAS        ".
       77 WRK-LIT-EXT-COMP     PIC X(14) VALUE "COMPETENCIA: ".
       77 WRK-LIT-EXT-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-EXT-SEM-CAD  PIC X(30)
           VALUE "NAO CADASTRADO NO MESTRE      ".
       77 WRK-LIT-EXT-CREDITO  PIC X(16) VALUE "CREDITO PONTO   ".
       77 WRK-LIT-EXT-COMPENS  PIC X(16) VALUE "COMPENSA FALTA  ".
       77 WRK-LIT-EXT-VENCIDO  PIC X(16) VALUE "PAGO VENCIDO    ".
       77 WRK-LIT-EXT-RESCISAO PIC X(16) VALUE "PAGO RESCISAO   ".
       77 WRK-LIT-EXT-ANT      PIC X(10) VALUE "SALDO ANT ".
       77 WRK-LIT-EXT-CRED     PIC X(11) VALUE " CREDITOS ".
       77 WRK-LIT-EXT-COMPS    PIC X(13) VALUE " COMPENSADAS ".
       77 WRK-LIT-EXT-PAGAS    PIC X(07) VALUE " PAGAS ".
       77 WRK-LIT-EXT-FINAL    PIC X(13) VALUE " SALDO FINAL ".
       77 WRK-LIT-EXT-VENC     PIC X(11) VALUE " VENCE EM ".
       77 WRK-LIT-EXT-TOT-FUNC PIC X(30)
           VALUE "FUNCIONARIOS NO EXTRATO.......".
       77 WRK-LIT-EXT-TOT-CRED PIC X(30)
           VALUE "HORAS CREDITADAS..............".
       77 WRK-LIT-EXT-TOT-COMP PIC X(30)
           VALUE "HORAS COMPENSADAS.............".
       77 WRK-LIT-EXT-TOT-PAGA PIC X(30)
           VALUE "HORAS PAGAS / VALOR...........".
       77 WRK-LIT-EXT-TOT-SALD PIC X(30)
           VALUE "SALDO NO FIM DA COMPETENCIA...".
       01 WRK-LIT-EXT-COLUNAS.
           05 WRK-LEC-MOVIMENTO    PIC X(25) VALUE "        MOVIMENTO".
           05 WRK-LEC-PERC         PIC X(06) VALUE "ADIC.".
           05 WRK-LEC-HORAS        PIC X(09) VALUE "  HORAS".
           05 WRK-LEC-VENCTO       PIC X(08) VALUE "VENCTO".
           05 WRK-LEC-VALOR        PIC X(15) VALUE "        VALOR".
           05 WRK-LEC-SALDO        PIC X(47) VALUE "    SALDO".

           COPY CPBHRWS.
           COPY CPREPWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               IF WRK-BCOHORAS-DISPONIVEL-SIM
                   PERFORM 0001-EMITE-EXTRATO
               END-IF.
               PERFORM 0002-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA AAAAMM (ZEROS = "
                   "MES CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA
               END-IF.
               OPEN INPUT ARQ-BANCO-HORAS.
               IF WRK-FS-BCOHORAS-OK
                   MOVE "S" TO WRK-BCOHORAS-DISPONIVEL
               ELSE
                   DISPLAY "EXTRATO NAO EMITIDO - BANCO DE HORAS "
                       "(BCOHORAS) INDISPONIVEL - FS: "
                       WRK-FS-BCOHORAS
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-EMITE-EXTRATO      SECTION.
               OPEN OUTPUT ARQ-EXTRATO.
               MOVE "BHREXT  "    TO WRK-REP-ID.
               MOVE WRK-DATA-HOJE TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA81"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.

               MOVE SPACES              TO EXT-CABECALHO-REC.
               MOVE "H"                 TO EXT-CAB-TIPO.
               MOVE WRK-LIT-EXT-TITULO  TO EXT-CAB-TITULO.
               MOVE WRK-LIT-EXT-COMP    TO EXT-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO EXT-CAB-COMPETENCIA.
               MOVE WRK-LIT-EXT-DATA    TO EXT-CAB-LIT-DATA.
               MOVE WRK-DATA-HOJE       TO EXT-CAB-DATA.
               WRITE EXT-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO EXT-COLUNA-REC.
               MOVE "C"                 TO EXT-COL-TIPO.
               MOVE WRK-LIT-EXT-COLUNAS TO EXT-COL-TEXTO.
               WRITE EXT-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE LOW-VALUES TO BHR-CHAVE.
               START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-BANCO
               END-START.
               PERFORM 1000-LE-UM-MOVIMENTO
                   UNTIL WRK-FIM-BANCO-SIM.
               IF WRK-CODIGO-ANTERIOR NOT = ZEROS
                   PERFORM 2000-FECHA-FUNCIONARIO
               END-IF.

               PERFORM 3000-GRAVA-TOTAIS.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-EXTRATO.
               DISPLAY "EXTRATO DO BANCO DE HORAS GRAVADO (BHREXT) - "
                   "COMPETENCIA " WRK-COMPETENCIA ", "
                   WRK-QTDE-FUNC " FUNCIONARIOS, SALDO "
                   WRK-TOT-SALDO-FINAL " HORAS".
               MOVE "PROGRAMA81"  TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR  TO AUD-OPERADOR.
               STRING "EXTRATO BANCO HORAS COMPET " WRK-COMPETENCIA
                   " FUNC " WRK-QTDE-FUNC
                   " SALDO " WRK-TOT-SALDO-FINAL
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    O BCOHORAS VEM EM ORDEM DE CODIGO - CADA QUEBRA FECHA O
      *    BLOCO DO FUNCIONARIO ANTERIOR
       1000-LE-UM-MOVIMENTO    SECTION.
               READ ARQ-BANCO-HORAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-BANCO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       IF BHR-CODIGO-EMP NOT = WRK-CODIGO-ANTERIOR
                           IF WRK-CODIGO-ANTERIOR NOT = ZEROS
                               PERFORM 2000-FECHA-FUNCIONARIO
                           END-IF
                           PERFORM 1100-INICIA-FUNCIONARIO
                       END-IF
                       PERFORM 1200-ACUMULA-MOVIMENTO
               END-READ.

       1100-INICIA-FUNCIONARIO SECTION.
               MOVE BHR-CODIGO-EMP TO WRK-CODIGO-ANTERIOR.
               MOVE ZEROS TO WRK-EXT-SALDO-ATUAL.
               MOVE ZEROS TO WRK-EXT-CRED-POST.
               MOVE ZEROS TO WRK-EXT-DEB-POST.
               MOVE ZEROS TO WRK-EXT-CREDITOS.
               MOVE ZEROS TO WRK-EXT-COMPENSADAS.
               MOVE ZEROS TO WRK-EXT-PAGAS.
               MOVE ZEROS TO WRK-EXT-VALOR-PAGO.
               MOVE ZEROS TO WRK-EXT-PROX-VENCTO.
               MOVE ZEROS TO WRK-QTDE-MOV.

      *    SALDO ATUAL = O QUE RESTA NOS LOTES DE CREDITO; O
      *    PROXIMO VENCIMENTO E O DO LOTE MAIS ANTIGO AINDA COM
      *    SALDO CREDITADO ATE A COMPETENCIA. MOVIMENTO DA
      *    COMPETENCIA VAI PARA A TABELA; O DAS SEGUINTES SO
      *    CORRIGE O SALDO DE VOLTA PARA O FIM DELA
       1200-ACUMULA-MOVIMENTO  SECTION.
               IF BHR-CREDITO
                   ADD BHR-SALDO-LOTE TO WRK-EXT-SALDO-ATUAL
                   IF BHR-SALDO-LOTE > ZEROS
                       AND BHR-COMPETENCIA NOT > WRK-COMPETENCIA
                       AND BHR-VENCIMENTO > WRK-COMPETENCIA
                       AND (WRK-EXT-PROX-VENCTO = ZEROS
                         OR BHR-VENCIMENTO < WRK-EXT-PROX-VENCTO)
                       MOVE BHR-VENCIMENTO TO WRK-EXT-PROX-VENCTO
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN BHR-COMPETENCIA = WRK-COMPETENCIA
                       PERFORM 1300-GUARDA-MOVIMENTO
                   WHEN BHR-COMPETENCIA > WRK-COMPETENCIA
                       IF BHR-CREDITO
                           ADD BHR-HORAS TO WRK-EXT-CRED-POST
                       ELSE
                           ADD BHR-HORAS TO WRK-EXT-DEB-POST
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

       1300-GUARDA-MOVIMENTO   SECTION.
               IF WRK-QTDE-MOV < 8
                   ADD 1 TO WRK-QTDE-MOV
                   MOVE BHR-TIPO       TO WRK-MOV-TIPO (WRK-QTDE-MOV)
                   MOVE BHR-PERCENTUAL
                       TO WRK-MOV-PERCENTUAL (WRK-QTDE-MOV)
                   MOVE BHR-HORAS      TO WRK-MOV-HORAS (WRK-QTDE-MOV)
                   MOVE BHR-VENCIMENTO
                       TO WRK-MOV-VENCIMENTO (WRK-QTDE-MOV)
                   MOVE BHR-VALOR      TO WRK-MOV-VALOR (WRK-QTDE-MOV)
                   MOVE BHR-SALDO-APOS
                       TO WRK-MOV-SALDO-APOS (WRK-QTDE-MOV)
               END-IF.
               EVALUATE TRUE
                   WHEN BHR-CREDITO
                       ADD BHR-HORAS TO WRK-EXT-CREDITOS
                   WHEN BHR-COMPENSACAO
                       ADD BHR-HORAS TO WRK-EXT-COMPENSADAS
                   WHEN OTHER
                       ADD BHR-HORAS TO WRK-EXT-PAGAS
                       ADD BHR-VALOR TO WRK-EXT-VALOR-PAGO
               END-EVALUATE.

      *    FUNCIONARIO SEM MOVIMENTO NA COMPETENCIA E SEM SALDO NO
      *    FIM DELA NAO SAI NO EXTRATO
       2000-FECHA-FUNCIONARIO  SECTION.
               COMPUTE WRK-EXT-SALDO-FINAL =
                   WRK-EXT-SALDO-ATUAL + WRK-EXT-DEB-POST
                   - WRK-EXT-CRED-POST.
               IF WRK-EXT-SALDO-FINAL < ZEROS
                   MOVE ZEROS TO WRK-EXT-SALDO-FINAL
               END-IF.
               COMPUTE WRK-EXT-SALDO-ANT =
                   WRK-EXT-SALDO-FINAL + WRK-EXT-COMPENSADAS
                   + WRK-EXT-PAGAS - WRK-EXT-CREDITOS.
               IF WRK-EXT-SALDO-ANT < ZEROS
                   MOVE ZEROS TO WRK-EXT-SALDO-ANT
               END-IF.
               IF WRK-QTDE-MOV > ZEROS
                   OR WRK-EXT-SALDO-FINAL > ZEROS
                   PERFORM 2100-GRAVA-FUNCIONARIO
               END-IF.

       2100-GRAVA-FUNCIONARIO  SECTION.
               ADD 1 TO WRK-QTDE-FUNC.
               ADD WRK-EXT-CREDITOS    TO WRK-TOT-CREDITOS.
               ADD WRK-EXT-COMPENSADAS TO WRK-TOT-COMPENSADAS.
               ADD WRK-EXT-PAGAS       TO WRK-TOT-PAGAS.
               ADD WRK-EXT-VALOR-PAGO  TO WRK-TOT-VALOR-PAGO.
               ADD WRK-EXT-SALDO-FINAL TO WRK-TOT-SALDO-FINAL.
               MOVE SPACES              TO EXT-FUNCIONARIO-REC.
               MOVE "F"                 TO EXT-FUN-TIPO.
               MOVE WRK-CODIGO-ANTERIOR TO EXT-FUN-CODIGO.
               MOVE WRK-LIT-EXT-SEM-CAD TO EXT-FUN-NOME.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-ANTERIOR TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NOME TO EXT-FUN-NOME
                   END-READ
               END-IF.
               WRITE EXT-FUNCIONARIO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2200-GRAVA-MOVIMENTO
                   VARYING WRK-MOV-I FROM 1 BY 1
                   UNTIL WRK-MOV-I > WRK-QTDE-MOV.
               MOVE SPACES              TO EXT-RESUMO-REC.
               MOVE "D"                 TO EXT-RES-TIPO.
               MOVE WRK-LIT-EXT-ANT     TO EXT-RES-LIT-ANT.
               MOVE WRK-EXT-SALDO-ANT   TO EXT-RES-ANTERIOR.
               MOVE WRK-LIT-EXT-CRED    TO EXT-RES-LIT-CRED.
               MOVE WRK-EXT-CREDITOS    TO EXT-RES-CREDITOS.
               MOVE WRK-LIT-EXT-COMPS   TO EXT-RES-LIT-COMP.
               MOVE WRK-EXT-COMPENSADAS TO EXT-RES-COMPENSADAS.
               MOVE WRK-LIT-EXT-PAGAS   TO EXT-RES-LIT-PAGAS.
               MOVE WRK-EXT-PAGAS       TO EXT-RES-PAGAS.
               MOVE WRK-LIT-EXT-FINAL   TO EXT-RES-LIT-FINAL.
               MOVE WRK-EXT-SALDO-FINAL TO EXT-RES-FINAL.
               MOVE WRK-LIT-EXT-VENC    TO EXT-RES-LIT-VENC.
               MOVE WRK-EXT-PROX-VENCTO TO EXT-RES-VENCIMENTO.
               WRITE EXT-RESUMO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2200-GRAVA-MOVIMENTO    SECTION.
               MOVE SPACES TO EXT-MOVIMENTO-REC.
               MOVE "M"    TO EXT-MOV-TIPO.
               EVALUATE WRK-MOV-TIPO (WRK-MOV-I)
                   WHEN "C"
                       MOVE WRK-LIT-EXT-CREDITO  TO EXT-MOV-DESCRICAO
                   WHEN "D"
                       MOVE WRK-LIT-EXT-COMPENS  TO EXT-MOV-DESCRICAO
                   WHEN "V"
                       MOVE WRK-LIT-EXT-VENCIDO  TO EXT-MOV-DESCRICAO
                   WHEN OTHER
                       MOVE WRK-LIT-EXT-RESCISAO TO EXT-MOV-DESCRICAO
               END-EVALUATE.
               MOVE WRK-MOV-PERCENTUAL (WRK-MOV-I)
                   TO EXT-MOV-PERCENTUAL.
               MOVE "%"    TO EXT-MOV-LIT-PCT.
               MOVE WRK-MOV-HORAS (WRK-MOV-I)      TO EXT-MOV-HORAS.
               MOVE WRK-MOV-VENCIMENTO (WRK-MOV-I)
                   TO EXT-MOV-VENCIMENTO.
               MOVE WRK-MOV-VALOR (WRK-MOV-I)      TO EXT-MOV-VALOR.
               MOVE WRK-MOV-SALDO-APOS (WRK-MOV-I)
                   TO EXT-MOV-SALDO-APOS.
               WRITE EXT-MOVIMENTO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       3000-GRAVA-TOTAIS       SECTION.
               MOVE SPACES               TO EXT-TOTAL-REC.
               MOVE "T"                  TO EXT-TOT-TIPO.
               MOVE WRK-LIT-EXT-TOT-FUNC TO EXT-TOT-LIT.
               MOVE WRK-QTDE-FUNC        TO EXT-TOT-QTDE.
               WRITE EXT-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES               TO EXT-TOTAL-REC.
               MOVE "T"                  TO EXT-TOT-TIPO.
               MOVE WRK-LIT-EXT-TOT-CRED TO EXT-TOT-LIT.
               MOVE WRK-TOT-CREDITOS     TO EXT-TOT-HORAS.
               WRITE EXT-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES               TO EXT-TOTAL-REC.
               MOVE "T"                  TO EXT-TOT-TIPO.
               MOVE WRK-LIT-EXT-TOT-COMP TO EXT-TOT-LIT.
               MOVE WRK-TOT-COMPENSADAS  TO EXT-TOT-HORAS.
               WRITE EXT-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES               TO EXT-TOTAL-REC.
               MOVE "T"                  TO EXT-TOT-TIPO.
               MOVE WRK-LIT-EXT-TOT-PAGA TO EXT-TOT-LIT.
               MOVE WRK-TOT-PAGAS        TO EXT-TOT-HORAS.
               MOVE WRK-TOT-VALOR-PAGO   TO EXT-TOT-VALOR.
               WRITE EXT-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES               TO EXT-TOTAL-REC.
               MOVE "T"                  TO EXT-TOT-TIPO.
               MOVE WRK-LIT-EXT-TOT-SALD TO EXT-TOT-LIT.
               MOVE WRK-TOT-SALDO-FINAL  TO EXT-TOT-HORAS.
               WRITE EXT-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0002-FINALIZAR          SECTION.
               IF WRK-BCOHORAS-DISPONIVEL-SIM
                   CLOSE ARQ-BANCO-HORAS
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE EXT-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
