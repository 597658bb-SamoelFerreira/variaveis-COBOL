           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB01.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: RELATORIO MENSAL DAS COTAS LEGAIS (ARQ.
      *==          COTAREL) - PESSOAS COM DEFICIENCIA (LEI 8.213/91,
      *==          ART. 93) E APRENDIZES (CLT, ART. 429). CONTA NO
      *==          CADASTRO MESTRE OS FUNCIONARIOS NAO DESLIGADOS,
      *==          OS PCD (EMP-PCD) E OS APRENDIZES (EMP-APRENDIZ)
      *==          DE CADA ESTABELECIMENTO (EMP-ESTAB, ZERO = 001
      *==          MATRIZ) E IMPRIME:
      *==          - POR ESTABELECIMENTO, A COTA DE APRENDIZES -
      *==            BASE = QUADRO MENOS OS PROPRIOS APRENDIZES,
      *==            MINIMO 5% (FRACAO ARREDONDA PARA CIMA),
      *==            MAXIMO 15% (FRACAO DESPREZADA) - COM A
      *==            SITUACAO (ABAIXO/ACIMA/DENTRO);
      *==          - A COTA PCD, SOBRE O QUADRO TOTAL DA EMPRESA:
      *==            ATE 99 NENHUMA, 100-200 2%, 201-500 3%,
      *==            501-1000 4%, ACIMA DE 1000 5% (FRACAO
      *==            ARREDONDA PARA CIMA), CONTRA OS PCD DO QUADRO;
      *==          - OS CONTRATOS DE APRENDIZAGEM QUE TERMINAM NOS
      *==            PROXIMOS N DIAS CORRIDOS (PADRAO 60, MAXIMO
      *==            180), EM ORDEM DE TERMINO, COM OS DIAS QUE
      *==            RESTAM - E TAMBEM OS JA VENCIDOS AINDA ATIVOS
      *==            NO MESTRE E OS SEM DATA DE TERMINO.
      *==          A POSICAO E A DO MESTRE NA DATA DA EXECUCAO; A
      *==          COMPETENCIA DIGITADA SO IDENTIFICA O RELATORIO,
      *==          QUE VAI PARA O REPOSITORIO (REPNDX/REPCOPY).
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
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-RELATORIO ASSIGN TO "COTAREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
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
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

      *    SO OS APRENDIZES QUE SAEM NA LISTA DE TERMINOS
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-FIM              PIC 9(08).
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-NOME             PIC X(30).
               05 SRT-ESTAB            PIC 9(03).
               05 SRT-ADMISSAO         PIC 9(08).
               05 SRT-DIAS             PIC 9(03).
               05 SRT-SITUACAO         PIC X(01).

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS OITO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  COT-CABECALHO-REC.
               05 COT-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 COT-CAB-TITULO       PIC X(40).
               05 COT-CAB-LIT-COMP     PIC X(13).
               05 COT-CAB-COMPETENCIA  PIC 9(06).
               05 COT-CAB-LIT-LIMITE   PIC X(10).
               05 COT-CAB-LIMITE       PIC 9(08).
               05 COT-CAB-LIT-DATA     PIC X(08).
               05 COT-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(34).
           01  COT-SECAO-REC REDEFINES COT-CABECALHO-REC.
               05 COT-SEC-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 COT-SEC-TEXTO        PIC X(60).
               05 FILLER               PIC X(70).
           01  COT-COLUNA-REC REDEFINES COT-CABECALHO-REC.
               05 COT-COL-TIPO         PIC X(01).
               05 COT-COL-TEXTO        PIC X(126).
               05 FILLER               PIC X(05).
           01  COT-ESTAB-REC REDEFINES COT-CABECALHO-REC.
               05 COT-EST-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 COT-EST-CODIGO       PIC 9(03).
               05 FILLER               PIC X(01).
               05 COT-EST-RAZAO        PIC X(30).
               05 FILLER               PIC X(01).
               05 COT-EST-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-EST-PCD          PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-EST-APRENDIZ     PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-EST-BASE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-EST-MINIMO       PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-EST-MAXIMO       PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-EST-SITUACAO     PIC X(30).
               05 FILLER               PIC X(23).
           01  COT-TOTAL-REC REDEFINES COT-CABECALHO-REC.
               05 COT-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 COT-TOT-DESCRICAO    PIC X(35).
               05 COT-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-TOT-PCD          PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-TOT-APRENDIZ     PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-TOT-BASE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-TOT-MINIMO       PIC ZZZZ9.
               05 FILLER               PIC X(62).
           01  COT-PCD-REC REDEFINES COT-CABECALHO-REC.
               05 COT-PCD-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 COT-PCD-DESCRICAO    PIC X(35).
               05 COT-PCD-LIT-PERC     PIC X(11).
               05 COT-PCD-PERC         PIC Z9.
               05 COT-PCD-LIT-EXIGIDOS PIC X(12).
               05 COT-PCD-EXIGIDOS     PIC ZZZZ9.
               05 COT-PCD-LIT-EXISTENTES PIC X(13).
               05 COT-PCD-EXISTENTES   PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 COT-PCD-SITUACAO     PIC X(30).
               05 FILLER               PIC X(15).
           01  COT-APRENDIZ-REC REDEFINES COT-CABECALHO-REC.
               05 COT-APR-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 COT-APR-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 COT-APR-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 COT-APR-ESTAB        PIC 9(03).
               05 FILLER               PIC X(02).
               05 COT-APR-ADMISSAO     PIC 9(08).
               05 FILLER               PIC X(02).
               05 COT-APR-FIM          PIC 9(08).
               05 FILLER               PIC X(02).
               05 COT-APR-DIAS         PIC ZZ9.
               05 FILLER               PIC X(02).
               05 COT-APR-SITUACAO     PIC X(30).
               05 FILLER               PIC X(33).
           01  COT-NOTA-REC REDEFINES COT-CABECALHO-REC.
               05 COT-NOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 COT-NOT-DESCRICAO    PIC X(50).
               05 COT-NOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(75).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
       77 WRK-FIM-MESTRE       PIC X(01) VALUE "N".
           88 WRK-FIM-MESTRE-SIM         VALUE "S".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       01 WRK-DATA-EXEC-R.
           05 WRK-EXEC-ANO         PIC 9(04).
           05 WRK-EXEC-MES         PIC 9(02).
           05 WRK-EXEC-DIA         PIC 9(02).
       01 WRK-DATA-EXEC REDEFINES WRK-DATA-EXEC-R PIC 9(08).
      *    COMPETENCIA DIGITADA NO FORMATO AAAAMM
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-PARAMETROS-OK    PIC X(01) VALUE "N".
           88 WRK-PARAMETROS-OK-SIM      VALUE "S".

      *    JANELA DOS TERMINOS - OS PROXIMOS N DIAS CORRIDOS A
      *    PARTIR DE AMANHA (CPD-8070); ZERO VALE O PADRAO DE 60,
      *    A TABELA COMPORTA 180
       77 WRK-DIAS-AVISO       PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PADRAO      PIC 9(03) VALUE 60.
       77 WRK-DIAS-MAXIMO      PIC 9(03) VALUE 180.
       01 WRK-JANELA-TABELA.
           05 WRK-JAN-DATA             PIC 9(08)
                                        OCCURS 180 TIMES.
       77 WRK-U                PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES   PIC 9(03) VALUE ZEROS.

      *    QUADRO POR ESTABELECIMENTO - POSICAO = CODIGO DO ESTAB
       01 WRK-TAB-ESTAB.
           05 WRK-TAB-EST-ITEM         OCCURS 999 TIMES.
               10 WRK-TAB-EST-QTDE     PIC 9(05).
               10 WRK-TAB-EST-PCD      PIC 9(05).
               10 WRK-TAB-EST-APRENDIZ PIC 9(05).
       77 WRK-E                PIC 9(04) VALUE ZEROS.

      *    COTA DE APRENDIZES DO ESTABELECIMENTO EM ANALISE
       77 WRK-APR-BASE         PIC 9(05) VALUE ZEROS.
       77 WRK-APR-MINIMO       PIC 9(05) VALUE ZEROS.
       77 WRK-APR-MAXIMO       PIC 9(05) VALUE ZEROS.

      *    TOTAIS DA EMPRESA
       77 WRK-TOT-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PCD          PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-APRENDIZ     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BASE         PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-MINIMO       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ESTABS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ABAIXO      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ACIMA       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-TERMINOS    PIC 9(05) VALUE ZEROS.

      *    COTA PCD DA EMPRESA
       77 WRK-PCD-PERC         PIC 9(02) VALUE ZEROS.
       77 WRK-PCD-EXIGIDOS     PIC 9(05) VALUE ZEROS.

      *    ROTULOS DO COTAREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-COT-TITULO   PIC X(40)
           VALUE "COTAS LEGAIS - PCD E APRENDIZES         ".
       77 WRK-LIT-COT-COMP     PIC X(13) VALUE "COMPETENCIA: ".
       77 WRK-LIT-COT-LIMITE   PIC X(10) VALUE "  LIMITE: ".
       77 WRK-LIT-COT-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-COT-SEC-ESTAB PIC X(60)
           VALUE "APRENDIZES (CLT ART. 429) E PCD POR ESTABELECIMENTO".
       77 WRK-LIT-COT-SEC-APR  PIC X(60)
           VALUE "CONTRATOS DE APRENDIZAGEM A TERMINAR OU VENCIDOS".
       77 WRK-LIT-COT-TOTAL    PIC X(35)
           VALUE "TOTAL DA EMPRESA".
       77 WRK-LIT-COT-PCD      PIC X(35)
           VALUE "COTA PCD (LEI 8.213/91 ART. 93)".
       77 WRK-LIT-COT-PERC     PIC X(11) VALUE "PERCENTUAL ".
       77 WRK-LIT-COT-EXIGIDOS PIC X(12) VALUE "%  EXIGIDOS ".
       77 WRK-LIT-COT-EXISTENTES PIC X(13) VALUE "  EXISTENTES ".
       77 WRK-LIT-COT-ESTABS   PIC X(50)
           VALUE "ESTABELECIMENTOS ABAIXO DO MINIMO DE APRENDIZES:".
       77 WRK-LIT-COT-ACIMA    PIC X(50)
           VALUE "ESTABELECIMENTOS ACIMA DO MAXIMO DE APRENDIZES:".
       77 WRK-LIT-COT-TERMINOS PIC X(50)
           VALUE "CONTRATOS DE APRENDIZAGEM LISTADOS:".
       77 WRK-SECAO-TEXTO      PIC X(60) VALUE SPACES.
       77 WRK-COLUNAS-TEXTO    PIC X(126) VALUE SPACES.
       77 WRK-NOTA-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WRK-NOTA-QTDE        PIC 9(05) VALUE ZEROS.
       01 WRK-LIT-COT-COL-ESTAB.
           05 WRK-LCE-ESTAB        PIC X(05) VALUE " EST ".
           05 WRK-LCE-RAZAO        PIC X(31) VALUE "RAZAO SOCIAL".
           05 WRK-LCE-QTDE         PIC X(07) VALUE " QTDE  ".
           05 WRK-LCE-PCD          PIC X(07) VALUE "  PCD  ".
           05 WRK-LCE-APRENDIZ     PIC X(07) VALUE " APRD  ".
           05 WRK-LCE-BASE         PIC X(07) VALUE " BASE  ".
           05 WRK-LCE-MINIMO       PIC X(07) VALUE "  MIN  ".
           05 WRK-LCE-MAXIMO       PIC X(07) VALUE "  MAX  ".
           05 WRK-LCE-SITUACAO     PIC X(30)
               VALUE "SITUACAO DOS APRENDIZES".
       01 WRK-LIT-COT-COL-APR.
           05 WRK-LCA-CODIGO       PIC X(07) VALUE "CODIGO ".
           05 WRK-LCA-NOME         PIC X(31) VALUE "NOME".
           05 WRK-LCA-ESTAB        PIC X(05) VALUE "EST  ".
           05 WRK-LCA-ADMISSAO     PIC X(10) VALUE "ADMISSAO  ".
           05 WRK-LCA-FIM          PIC X(10) VALUE "TERMINO   ".
           05 WRK-LCA-DIAS         PIC X(05) VALUE "DIAS ".
           05 WRK-LCA-SITUACAO     PIC X(30) VALUE "SITUACAO".

           COPY CPDATA.
           COPY CPESTWS.
           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-PARAMETROS
                   UNTIL WRK-PARAMETROS-OK-SIM.
               PERFORM 0200-MONTA-JANELA.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-FIM SRT-CODIGO
                   INPUT PROCEDURE IS 1000-SELECIONA-MESTRE
                   OUTPUT PROCEDURE IS 2000-IMPRIME-RELATORIO.
               GOBACK.

      *    COMPETENCIA AAAAMM (ZEROS = MES DA EXECUCAO) E DIAS
      *    CORRIDOS DE ANTECEDENCIA DOS TERMINOS DE APRENDIZAGEM
       0100-CAPTURA-PARAMETROS SECTION.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-EXEC-ANO TO WRK-COMP-ANO
                   MOVE WRK-EXEC-MES TO WRK-COMP-MES
               END-IF.
               DISPLAY "DIGITE OS DIAS DE ANTECEDENCIA DOS TERMINOS "
                   "DE APRENDIZAGEM (ZEROS = 60, MAXIMO 180): "
                   ACCEPT WRK-DIAS-AVISO.
               IF WRK-DIAS-AVISO = ZEROS
                   MOVE WRK-DIAS-PADRAO TO WRK-DIAS-AVISO
               END-IF.
               IF WRK-DIAS-AVISO > WRK-DIAS-MAXIMO
                   MOVE WRK-DIAS-MAXIMO TO WRK-DIAS-AVISO
               END-IF.
               IF WRK-COMP-ANO < 1900
                   OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
               ELSE
                   MOVE "S" TO WRK-PARAMETROS-OK
               END-IF.

      *    OS N PROXIMOS DIAS CORRIDOS, A PARTIR DO DIA SEGUINTE A
      *    HOJE; O ULTIMO E O LIMITE DA JANELA
       0200-MONTA-JANELA       SECTION.
               MOVE WRK-EXEC-ANO TO CPD-CALC-ANO.
               MOVE WRK-EXEC-MES TO CPD-CALC-MES.
               MOVE WRK-EXEC-DIA TO CPD-CALC-DIA.
               PERFORM 0210-PROXIMO-DIA
                   VARYING WRK-U FROM 1 BY 1
                   UNTIL WRK-U > WRK-DIAS-AVISO.
               MOVE WRK-JAN-DATA (WRK-DIAS-AVISO) TO WRK-DATA-LIMITE.
               DISPLAY "JANELA DE " WRK-DIAS-AVISO
                   " DIAS ATE " WRK-DATA-LIMITE.

       0210-PROXIMO-DIA        SECTION.
               PERFORM CPD-8070-INCREMENTA-DIA.
               COMPUTE WRK-JAN-DATA (WRK-U) =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.

      *    VARRE O MESTRE INTEIRO - O DESLIGADO NAO CONTA NO QUADRO;
      *    O AFASTADO CONTINUA EMPREGADO E CONTA
       1000-SELECIONA-MESTRE   SECTION.
               INITIALIZE WRK-TAB-ESTAB.
               OPEN INPUT CADASTRO-MESTRE.
               IF NOT WRK-FS-MESTRE-OK
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
               ELSE
                   MOVE ZEROS TO EMP-CODIGO
                   START CADASTRO-MESTRE
                       KEY IS NOT LESS THAN EMP-CODIGO
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-MESTRE
                   END-START
                   PERFORM 1100-LE-UM
                       UNTIL WRK-FIM-MESTRE-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.

       1100-LE-UM              SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-MESTRE
                   NOT AT END
                       IF NOT EMP-DESLIGADO
                           PERFORM 1200-CONTA-FUNCIONARIO
                       END-IF
               END-READ.

      *    REGISTRO ANTIGO SEM ESTABELECIMENTO E DA MATRIZ (001)
       1200-CONTA-FUNCIONARIO  SECTION.
               IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                   MOVE EMP-ESTAB TO WRK-E
               ELSE
                   MOVE 1         TO WRK-E
               END-IF.
               ADD 1 TO WRK-TAB-EST-QTDE (WRK-E).
               ADD 1 TO WRK-TOT-QTDE.
               IF EMP-PCD-SIM
                   ADD 1 TO WRK-TAB-EST-PCD (WRK-E)
                   ADD 1 TO WRK-TOT-PCD
               END-IF.
               IF EMP-APRENDIZ-SIM
                   ADD 1 TO WRK-TAB-EST-APRENDIZ (WRK-E)
                   ADD 1 TO WRK-TOT-APRENDIZ
                   PERFORM 1300-AVALIA-APRENDIZ
               END-IF.

      *    SEM DATA DE TERMINO (REGISTRO ANTERIOR A CAPTURA) OU JA
      *    VENCIDO COM O APRENDIZ AINDA ATIVO SAEM SEMPRE; OS
      *    DEMAIS SO QUANDO TERMINAM DENTRO DA JANELA
       1300-AVALIA-APRENDIZ    SECTION.
               MOVE ZEROS TO WRK-DIAS-RESTANTES.
               EVALUATE TRUE
                   WHEN EMP-APREND-FIM NOT NUMERIC
                     OR EMP-APREND-FIM = ZEROS
                       MOVE ZEROS TO SRT-FIM
                       MOVE "S"   TO SRT-SITUACAO
                       PERFORM 1400-LIBERA-APRENDIZ
                   WHEN EMP-APREND-FIM < WRK-DATA-EXEC
                       MOVE EMP-APREND-FIM TO SRT-FIM
                       MOVE "V"            TO SRT-SITUACAO
                       PERFORM 1400-LIBERA-APRENDIZ
                   WHEN EMP-APREND-FIM NOT > WRK-DATA-LIMITE
                       PERFORM 1310-CONTA-DIA
                           VARYING WRK-U FROM 1 BY 1
                           UNTIL WRK-U > WRK-DIAS-AVISO
                       MOVE EMP-APREND-FIM TO SRT-FIM
                       MOVE "J"            TO SRT-SITUACAO
                       PERFORM 1400-LIBERA-APRENDIZ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    DIAS QUE RESTAM = DIAS DA JANELA ATE O TERMINO (TERMINO
      *    HOJE = ZERO)
       1310-CONTA-DIA          SECTION.
               IF WRK-JAN-DATA (WRK-U) NOT > EMP-APREND-FIM
                   ADD 1 TO WRK-DIAS-RESTANTES
               END-IF.

       1400-LIBERA-APRENDIZ    SECTION.
               MOVE EMP-CODIGO         TO SRT-CODIGO.
               MOVE EMP-NOME           TO SRT-NOME.
               MOVE WRK-E              TO SRT-ESTAB.
               MOVE EMP-DATA-ADMIS     TO SRT-ADMISSAO.
               MOVE WRK-DIAS-RESTANTES TO SRT-DIAS.
               RELEASE SRT-REGISTRO.
               ADD 1 TO WRK-QTDE-TERMINOS.

       2000-IMPRIME-RELATORIO  SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "COTAREL "    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMB01"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               PERFORM 2050-GRAVA-CABECALHO.
               MOVE WRK-LIT-COT-SEC-ESTAB TO WRK-SECAO-TEXTO.
               PERFORM 2060-GRAVA-SECAO.
               MOVE WRK-LIT-COT-COL-ESTAB TO WRK-COLUNAS-TEXTO.
               PERFORM 2070-GRAVA-COLUNAS.
               PERFORM 2100-IMPRIME-ESTAB
                   VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > 999.
               PERFORM 2200-GRAVA-TOTAL.
               PERFORM 2300-GRAVA-COTA-PCD.
               MOVE WRK-LIT-COT-ESTABS   TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-ABAIXO      TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-COT-ACIMA    TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-ACIMA       TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-COT-SEC-APR  TO WRK-SECAO-TEXTO.
               PERFORM 2060-GRAVA-SECAO.
               MOVE WRK-LIT-COT-COL-APR  TO WRK-COLUNAS-TEXTO.
               PERFORM 2070-GRAVA-COLUNAS.
               PERFORM 2400-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               MOVE WRK-LIT-COT-TERMINOS TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-TERMINOS    TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               DISPLAY "COTAS LEGAIS GRAVADAS (COTAREL) - COMPETENCIA "
                   WRK-COMPETENCIA ", " WRK-TOT-QTDE
                   " FUNCIONARIOS EM " WRK-QTDE-ESTABS
                   " ESTABELECIMENTOS".
               DISPLAY "PCD: " WRK-TOT-PCD " DE " WRK-PCD-EXIGIDOS
                   " EXIGIDOS - APRENDIZES: " WRK-TOT-APRENDIZ
                   " (MINIMO " WRK-TOT-MINIMO ")".
               IF WRK-QTDE-ABAIXO > ZEROS
                   DISPLAY WRK-QTDE-ABAIXO " ESTABELECIMENTOS ABAIXO "
                       "DO MINIMO DE APRENDIZES"
               END-IF.
               IF WRK-TOT-PCD < WRK-PCD-EXIGIDOS
                   DISPLAY "COTA PCD NAO ATENDIDA"
               END-IF.

       2050-GRAVA-CABECALHO    SECTION.
               MOVE SPACES              TO COT-CABECALHO-REC.
               MOVE "H"                 TO COT-CAB-TIPO.
               MOVE WRK-LIT-COT-TITULO  TO COT-CAB-TITULO.
               MOVE WRK-LIT-COT-COMP    TO COT-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO COT-CAB-COMPETENCIA.
               MOVE WRK-LIT-COT-LIMITE  TO COT-CAB-LIT-LIMITE.
               MOVE WRK-DATA-LIMITE     TO COT-CAB-LIMITE.
               MOVE WRK-LIT-COT-DATA    TO COT-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO COT-CAB-DATA.
               WRITE COT-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    TITULO DA SECAO - O TEXTO VEM EM WRK-SECAO-TEXTO
       2060-GRAVA-SECAO        SECTION.
               MOVE SPACES              TO COT-SECAO-REC.
               MOVE "S"                 TO COT-SEC-TIPO.
               MOVE WRK-SECAO-TEXTO     TO COT-SEC-TEXTO.
               WRITE COT-SECAO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE COLUNAS - O TEXTO VEM EM WRK-COLUNAS-TEXTO
       2070-GRAVA-COLUNAS      SECTION.
               MOVE SPACES              TO COT-COLUNA-REC.
               MOVE "C"                 TO COT-COL-TIPO.
               MOVE WRK-COLUNAS-TEXTO   TO COT-COL-TEXTO.
               WRITE COT-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COTA DE APRENDIZES: MINIMO 5% DA BASE COM A FRACAO
      *    ARREDONDADA PARA CIMA, MAXIMO 15% COM A FRACAO
      *    DESPREZADA. NO ESTABELECIMENTO PEQUENO O MAXIMO PODE
      *    FICAR ABAIXO DO MINIMO (BASE 1 A 6: MINIMO 1, MAXIMO 0) -
      *    VALE O MINIMO, QUE E O QUE A LEI EXIGE
       2100-IMPRIME-ESTAB      SECTION.
               IF WRK-TAB-EST-QTDE (WRK-E) > ZEROS
                   ADD 1 TO WRK-QTDE-ESTABS
                   COMPUTE WRK-APR-BASE = WRK-TAB-EST-QTDE (WRK-E)
                       - WRK-TAB-EST-APRENDIZ (WRK-E)
                   COMPUTE WRK-APR-MINIMO =
                       (WRK-APR-BASE * 5 + 99) / 100
                   COMPUTE WRK-APR-MAXIMO = WRK-APR-BASE * 15 / 100
                   IF WRK-APR-MAXIMO < WRK-APR-MINIMO
                       MOVE WRK-APR-MINIMO TO WRK-APR-MAXIMO
                   END-IF
                   ADD WRK-APR-BASE   TO WRK-TOT-BASE
                   ADD WRK-APR-MINIMO TO WRK-TOT-MINIMO
                   MOVE WRK-E TO WRK-EST-CODIGO
                   PERFORM 7980-LE-ESTAB
                   MOVE SPACES                 TO COT-ESTAB-REC
                   MOVE "D"                    TO COT-EST-TIPO
                   MOVE WRK-E                  TO COT-EST-CODIGO
                   MOVE WRK-EST-RAZAO          TO COT-EST-RAZAO
                   MOVE WRK-TAB-EST-QTDE (WRK-E)
                       TO COT-EST-QTDE
                   MOVE WRK-TAB-EST-PCD (WRK-E)
                       TO COT-EST-PCD
                   MOVE WRK-TAB-EST-APRENDIZ (WRK-E)
                       TO COT-EST-APRENDIZ
                   MOVE WRK-APR-BASE           TO COT-EST-BASE
                   MOVE WRK-APR-MINIMO         TO COT-EST-MINIMO
                   MOVE WRK-APR-MAXIMO         TO COT-EST-MAXIMO
                   EVALUATE TRUE
                       WHEN WRK-TAB-EST-APRENDIZ (WRK-E)
                            < WRK-APR-MINIMO
                           MOVE "ABAIXO DO MINIMO LEGAL"
                               TO COT-EST-SITUACAO
                           ADD 1 TO WRK-QTDE-ABAIXO
                       WHEN WRK-TAB-EST-APRENDIZ (WRK-E)
                            > WRK-APR-MAXIMO
                           MOVE "ACIMA DO MAXIMO LEGAL"
                               TO COT-EST-SITUACAO
                           ADD 1 TO WRK-QTDE-ACIMA
                       WHEN OTHER
                           MOVE "DENTRO DA COTA"
                               TO COT-EST-SITUACAO
                   END-EVALUATE
                   WRITE COT-ESTAB-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

       2200-GRAVA-TOTAL        SECTION.
               MOVE SPACES             TO COT-TOTAL-REC.
               MOVE "T"                TO COT-TOT-TIPO.
               MOVE WRK-LIT-COT-TOTAL  TO COT-TOT-DESCRICAO.
               MOVE WRK-TOT-QTDE       TO COT-TOT-QTDE.
               MOVE WRK-TOT-PCD        TO COT-TOT-PCD.
               MOVE WRK-TOT-APRENDIZ   TO COT-TOT-APRENDIZ.
               MOVE WRK-TOT-BASE       TO COT-TOT-BASE.
               MOVE WRK-TOT-MINIMO     TO COT-TOT-MINIMO.
               WRITE COT-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COTA PCD PELO QUADRO TOTAL DA EMPRESA (TODOS OS
      *    ESTABELECIMENTOS JUNTOS), FRACAO ARREDONDADA PARA CIMA
       2300-GRAVA-COTA-PCD     SECTION.
               EVALUATE TRUE
                   WHEN WRK-TOT-QTDE < 100
                       MOVE ZEROS TO WRK-PCD-PERC
                   WHEN WRK-TOT-QTDE NOT > 200
                       MOVE 2     TO WRK-PCD-PERC
                   WHEN WRK-TOT-QTDE NOT > 500
                       MOVE 3     TO WRK-PCD-PERC
                   WHEN WRK-TOT-QTDE NOT > 1000
                       MOVE 4     TO WRK-PCD-PERC
                   WHEN OTHER
                       MOVE 5     TO WRK-PCD-PERC
               END-EVALUATE.
               COMPUTE WRK-PCD-EXIGIDOS =
                   (WRK-TOT-QTDE * WRK-PCD-PERC + 99) / 100.
               MOVE SPACES                 TO COT-PCD-REC.
               MOVE "P"                    TO COT-PCD-TIPO.
               MOVE WRK-LIT-COT-PCD        TO COT-PCD-DESCRICAO.
               MOVE WRK-LIT-COT-PERC       TO COT-PCD-LIT-PERC.
               MOVE WRK-PCD-PERC           TO COT-PCD-PERC.
               MOVE WRK-LIT-COT-EXIGIDOS   TO COT-PCD-LIT-EXIGIDOS.
               MOVE WRK-PCD-EXIGIDOS       TO COT-PCD-EXIGIDOS.
               MOVE WRK-LIT-COT-EXISTENTES TO COT-PCD-LIT-EXISTENTES.
               MOVE WRK-TOT-PCD            TO COT-PCD-EXISTENTES.
               EVALUATE TRUE
                   WHEN WRK-PCD-PERC = ZEROS
                       MOVE "MENOS DE 100 - SEM COTA"
                           TO COT-PCD-SITUACAO
                   WHEN WRK-TOT-PCD < WRK-PCD-EXIGIDOS
                       MOVE "ABAIXO DA COTA LEGAL"
                           TO COT-PCD-SITUACAO
                   WHEN OTHER
                       MOVE "COTA ATENDIDA"
                           TO COT-PCD-SITUACAO
               END-EVALUATE.
               WRITE COT-PCD-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2400-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       PERFORM 2410-GRAVA-APRENDIZ
               END-RETURN.

       2410-GRAVA-APRENDIZ     SECTION.
               MOVE SPACES          TO COT-APRENDIZ-REC.
               MOVE "A"             TO COT-APR-TIPO.
               MOVE SRT-CODIGO      TO COT-APR-CODIGO.
               MOVE SRT-NOME        TO COT-APR-NOME.
               MOVE SRT-ESTAB       TO COT-APR-ESTAB.
               MOVE SRT-ADMISSAO    TO COT-APR-ADMISSAO.
               MOVE SRT-FIM         TO COT-APR-FIM.
               MOVE SRT-DIAS        TO COT-APR-DIAS.
               EVALUATE SRT-SITUACAO
                   WHEN "S"
                       MOVE "SEM DATA DE TERMINO - CORRIGIR"
                           TO COT-APR-SITUACAO
                   WHEN "V"
                       MOVE "VENCIDO SEM DESLIGAMENTO"
                           TO COT-APR-SITUACAO
                   WHEN OTHER
                       MOVE "TERMINA NA JANELA"
                           TO COT-APR-SITUACAO
               END-EVALUATE.
               WRITE COT-APRENDIZ-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE NOTA - DESCRICAO EM WRK-NOTA-DESCRICAO E A
      *    QUANTIDADE EM WRK-NOTA-QTDE
       2450-GRAVA-NOTA         SECTION.
               MOVE SPACES             TO COT-NOTA-REC.
               MOVE "N"                TO COT-NOT-TIPO.
               MOVE WRK-NOTA-DESCRICAO TO COT-NOT-DESCRICAO.
               MOVE WRK-NOTA-QTDE      TO COT-NOT-QTDE.
               WRITE COT-NOTA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE COT-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPDATAVL.
           COPY CPESTPR.
           COPY CPREPPR.
