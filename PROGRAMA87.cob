           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA87.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: RELATORIO DE REPASSE POR SINDICATO NUMA
      *==          COMPETENCIA DIGITADA - LE O MOVIMENTO DE
      *==          DESCONTO SINDICAL GRAVADO PELA FOLHA MENSAL
      *==          (SINDMES, PROGRAMA12), ORDENA POR SINDICATO E
      *==          FUNCIONARIO E IMPRIME (ARQ. SINDREL) PARA CADA
      *==          SINDICATO O CABECALHO COM NOME, CNPJ E CONTA DO
      *==          REPASSE (CADASTRO SINDIC), UMA LINHA POR
      *==          FUNCIONARIO COM SALARIO BASE, CONTRIBUICAO E
      *==          MENSALIDADE DESCONTADAS, O TOTAL A REPASSAR AO
      *==          SINDICATO E, NO FIM, O TOTAL GERAL. A GUIA DE
      *==          CADA SINDICATO E PREENCHIDA POR ESTE RELATORIO.
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
               SELECT ARQ-SIND-MES ASSIGN TO "SINDMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SINDMES.
               SELECT ARQ-SINDICATOS ASSIGN TO "SINDIC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SIN-CODIGO
                   FILE STATUS IS WRK-FS-SINDIC.
               SELECT ARQ-REPASSE ASSIGN TO "SINDREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPASSE.
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
           FD  ARQ-SIND-MES
               LABEL RECORD IS STANDARD.
           COPY CPSNDMES.

           FD  ARQ-SINDICATOS
               LABEL RECORD IS STANDARD.
           COPY CPSIND.

           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-SINDICATO        PIC 9(03).
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-NOME             PIC X(30).
               05 SRT-ESTAB            PIC 9(03).
               05 SRT-SALARIO          PIC 9(08)V99.
               05 SRT-CONTRIB          PIC 9(08)V99.
               05 SRT-MENSAL           PIC 9(08)V99.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS CINCO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-REPASSE
               LABEL RECORD IS STANDARD.
           01  SNR-CABECALHO-REC.
               05 SNR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 SNR-CAB-TITULO       PIC X(40).
               05 SNR-CAB-LIT-COMP     PIC X(13).
               05 SNR-CAB-COMPETENCIA  PIC 9(06).
               05 SNR-CAB-LIT-DATA     PIC X(08).
               05 SNR-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(52).
           01  SNR-SINDICATO-REC REDEFINES SNR-CABECALHO-REC.
               05 SNR-SND-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SNR-SND-LIT          PIC X(11).
               05 SNR-SND-CODIGO       PIC 9(03).
               05 FILLER               PIC X(01).
               05 SNR-SND-NOME         PIC X(40).
               05 SNR-SND-LIT-CNPJ     PIC X(07).
               05 SNR-SND-CNPJ         PIC 9(14).
               05 SNR-SND-LIT-CONTA    PIC X(12).
               05 SNR-SND-BANCO        PIC 9(03).
               05 SNR-SND-BARRA-1      PIC X(01).
               05 SNR-SND-AGENCIA      PIC 9(05).
               05 SNR-SND-BARRA-2      PIC X(01).
               05 SNR-SND-CONTA        PIC 9(10).
               05 FILLER               PIC X(22).
           01  SNR-COLUNA-REC REDEFINES SNR-CABECALHO-REC.
               05 SNR-COL-TIPO         PIC X(01).
               05 SNR-COL-TEXTO        PIC X(104).
               05 FILLER               PIC X(27).
           01  SNR-DETALHE-REC REDEFINES SNR-CABECALHO-REC.
               05 SNR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SNR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 SNR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(02).
               05 SNR-DET-ESTAB        PIC 9(03).
               05 FILLER               PIC X(02).
               05 SNR-DET-SALARIO      PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 SNR-DET-CONTRIB      PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 SNR-DET-MENSAL       PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 SNR-DET-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(29).
           01  SNR-TOTAL-REC REDEFINES SNR-CABECALHO-REC.
               05 SNR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SNR-TOT-DESCRICAO    PIC X(36).
               05 SNR-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 SNR-TOT-SALARIO      PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 SNR-TOT-CONTRIB      PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 SNR-TOT-MENSAL       PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 SNR-TOT-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(29).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-SINDMES       PIC X(02) VALUE SPACES.
           88 WRK-FS-SINDMES-OK          VALUE "00".
       77 WRK-FS-LEITURA-SINDMES PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-SINDMES-FIM VALUE "10".
       77 WRK-FS-SINDIC        PIC X(02) VALUE SPACES.
           88 WRK-FS-SINDIC-OK           VALUE "00".
       77 WRK-SINDIC-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-SINDIC-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-REPASSE       PIC X(02) VALUE SPACES.
           88 WRK-FS-REPASSE-OK          VALUE "00".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-COMPETENCIA-OK   PIC X(01) VALUE "N".
           88 WRK-COMPETENCIA-OK-SIM     VALUE "S".

      *    QUEBRA POR SINDICATO - 999 ANTES DO PRIMEIRO RETURN
       77 WRK-SIND-ATUAL       PIC 9(03) VALUE 999.
       77 WRK-PRIMEIRO-SIND    PIC X(01) VALUE "S".
           88 WRK-PRIMEIRO-SIND-SIM      VALUE "S".
       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SINDICATOS  PIC 9(03) VALUE ZEROS.
       77 WRK-LINHA-TOTAL      PIC 9(08)V99 VALUE ZEROS.

      *    ACUMULADORES DO SINDICATO E DO RELATORIO
       77 WRK-SUB-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-SALARIO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SUB-CONTRIB      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SUB-MENSAL       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GER-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-GER-SALARIO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GER-CONTRIB      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GER-MENSAL       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CALC-QTDE        PIC 9(05) VALUE ZEROS.
       77 WRK-CALC-SALARIO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CALC-CONTRIB     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CALC-MENSAL      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-DESCRICAO    PIC X(36) VALUE SPACES.

      *    ROTULOS DO SINDREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-SNR-TITULO   PIC X(40)
           VALUE "REPASSE DE DESCONTO SINDICAL           ".
       77 WRK-LIT-SNR-COMP     PIC X(13) VALUE "COMPETENCIA: ".
       77 WRK-LIT-SNR-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-SNR-SIND     PIC X(11) VALUE "SINDICATO: ".
       77 WRK-LIT-SNR-CNPJ     PIC X(07) VALUE " CNPJ: ".
       77 WRK-LIT-SNR-CONTA    PIC X(12) VALUE " BCO/AG/CC: ".
       77 WRK-LIT-SNR-SEM-CAD  PIC X(40)
           VALUE "SINDICATO NAO CADASTRADO                ".
       77 WRK-LIT-SNR-SUBTOT   PIC X(36)
           VALUE "TOTAL A REPASSAR - FUNCIONARIOS:    ".
       77 WRK-LIT-SNR-TOTAL    PIC X(36)
           VALUE "TOTAL GERAL - FUNCIONARIOS:         ".
       01 WRK-LIT-SNR-COLUNAS.
           05 WRK-LSC-CODIGO       PIC X(07) VALUE " CODIGO".
           05 WRK-LSC-NOME         PIC X(32) VALUE " NOME".
           05 WRK-LSC-ESTAB        PIC X(05) VALUE "ESTAB".
           05 WRK-LSC-SALARIO      PIC X(15) VALUE "   SALARIO BASE".
           05 WRK-LSC-CONTRIB      PIC X(15) VALUE "   CONTRIBUICAO".
           05 WRK-LSC-MENSAL       PIC X(15) VALUE "    MENSALIDADE".
           05 WRK-LSC-TOTAL        PIC X(15) VALUE "  TOTAL REPASSE".

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-COMPETENCIA
                   UNTIL WRK-COMPETENCIA-OK-SIM.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-SINDICATO SRT-CODIGO
                   INPUT PROCEDURE IS 1000-SELECIONA-MOVIMENTO
                   OUTPUT PROCEDURE IS 2000-IMPRIME-REPASSE.
               GOBACK.

      *    COMPETENCIA AAAAMM; ZEROS = MES DA EXECUCAO
       0100-CAPTURA-COMPETENCIA SECTION.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "ATUAL): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-DATA-EXEC (1:6) TO WRK-COMPETENCIA
               END-IF.
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   OR WRK-COMP-ANO < 1900
                   DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
               ELSE
                   MOVE "S" TO WRK-COMPETENCIA-OK
               END-IF.

      *    SO OS DESCONTOS DA COMPETENCIA PEDIDA VAO PARA O SORT
       1000-SELECIONA-MOVIMENTO SECTION.
               OPEN INPUT ARQ-SIND-MES.
               IF NOT WRK-FS-SINDMES-OK
                   DISPLAY "MOVIMENTO SINDICAL (SINDMES) AUSENTE - "
                       "FS: " WRK-FS-SINDMES
                   CLOSE ARQ-SIND-MES
               ELSE
                   PERFORM 1100-SELECIONA-UM
                       UNTIL WRK-FS-LEITURA-SINDMES-FIM
                   CLOSE ARQ-SIND-MES
               END-IF.

       1100-SELECIONA-UM       SECTION.
               READ ARQ-SIND-MES
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-SINDMES
                   NOT AT END
                       IF SDM-COMPETENCIA = WRK-COMPETENCIA
                           ADD 1 TO WRK-QTDE-LIDOS
                           MOVE SDM-SINDICATO TO SRT-SINDICATO
                           MOVE SDM-CODIGO    TO SRT-CODIGO
                           MOVE SDM-NOME      TO SRT-NOME
                           MOVE SDM-ESTAB     TO SRT-ESTAB
                           MOVE SDM-SALARIO   TO SRT-SALARIO
                           MOVE SDM-CONTRIB   TO SRT-CONTRIB
                           MOVE SDM-MENSAL    TO SRT-MENSAL
                           RELEASE SRT-REGISTRO
                       END-IF
               END-READ.

       2000-IMPRIME-REPASSE    SECTION.
               OPEN INPUT ARQ-SINDICATOS.
               IF WRK-FS-SINDIC-OK
                   MOVE "S" TO WRK-SINDIC-DISPONIVEL
               END-IF.
               OPEN OUTPUT ARQ-REPASSE.
               MOVE "SINDREL "    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA87"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               PERFORM 2050-GRAVA-CABECALHO.
               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               IF NOT WRK-PRIMEIRO-SIND-SIM
                   PERFORM 2300-GRAVA-SUBTOTAL
               END-IF.
               MOVE WRK-LIT-SNR-TOTAL TO WRK-TOT-DESCRICAO.
               MOVE WRK-GER-QTDE      TO WRK-CALC-QTDE.
               MOVE WRK-GER-SALARIO   TO WRK-CALC-SALARIO.
               MOVE WRK-GER-CONTRIB   TO WRK-CALC-CONTRIB.
               MOVE WRK-GER-MENSAL    TO WRK-CALC-MENSAL.
               PERFORM 2400-GRAVA-TOTAL.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-REPASSE.
               IF WRK-SINDIC-DISPONIVEL-SIM
                   CLOSE ARQ-SINDICATOS
               END-IF.
               DISPLAY "REPASSE SINDICAL GRAVADO (SINDREL) - "
                   "COMPETENCIA " WRK-COMPETENCIA ", "
                   WRK-QTDE-LIDOS " DESCONTOS, "
                   WRK-QTDE-SINDICATOS " SINDICATOS".

       2050-GRAVA-CABECALHO    SECTION.
               MOVE SPACES              TO SNR-CABECALHO-REC.
               MOVE "H"                 TO SNR-CAB-TIPO.
               MOVE WRK-LIT-SNR-TITULO  TO SNR-CAB-TITULO.
               MOVE WRK-LIT-SNR-COMP    TO SNR-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO SNR-CAB-COMPETENCIA.
               MOVE WRK-LIT-SNR-DATA    TO SNR-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO SNR-CAB-DATA.
               WRITE SNR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF SRT-SINDICATO NOT = WRK-SIND-ATUAL
                           IF NOT WRK-PRIMEIRO-SIND-SIM
                               PERFORM 2300-GRAVA-SUBTOTAL
                           END-IF
                           PERFORM 2150-GRAVA-SINDICATO
                       END-IF
                       PERFORM 2200-GRAVA-DETALHE
               END-RETURN.

      *    CABECALHO DO SINDICATO COM A CONTA DO REPASSE, SEGUIDO
      *    DA LINHA DE COLUNAS
       2150-GRAVA-SINDICATO    SECTION.
               MOVE SRT-SINDICATO      TO WRK-SIND-ATUAL.
               MOVE "N"                TO WRK-PRIMEIRO-SIND.
               ADD 1                   TO WRK-QTDE-SINDICATOS.
               MOVE ZEROS              TO WRK-SUB-QTDE
                                          WRK-SUB-SALARIO
                                          WRK-SUB-CONTRIB
                                          WRK-SUB-MENSAL.
               MOVE SPACES             TO SNR-SINDICATO-REC.
               MOVE "S"                TO SNR-SND-TIPO.
               MOVE WRK-LIT-SNR-SIND   TO SNR-SND-LIT.
               MOVE SRT-SINDICATO      TO SNR-SND-CODIGO.
               MOVE WRK-LIT-SNR-SEM-CAD TO SNR-SND-NOME.
               IF WRK-SINDIC-DISPONIVEL-SIM
                   MOVE SRT-SINDICATO TO SIN-CODIGO
                   READ ARQ-SINDICATOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SIN-NOME          TO SNR-SND-NOME
                           MOVE WRK-LIT-SNR-CNPJ  TO SNR-SND-LIT-CNPJ
                           MOVE SIN-CNPJ          TO SNR-SND-CNPJ
                           MOVE WRK-LIT-SNR-CONTA TO SNR-SND-LIT-CONTA
                           MOVE SIN-BANCO         TO SNR-SND-BANCO
                           MOVE "/"               TO SNR-SND-BARRA-1
                           MOVE SIN-AGENCIA       TO SNR-SND-AGENCIA
                           MOVE "/"               TO SNR-SND-BARRA-2
                           MOVE SIN-CONTA         TO SNR-SND-CONTA
                   END-READ
               END-IF.
               WRITE SNR-SINDICATO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO SNR-COLUNA-REC.
               MOVE "C"                 TO SNR-COL-TIPO.
               MOVE WRK-LIT-SNR-COLUNAS TO SNR-COL-TEXTO.
               WRITE SNR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2200-GRAVA-DETALHE      SECTION.
               ADD 1            TO WRK-SUB-QTDE WRK-GER-QTDE.
               ADD SRT-SALARIO  TO WRK-SUB-SALARIO WRK-GER-SALARIO.
               ADD SRT-CONTRIB  TO WRK-SUB-CONTRIB WRK-GER-CONTRIB.
               ADD SRT-MENSAL   TO WRK-SUB-MENSAL WRK-GER-MENSAL.
               COMPUTE WRK-LINHA-TOTAL = SRT-CONTRIB + SRT-MENSAL.
               MOVE SPACES          TO SNR-DETALHE-REC.
               MOVE "D"             TO SNR-DET-TIPO.
               MOVE SRT-CODIGO      TO SNR-DET-CODIGO.
               MOVE SRT-NOME        TO SNR-DET-NOME.
               MOVE SRT-ESTAB       TO SNR-DET-ESTAB.
               MOVE SRT-SALARIO     TO SNR-DET-SALARIO.
               MOVE SRT-CONTRIB     TO SNR-DET-CONTRIB.
               MOVE SRT-MENSAL      TO SNR-DET-MENSAL.
               MOVE WRK-LINHA-TOTAL TO SNR-DET-TOTAL.
               WRITE SNR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2300-GRAVA-SUBTOTAL     SECTION.
               MOVE WRK-LIT-SNR-SUBTOT TO WRK-TOT-DESCRICAO.
               MOVE WRK-SUB-QTDE       TO WRK-CALC-QTDE.
               MOVE WRK-SUB-SALARIO    TO WRK-CALC-SALARIO.
               MOVE WRK-SUB-CONTRIB    TO WRK-CALC-CONTRIB.
               MOVE WRK-SUB-MENSAL     TO WRK-CALC-MENSAL.
               PERFORM 2400-GRAVA-TOTAL.

      *    LINHA DE TOTAL - DESCRICAO EM WRK-TOT-DESCRICAO E
      *    VALORES EM WRK-CALC-xxx
       2400-GRAVA-TOTAL        SECTION.
               MOVE SPACES            TO SNR-TOTAL-REC.
               MOVE "T"               TO SNR-TOT-TIPO.
               MOVE WRK-TOT-DESCRICAO TO SNR-TOT-DESCRICAO.
               MOVE WRK-CALC-QTDE     TO SNR-TOT-QTDE.
               MOVE WRK-CALC-SALARIO  TO SNR-TOT-SALARIO.
               MOVE WRK-CALC-CONTRIB  TO SNR-TOT-CONTRIB.
               MOVE WRK-CALC-MENSAL   TO SNR-TOT-MENSAL.
               COMPUTE WRK-LINHA-TOTAL =
                   WRK-CALC-CONTRIB + WRK-CALC-MENSAL.
               MOVE WRK-LINHA-TOTAL   TO SNR-TOT-TOTAL.
               WRITE SNR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE SNR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
