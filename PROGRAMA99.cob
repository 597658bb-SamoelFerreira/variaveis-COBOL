           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA99.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: RELATORIO SEMESTRAL DE TRANSPARENCIA SALARIAL
      *==          E CRITERIOS REMUNERATORIOS ENTRE MULHERES E
      *==          HOMENS (LEI DE IGUALDADE SALARIAL) - PARA O
      *==          SEMESTRE DIGITADO SOMA O BRUTO DE CADA
      *==          FUNCIONARIO NO HISTORICO DA FOLHA (FOLHAHST,
      *==          TODAS AS SEQUENCIAS - MENSAL E COMPLEMENTARES),
      *==          PEGA O SEXO E O CARGO NO MESTRE E A GRADE NO
      *==          CADASTRO DE CARGOS, ORDENA POR CARGO, SEXO E
      *==          BRUTO E IMPRIME (ARQ. PIGUAL) UMA LINHA POR
      *==          CARGO/GRADE COM QUANTIDADE, MEDIA E MEDIANA DE
      *==          HOMENS E DE MULHERES E A DIFERENCA PERCENTUAL
      *==          DA MEDIA E DA MEDIANA ((HOMENS - MULHERES) /
      *==          HOMENS; POSITIVA = MULHERES GANHAM MENOS). NO
      *==          FIM, O TOTAL DA EMPRESA E AS QUANTIDADES FORA
      *==          DA COMPARACAO (SEM SEXO INFORMADO, SEM CARGO
      *==          CADASTRADO). GRAVA TAMBEM O EXTRATO PARA O
      *==          PORTAL DO GOVERNO (ARQ. PIGUALCS) NA CONVENCAO
      *==          DO CSV06 DO PROGRAMA06 - VIRGULA, VALORES EM
      *==          CENTAVOS SEM EDICAO, DIFERENCA EM CENTESIMOS
      *==          DE PONTO PERCENTUAL COM O SINAL NUMA COLUNA
      *==          PROPRIA (EM BRANCO = SEM COMPARACAO, SO UM SEXO
      *==          NO CARGO).
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
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-CARGOS ASSIGN TO "CARGOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRG-CODIGO
                   FILE STATUS IS WRK-FS-CARGOS.
               SELECT ARQ-RELATORIO ASSIGN TO "PIGUAL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-CSV ASSIGN TO "PIGUALCS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-CSV.
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
           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-CARGOS
               LABEL RECORD IS STANDARD.
           COPY CPCARGO.

           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CARGO            PIC X(04).
               05 SRT-SEXO             PIC X(01).
               05 SRT-BRUTO            PIC 9(09)V99.
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-TITULO           PIC X(30).
               05 SRT-GRADE            PIC X(02).

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS CINCO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  PIG-CABECALHO-REC.
               05 PIG-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 PIG-CAB-TITULO       PIC X(50).
               05 PIG-CAB-LIT-SEM      PIC X(10).
               05 PIG-CAB-SEMESTRE     PIC 9(01).
               05 PIG-CAB-BARRA        PIC X(01).
               05 PIG-CAB-ANO          PIC 9(04).
               05 PIG-CAB-LIT-DATA     PIC X(08).
               05 PIG-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(45).
           01  PIG-COLUNA-REC REDEFINES PIG-CABECALHO-REC.
               05 PIG-COL-TIPO         PIC X(01).
               05 PIG-COL-TEXTO        PIC X(126).
               05 FILLER               PIC X(05).
           01  PIG-DETALHE-REC REDEFINES PIG-CABECALHO-REC.
               05 PIG-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 PIG-DET-CARGO        PIC X(04).
               05 FILLER               PIC X(01).
               05 PIG-DET-TITULO       PIC X(24).
               05 FILLER               PIC X(01).
               05 PIG-DET-GRADE        PIC X(02).
               05 FILLER               PIC X(01).
               05 PIG-DET-MAS-QTDE     PIC ZZZZ9.
               05 FILLER               PIC X(01).
               05 PIG-DET-MAS-MEDIA    PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01).
               05 PIG-DET-MAS-MEDIANA  PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01).
               05 PIG-DET-FEM-QTDE     PIC ZZZZ9.
               05 FILLER               PIC X(01).
               05 PIG-DET-FEM-MEDIA    PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01).
               05 PIG-DET-FEM-MEDIANA  PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01).
               05 PIG-DET-DIF-MEDIA    PIC -ZZZZ9,99.
               05 FILLER               PIC X(01).
               05 PIG-DET-DIF-MEDIANA  PIC -ZZZZ9,99.
               05 FILLER               PIC X(06).
           01  PIG-TOTAL-REC REDEFINES PIG-CABECALHO-REC.
               05 PIG-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 PIG-TOT-DESCRICAO    PIC X(33).
               05 PIG-TOT-MAS-QTDE     PIC ZZZZ9.
               05 FILLER               PIC X(01).
               05 PIG-TOT-MAS-MEDIA    PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(16).
               05 PIG-TOT-FEM-QTDE     PIC ZZZZ9.
               05 FILLER               PIC X(01).
               05 PIG-TOT-FEM-MEDIA    PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(16).
               05 PIG-TOT-DIF-MEDIA    PIC -ZZZZ9,99.
               05 FILLER               PIC X(16).
           01  PIG-NOTA-REC REDEFINES PIG-CABECALHO-REC.
               05 PIG-NOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 PIG-NOT-DESCRICAO    PIC X(50).
               05 PIG-NOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(75).

      *    EXTRATO PARA O PORTAL - LINHAS DELIMITADAS POR VIRGULA
           FD  ARQ-CSV
               LABEL RECORD IS STANDARD.
           01  CSV-REGISTRO            PIC X(200).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-CARGOS        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGOS-OK           VALUE "00".
       77 WRK-CARGOS-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CARGOS-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
       77 WRK-FS-CSV           PIC X(02) VALUE SPACES.
           88 WRK-FS-CSV-OK              VALUE "00".
       77 WRK-FIM-HIST         PIC X(01) VALUE "N".
           88 WRK-FIM-HIST-SIM           VALUE "S".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       01 WRK-DATA-EXEC-R.
           05 WRK-EXEC-ANO         PIC 9(04).
           05 WRK-EXEC-MES         PIC 9(02).
           05 WRK-EXEC-DIA         PIC 9(02).
       01 WRK-DATA-EXEC REDEFINES WRK-DATA-EXEC-R PIC 9(08).
      *    PERIODO DIGITADO NO FORMATO AAAAS (S = 1 OU 2)
       01 WRK-PERIODO-R.
           05 WRK-PER-ANO          PIC 9(04).
           05 WRK-PER-SEMESTRE     PIC 9(01).
       01 WRK-PERIODO REDEFINES WRK-PERIODO-R PIC 9(05).
       77 WRK-PERIODO-OK       PIC X(01) VALUE "N".
           88 WRK-PERIODO-OK-SIM         VALUE "S".
      *    PRIMEIRA E ULTIMA COMPETENCIA DO SEMESTRE
       77 WRK-COMP-INICIO      PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-FIM         PIC 9(06) VALUE ZEROS.

      *    BRUTO DO FUNCIONARIO NO SEMESTRE - O FOLHAHST VEM EM
      *    ORDEM DE CODIGO, COMPETENCIA E SEQUENCIA; A QUEBRA DE
      *    CODIGO LIBERA O FUNCIONARIO PARA O SORT
       77 WRK-FUN-CODIGO       PIC 9(05) VALUE ZEROS.
       77 WRK-FUN-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-LIBERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-SEXO    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-CARGO   PIC 9(05) VALUE ZEROS.

      *    QUEBRAS DO OUTPUT PROCEDURE - CARGO E, DENTRO DELE, SEXO
       77 WRK-PRIMEIRO-CARGO   PIC X(01) VALUE "S".
           88 WRK-PRIMEIRO-CARGO-SIM     VALUE "S".
       77 WRK-CARGO-ATUAL      PIC X(04) VALUE SPACES.
       77 WRK-TITULO-ATUAL     PIC X(30) VALUE SPACES.
       77 WRK-GRADE-ATUAL      PIC X(02) VALUE SPACES.
       77 WRK-SEXO-ATUAL       PIC X(01) VALUE SPACES.
           88 WRK-SEXO-ATUAL-MASCULINO   VALUE "M".
           88 WRK-SEXO-ATUAL-ABERTO      VALUE "M" "F".
       77 WRK-QTDE-CARGOS      PIC 9(05) VALUE ZEROS.

      *    BRUTOS DO GRUPO CARGO/SEXO EM ORDEM CRESCENTE (O SORT JA
      *    ENTREGA ASSIM) PARA A MEDIANA; ACIMA DE 9999 NO MESMO
      *    GRUPO A MEDIANA SAI DOS PRIMEIROS 9999 E O CONSOLE AVISA
       01 WRK-TAB-GRUPO.
           05 WRK-TAB-BRUTO        PIC 9(09)V99
                                   OCCURS 9999 TIMES.
       77 WRK-GRP-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-GUARDADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-SOMA         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GRP-MEDIA        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-MEDIANA      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-METADE       PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-RESTO        PIC 9(01) VALUE ZEROS.
       77 WRK-GRP-POS          PIC 9(05) VALUE ZEROS.

      *    RESULTADO DO CARGO POR SEXO
       77 WRK-MAS-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-MAS-MEDIA        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAS-MEDIANA      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FEM-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-FEM-MEDIA        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FEM-MEDIANA      PIC 9(09)V99 VALUE ZEROS.

      *    TOTAL DA EMPRESA (MEDIANA GERAL NAO SAI - O SORT ESTA
      *    POR CARGO)
       77 WRK-GER-MAS-QTDE     PIC 9(05) VALUE ZEROS.
       77 WRK-GER-MAS-SOMA     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GER-FEM-QTDE     PIC 9(05) VALUE ZEROS.
       77 WRK-GER-FEM-SOMA     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GER-MAS-MEDIA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GER-FEM-MEDIA    PIC 9(09)V99 VALUE ZEROS.

      *    DIFERENCA PERCENTUAL - ENTRADA EM WRK-CALC-HOMENS E
      *    WRK-CALC-MULHERES, SAIDA EM WRK-CALC-DIF (SO VALE COM
      *    WRK-CALC-DIF-OK-SIM: OS DOIS SEXOS PRESENTES)
       77 WRK-CALC-HOMENS      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CALC-MULHERES    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CALC-DIF         PIC S9(05)V99 VALUE ZEROS.
       77 WRK-CALC-DIF-OK      PIC X(01) VALUE "N".
           88 WRK-CALC-DIF-OK-SIM        VALUE "S".
       77 WRK-DIF-MEDIA        PIC S9(05)V99 VALUE ZEROS.
       77 WRK-DIF-MEDIA-OK     PIC X(01) VALUE "N".
           88 WRK-DIF-MEDIA-OK-SIM       VALUE "S".
       77 WRK-DIF-MEDIANA      PIC S9(05)V99 VALUE ZEROS.
       77 WRK-DIF-MEDIANA-OK   PIC X(01) VALUE "N".
           88 WRK-DIF-MEDIANA-OK-SIM     VALUE "S".

      *    COLUNAS DO EXTRATO - VALORES EM CENTAVOS E DIFERENCAS
      *    EM CENTESIMOS, SEM EDICAO, SINAL EM COLUNA PROPRIA
       77 WRK-CSV-MAS-MEDIA    PIC 9(11) VALUE ZEROS.
       77 WRK-CSV-MAS-MEDIANA  PIC 9(11) VALUE ZEROS.
       77 WRK-CSV-FEM-MEDIA    PIC 9(11) VALUE ZEROS.
       77 WRK-CSV-FEM-MEDIANA  PIC 9(11) VALUE ZEROS.
       77 WRK-CSV-SINAL-MEDIA  PIC X(01) VALUE SPACES.
       77 WRK-CSV-DIF-MEDIA    PIC 9(07) VALUE ZEROS.
       77 WRK-CSV-SINAL-MEDIANA PIC X(01) VALUE SPACES.
       77 WRK-CSV-DIF-MEDIANA  PIC 9(07) VALUE ZEROS.

      *    ROTULOS DO PIGUAL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-PIG-TITULO   PIC X(50)
           VALUE "IGUALDADE SALARIAL - MULHERES E HOMENS POR CARGO".
       77 WRK-LIT-PIG-SEM      PIC X(10) VALUE "SEMESTRE: ".
       77 WRK-LIT-PIG-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-PIG-TOTAL    PIC X(33)
           VALUE "TOTAL DA EMPRESA                 ".
       77 WRK-NOTA-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WRK-LIT-PIG-SEM-SEXO PIC X(50)
           VALUE "FORA DA COMPARACAO - SEM SEXO INFORMADO:".
       77 WRK-LIT-PIG-SEM-CARGO PIC X(50)
           VALUE "FORA DA COMPARACAO - SEM CARGO CADASTRADO:".
       01 WRK-LIT-PIG-COLUNAS.
           05 WRK-LPC-CARGO        PIC X(06) VALUE " CRGO ".
           05 WRK-LPC-TITULO       PIC X(25) VALUE "TITULO DO CARGO".
           05 WRK-LPC-GRADE        PIC X(03) VALUE "GR ".
           05 WRK-LPC-MAS-QTDE     PIC X(06) VALUE "QTD H ".
           05 WRK-LPC-MAS-MEDIA    PIC X(15) VALUE "  MEDIA HOMENS ".
           05 WRK-LPC-MAS-MEDIANA  PIC X(15) VALUE "MEDIANA HOMENS ".
           05 WRK-LPC-FEM-QTDE     PIC X(06) VALUE "QTD M ".
           05 WRK-LPC-FEM-MEDIA    PIC X(15) VALUE "MEDIA MULHERES ".
           05 WRK-LPC-FEM-MEDIANA  PIC X(15) VALUE "MEDIANA MULHER ".
           05 WRK-LPC-DIF-MEDIA    PIC X(10) VALUE " DIF MED %".
           05 WRK-LPC-DIF-MEDIANA  PIC X(10) VALUE " DIF MDN %".

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-PERIODO
                   UNTIL WRK-PERIODO-OK-SIM.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-CARGO SRT-SEXO SRT-BRUTO
                   INPUT PROCEDURE IS 1000-SELECIONA-FOLHA
                   OUTPUT PROCEDURE IS 2000-IMPRIME-RELATORIO.
               GOBACK.

      *    SEMESTRE AAAAS; ZEROS = O SEMESTRE ANTERIOR AO DA
      *    EXECUCAO (O RELATORIO SAI DEPOIS DO SEMESTRE FECHADO)
       0100-CAPTURA-PERIODO    SECTION.
               DISPLAY "DIGITE O SEMESTRE (AAAAS, S = 1 OU 2, "
                   "ZEROS = SEMESTRE ANTERIOR): "
                   ACCEPT WRK-PERIODO.
               IF WRK-PERIODO = ZEROS
                   IF WRK-EXEC-MES > 6
                       MOVE WRK-EXEC-ANO TO WRK-PER-ANO
                       MOVE 1            TO WRK-PER-SEMESTRE
                   ELSE
                       COMPUTE WRK-PER-ANO = WRK-EXEC-ANO - 1
                       MOVE 2            TO WRK-PER-SEMESTRE
                   END-IF
               END-IF.
               IF WRK-PER-ANO < 1900
                   OR (WRK-PER-SEMESTRE NOT = 1
                       AND WRK-PER-SEMESTRE NOT = 2)
                   DISPLAY "SEMESTRE INVALIDO: " WRK-PERIODO
               ELSE
                   MOVE "S" TO WRK-PERIODO-OK
                   IF WRK-PER-SEMESTRE = 1
                       COMPUTE WRK-COMP-INICIO = WRK-PER-ANO * 100 + 1
                       COMPUTE WRK-COMP-FIM    = WRK-PER-ANO * 100 + 6
                   ELSE
                       COMPUTE WRK-COMP-INICIO = WRK-PER-ANO * 100 + 7
                       COMPUTE WRK-COMP-FIM    = WRK-PER-ANO * 100 + 12
                   END-IF
               END-IF.

      *    VARRE O FOLHAHST INTEIRO - O DESLIGADO NO SEMESTRE
      *    TAMBEM ENTRA, PELO BRUTO QUE RECEBEU
       1000-SELECIONA-FOLHA    SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF NOT WRK-FS-MESTRE-OK
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
               ELSE
                   OPEN INPUT ARQ-CARGOS
                   IF WRK-FS-CARGOS-OK
                       MOVE "S" TO WRK-CARGOS-DISPONIVEL
                   ELSE
                       DISPLAY "CADASTRO DE CARGOS (CARGOS) AUSENTE "
                           "- TODOS FICAM SEM CARGO CADASTRADO"
                   END-IF
                   OPEN INPUT ARQ-HIST-FOLHA
                   IF NOT WRK-FS-HIST-FOLHA-OK
                       DISPLAY "HISTORICO DA FOLHA (FOLHAHST) AUSENTE "
                           "- FS: " WRK-FS-HIST-FOLHA
                   ELSE
                       MOVE ZEROS TO FHT-CODIGO
                       MOVE ZEROS TO FHT-COMPETENCIA
                       MOVE ZEROS TO FHT-SEQUENCIA
                       START ARQ-HIST-FOLHA
                           KEY IS NOT LESS THAN FHT-CHAVE
                           INVALID KEY
                               MOVE "S" TO WRK-FIM-HIST
                       END-START
                       PERFORM 1100-LE-UM
                           UNTIL WRK-FIM-HIST-SIM
                       PERFORM 1200-LIBERA-FUNCIONARIO
                       CLOSE ARQ-HIST-FOLHA
                   END-IF
                   IF WRK-CARGOS-DISPONIVEL-SIM
                       CLOSE ARQ-CARGOS
                   END-IF
                   CLOSE CADASTRO-MESTRE
               END-IF.

       1100-LE-UM              SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-HIST
                   NOT AT END
                       IF FHT-CODIGO NOT = WRK-FUN-CODIGO
                           PERFORM 1200-LIBERA-FUNCIONARIO
                           MOVE FHT-CODIGO TO WRK-FUN-CODIGO
                           MOVE ZEROS      TO WRK-FUN-BRUTO
                       END-IF
                       IF FHT-COMPETENCIA NOT < WRK-COMP-INICIO
                           AND FHT-COMPETENCIA NOT > WRK-COMP-FIM
                           ADD FHT-BRUTO TO WRK-FUN-BRUTO
                       END-IF
               END-READ.

      *    SO QUEM RECEBEU NO SEMESTRE; SEXO E CARGO SAO OS DO
      *    MESTRE NA DATA DA EXECUCAO
       1200-LIBERA-FUNCIONARIO SECTION.
               IF WRK-FUN-BRUTO > ZEROS
                   MOVE WRK-FUN-CODIGO TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           ADD 1 TO WRK-QTDE-SEM-SEXO
                       NOT INVALID KEY
                           IF NOT EMP-SEXO-VALIDO
                               ADD 1 TO WRK-QTDE-SEM-SEXO
                           ELSE
                               PERFORM 1300-LIBERA-COM-CARGO
                           END-IF
                   END-READ
               END-IF.

       1300-LIBERA-COM-CARGO   SECTION.
               IF EMP-CARGO = SPACES
                   OR NOT WRK-CARGOS-DISPONIVEL-SIM
                   ADD 1 TO WRK-QTDE-SEM-CARGO
               ELSE
                   MOVE EMP-CARGO TO CRG-CODIGO
                   READ ARQ-CARGOS
                       INVALID KEY
                           ADD 1 TO WRK-QTDE-SEM-CARGO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-LIBERADOS
                           MOVE CRG-CODIGO     TO SRT-CARGO
                           MOVE EMP-SEXO       TO SRT-SEXO
                           MOVE WRK-FUN-BRUTO  TO SRT-BRUTO
                           MOVE EMP-CODIGO     TO SRT-CODIGO
                           MOVE CRG-TITULO     TO SRT-TITULO
                           MOVE CRG-GRADE      TO SRT-GRADE
                           RELEASE SRT-REGISTRO
                   END-READ
               END-IF.

       2000-IMPRIME-RELATORIO  SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               OPEN OUTPUT ARQ-CSV.
               MOVE SPACES TO CSV-REGISTRO.
               STRING "ANO,SEMESTRE,CARGO,GRADE,"
                   "QTDE-H,MEDIA-H-CENTAVOS,MEDIANA-H-CENTAVOS,"
                   "QTDE-M,MEDIA-M-CENTAVOS,MEDIANA-M-CENTAVOS,"
                   "SINAL-DIF-MEDIA,DIF-MEDIA-CENTESIMOS,"
                   "SINAL-DIF-MEDIANA,DIF-MEDIANA-CENTESIMOS"
                   DELIMITED BY SIZE INTO CSV-REGISTRO.
               WRITE CSV-REGISTRO.
               MOVE "PIGUAL  "    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA99"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               PERFORM 2050-GRAVA-CABECALHO.
               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               IF NOT WRK-PRIMEIRO-CARGO-SIM
                   PERFORM 2300-FECHA-CARGO
               END-IF.
               PERFORM 2400-GRAVA-TOTAL.
               MOVE WRK-LIT-PIG-SEM-SEXO  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-SEM-SEXO     TO WRK-GRP-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-PIG-SEM-CARGO TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-SEM-CARGO    TO WRK-GRP-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-CSV.
               CLOSE ARQ-RELATORIO.
               DISPLAY "IGUALDADE SALARIAL GRAVADA (PIGUAL/PIGUALCS) "
                   "- SEMESTRE " WRK-PER-SEMESTRE "/" WRK-PER-ANO ", "
                   WRK-QTDE-LIBERADOS " FUNCIONARIOS, "
                   WRK-QTDE-CARGOS " CARGOS".
               IF WRK-QTDE-SEM-SEXO > ZEROS
                   OR WRK-QTDE-SEM-CARGO > ZEROS
                   DISPLAY "FORA DA COMPARACAO - SEM SEXO: "
                       WRK-QTDE-SEM-SEXO " SEM CARGO: "
                       WRK-QTDE-SEM-CARGO
               END-IF.

       2050-GRAVA-CABECALHO    SECTION.
               MOVE SPACES              TO PIG-CABECALHO-REC.
               MOVE "H"                 TO PIG-CAB-TIPO.
               MOVE WRK-LIT-PIG-TITULO  TO PIG-CAB-TITULO.
               MOVE WRK-LIT-PIG-SEM     TO PIG-CAB-LIT-SEM.
               MOVE WRK-PER-SEMESTRE    TO PIG-CAB-SEMESTRE.
               MOVE "/"                 TO PIG-CAB-BARRA.
               MOVE WRK-PER-ANO         TO PIG-CAB-ANO.
               MOVE WRK-LIT-PIG-DATA    TO PIG-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO PIG-CAB-DATA.
               WRITE PIG-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO PIG-COLUNA-REC.
               MOVE "C"                 TO PIG-COL-TIPO.
               MOVE WRK-LIT-PIG-COLUNAS TO PIG-COL-TEXTO.
               WRITE PIG-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF WRK-PRIMEIRO-CARGO-SIM
                           OR SRT-CARGO NOT = WRK-CARGO-ATUAL
                           IF NOT WRK-PRIMEIRO-CARGO-SIM
                               PERFORM 2300-FECHA-CARGO
                           END-IF
                           PERFORM 2150-INICIA-CARGO
                       END-IF
                       IF SRT-SEXO NOT = WRK-SEXO-ATUAL
                           IF WRK-SEXO-ATUAL-ABERTO
                               PERFORM 2250-FECHA-SEXO
                           END-IF
                           PERFORM 2160-INICIA-SEXO
                       END-IF
                       PERFORM 2200-ACUMULA
               END-RETURN.

       2150-INICIA-CARGO       SECTION.
               MOVE "N"         TO WRK-PRIMEIRO-CARGO.
               MOVE SRT-CARGO   TO WRK-CARGO-ATUAL.
               MOVE SRT-TITULO  TO WRK-TITULO-ATUAL.
               MOVE SRT-GRADE   TO WRK-GRADE-ATUAL.
               MOVE SPACES      TO WRK-SEXO-ATUAL.
               MOVE ZEROS       TO WRK-MAS-QTDE WRK-MAS-MEDIA
                                   WRK-MAS-MEDIANA WRK-FEM-QTDE
                                   WRK-FEM-MEDIA WRK-FEM-MEDIANA.
               ADD 1            TO WRK-QTDE-CARGOS.

       2160-INICIA-SEXO        SECTION.
               MOVE SRT-SEXO TO WRK-SEXO-ATUAL.
               MOVE ZEROS    TO WRK-GRP-QTDE WRK-GRP-GUARDADOS
                                WRK-GRP-SOMA.

       2200-ACUMULA            SECTION.
               ADD 1         TO WRK-GRP-QTDE.
               ADD SRT-BRUTO TO WRK-GRP-SOMA.
               IF WRK-GRP-GUARDADOS < 9999
                   ADD 1 TO WRK-GRP-GUARDADOS
                   MOVE SRT-BRUTO TO WRK-TAB-BRUTO (WRK-GRP-GUARDADOS)
               END-IF.
               IF WRK-SEXO-ATUAL-MASCULINO
                   ADD 1         TO WRK-GER-MAS-QTDE
                   ADD SRT-BRUTO TO WRK-GER-MAS-SOMA
               ELSE
                   ADD 1         TO WRK-GER-FEM-QTDE
                   ADD SRT-BRUTO TO WRK-GER-FEM-SOMA
               END-IF.

       2250-FECHA-SEXO         SECTION.
               COMPUTE WRK-GRP-MEDIA ROUNDED =
                   WRK-GRP-SOMA / WRK-GRP-QTDE.
               PERFORM 2260-CALCULA-MEDIANA.
               IF WRK-SEXO-ATUAL-MASCULINO
                   MOVE WRK-GRP-QTDE    TO WRK-MAS-QTDE
                   MOVE WRK-GRP-MEDIA   TO WRK-MAS-MEDIA
                   MOVE WRK-GRP-MEDIANA TO WRK-MAS-MEDIANA
               ELSE
                   MOVE WRK-GRP-QTDE    TO WRK-FEM-QTDE
                   MOVE WRK-GRP-MEDIA   TO WRK-FEM-MEDIA
                   MOVE WRK-GRP-MEDIANA TO WRK-FEM-MEDIANA
               END-IF.
               MOVE SPACES TO WRK-SEXO-ATUAL.

      *    QUANTIDADE IMPAR: O DO MEIO; PAR: MEDIA DOS DOIS DO MEIO
       2260-CALCULA-MEDIANA    SECTION.
               IF WRK-GRP-QTDE > WRK-GRP-GUARDADOS
                   DISPLAY "CARGO " WRK-CARGO-ATUAL " SEXO "
                       WRK-SEXO-ATUAL " COM " WRK-GRP-QTDE
                       " FUNCIONARIOS - MEDIANA DOS PRIMEIROS 9999"
               END-IF.
               DIVIDE WRK-GRP-GUARDADOS BY 2 GIVING WRK-GRP-METADE
                   REMAINDER WRK-GRP-RESTO.
               IF WRK-GRP-RESTO = 1
                   COMPUTE WRK-GRP-POS = WRK-GRP-METADE + 1
                   MOVE WRK-TAB-BRUTO (WRK-GRP-POS) TO WRK-GRP-MEDIANA
               ELSE
                   COMPUTE WRK-GRP-POS = WRK-GRP-METADE + 1
                   COMPUTE WRK-GRP-MEDIANA ROUNDED =
                       (WRK-TAB-BRUTO (WRK-GRP-METADE)
                        + WRK-TAB-BRUTO (WRK-GRP-POS)) / 2
               END-IF.

       2300-FECHA-CARGO        SECTION.
               IF WRK-SEXO-ATUAL-ABERTO
                   PERFORM 2250-FECHA-SEXO
               END-IF.
               MOVE WRK-MAS-MEDIA     TO WRK-CALC-HOMENS.
               MOVE WRK-FEM-MEDIA     TO WRK-CALC-MULHERES.
               PERFORM 2350-CALCULA-DIFERENCA.
               MOVE WRK-CALC-DIF      TO WRK-DIF-MEDIA.
               MOVE WRK-CALC-DIF-OK   TO WRK-DIF-MEDIA-OK.
               MOVE WRK-MAS-MEDIANA   TO WRK-CALC-HOMENS.
               MOVE WRK-FEM-MEDIANA   TO WRK-CALC-MULHERES.
               PERFORM 2350-CALCULA-DIFERENCA.
               MOVE WRK-CALC-DIF      TO WRK-DIF-MEDIANA.
               MOVE WRK-CALC-DIF-OK   TO WRK-DIF-MEDIANA-OK.
               MOVE SPACES            TO PIG-DETALHE-REC.
               MOVE "D"               TO PIG-DET-TIPO.
               MOVE WRK-CARGO-ATUAL   TO PIG-DET-CARGO.
               MOVE WRK-TITULO-ATUAL  TO PIG-DET-TITULO.
               MOVE WRK-GRADE-ATUAL   TO PIG-DET-GRADE.
               MOVE WRK-MAS-QTDE      TO PIG-DET-MAS-QTDE.
               MOVE WRK-FEM-QTDE      TO PIG-DET-FEM-QTDE.
               IF WRK-MAS-QTDE > ZEROS
                   MOVE WRK-MAS-MEDIA   TO PIG-DET-MAS-MEDIA
                   MOVE WRK-MAS-MEDIANA TO PIG-DET-MAS-MEDIANA
               END-IF.
               IF WRK-FEM-QTDE > ZEROS
                   MOVE WRK-FEM-MEDIA   TO PIG-DET-FEM-MEDIA
                   MOVE WRK-FEM-MEDIANA TO PIG-DET-FEM-MEDIANA
               END-IF.
               IF WRK-DIF-MEDIA-OK-SIM
                   MOVE WRK-DIF-MEDIA   TO PIG-DET-DIF-MEDIA
               END-IF.
               IF WRK-DIF-MEDIANA-OK-SIM
                   MOVE WRK-DIF-MEDIANA TO PIG-DET-DIF-MEDIANA
               END-IF.
               WRITE PIG-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2500-GRAVA-CSV.

      *    (HOMENS - MULHERES) / HOMENS * 100, COM DUAS CASAS
       2350-CALCULA-DIFERENCA  SECTION.
               MOVE ZEROS TO WRK-CALC-DIF.
               MOVE "N"   TO WRK-CALC-DIF-OK.
               IF WRK-CALC-HOMENS > ZEROS
                   AND WRK-CALC-MULHERES > ZEROS
                   MOVE "S" TO WRK-CALC-DIF-OK
                   COMPUTE WRK-CALC-DIF ROUNDED =
                       (WRK-CALC-HOMENS - WRK-CALC-MULHERES) * 100
                       / WRK-CALC-HOMENS
                       ON SIZE ERROR
                           MOVE "N" TO WRK-CALC-DIF-OK
                   END-COMPUTE
               END-IF.

      *    TOTAL DA EMPRESA - QUANTIDADE, MEDIA E DIFERENCA DA MEDIA
       2400-GRAVA-TOTAL        SECTION.
               MOVE ZEROS TO WRK-GER-MAS-MEDIA WRK-GER-FEM-MEDIA.
               IF WRK-GER-MAS-QTDE > ZEROS
                   COMPUTE WRK-GER-MAS-MEDIA ROUNDED =
                       WRK-GER-MAS-SOMA / WRK-GER-MAS-QTDE
               END-IF.
               IF WRK-GER-FEM-QTDE > ZEROS
                   COMPUTE WRK-GER-FEM-MEDIA ROUNDED =
                       WRK-GER-FEM-SOMA / WRK-GER-FEM-QTDE
               END-IF.
               MOVE WRK-GER-MAS-MEDIA TO WRK-CALC-HOMENS.
               MOVE WRK-GER-FEM-MEDIA TO WRK-CALC-MULHERES.
               PERFORM 2350-CALCULA-DIFERENCA.
               MOVE SPACES            TO PIG-TOTAL-REC.
               MOVE "T"               TO PIG-TOT-TIPO.
               MOVE WRK-LIT-PIG-TOTAL TO PIG-TOT-DESCRICAO.
               MOVE WRK-GER-MAS-QTDE  TO PIG-TOT-MAS-QTDE.
               MOVE WRK-GER-MAS-MEDIA TO PIG-TOT-MAS-MEDIA.
               MOVE WRK-GER-FEM-QTDE  TO PIG-TOT-FEM-QTDE.
               MOVE WRK-GER-FEM-MEDIA TO PIG-TOT-FEM-MEDIA.
               IF WRK-CALC-DIF-OK-SIM
                   MOVE WRK-CALC-DIF  TO PIG-TOT-DIF-MEDIA
               END-IF.
               WRITE PIG-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE NOTA - DESCRICAO EM WRK-NOTA-DESCRICAO E A
      *    QUANTIDADE EM WRK-GRP-QTDE
       2450-GRAVA-NOTA         SECTION.
               MOVE SPACES             TO PIG-NOTA-REC.
               MOVE "N"                TO PIG-NOT-TIPO.
               MOVE WRK-NOTA-DESCRICAO TO PIG-NOT-DESCRICAO.
               MOVE WRK-GRP-QTDE       TO PIG-NOT-QTDE.
               WRITE PIG-NOTA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    UMA LINHA POR CARGO NO EXTRATO DO PORTAL
       2500-GRAVA-CSV          SECTION.
               COMPUTE WRK-CSV-MAS-MEDIA   = WRK-MAS-MEDIA * 100.
               COMPUTE WRK-CSV-MAS-MEDIANA = WRK-MAS-MEDIANA * 100.
               COMPUTE WRK-CSV-FEM-MEDIA   = WRK-FEM-MEDIA * 100.
               COMPUTE WRK-CSV-FEM-MEDIANA = WRK-FEM-MEDIANA * 100.
               MOVE SPACES TO WRK-CSV-SINAL-MEDIA
                              WRK-CSV-SINAL-MEDIANA.
               MOVE ZEROS  TO WRK-CSV-DIF-MEDIA WRK-CSV-DIF-MEDIANA.
               IF WRK-DIF-MEDIA-OK-SIM
                   MOVE "+" TO WRK-CSV-SINAL-MEDIA
                   IF WRK-DIF-MEDIA < ZEROS
                       MOVE "-" TO WRK-CSV-SINAL-MEDIA
                       COMPUTE WRK-CSV-DIF-MEDIA =
                           WRK-DIF-MEDIA * -100
                   ELSE
                       COMPUTE WRK-CSV-DIF-MEDIA =
                           WRK-DIF-MEDIA * 100
                   END-IF
               END-IF.
               IF WRK-DIF-MEDIANA-OK-SIM
                   MOVE "+" TO WRK-CSV-SINAL-MEDIANA
                   IF WRK-DIF-MEDIANA < ZEROS
                       MOVE "-" TO WRK-CSV-SINAL-MEDIANA
                       COMPUTE WRK-CSV-DIF-MEDIANA =
                           WRK-DIF-MEDIANA * -100
                   ELSE
                       COMPUTE WRK-CSV-DIF-MEDIANA =
                           WRK-DIF-MEDIANA * 100
                   END-IF
               END-IF.
               MOVE SPACES TO CSV-REGISTRO.
               STRING WRK-PER-ANO           DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-PER-SEMESTRE      DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CARGO-ATUAL       DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-GRADE-ATUAL       DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-MAS-QTDE          DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-MAS-MEDIA     DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-MAS-MEDIANA   DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-FEM-QTDE          DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-FEM-MEDIA     DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-FEM-MEDIANA   DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-SINAL-MEDIA   DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-DIF-MEDIA     DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-SINAL-MEDIANA DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      WRK-CSV-DIF-MEDIANA   DELIMITED BY SIZE
                   INTO CSV-REGISTRO.
               WRITE CSV-REGISTRO.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE PIG-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
