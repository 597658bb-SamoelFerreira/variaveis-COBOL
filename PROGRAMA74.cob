           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA74.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONCILIACAO DA FATURA MENSAL DA OPERADORA DO
      *==          PLANO DE SAUDE/ODONTOLOGICO (ARQ. FATPLANO)
      *==          CONTRA O CADASTRO DE ADESOES (PLANOSAU) - ORDENA
      *==          AS VIDAS COBRADAS POR TITULAR + PRODUTO +
      *==          SEQUENCIA DO DEPENDENTE (SORT, COMO O
      *==          PROGRAMA48) E CASA COM O CADASTRO NUM MERGE DE
      *==          LINHA BALANCEADA. RELATA NO CONCPLAN AS VIDAS
      *==          COBRADAS SEM ADESAO VIGENTE, AS ADESOES
      *==          VIGENTES NAO COBRADAS E OS DESLIGADOS
      *==          (EMP-DESLIGADO) AINDA NA FATURA, E GRAVA NO
      *==          PLANOMES A COPARTICIPACAO DAS VIDAS CASADAS POR
      *==          TITULAR PARA O DESCONTO DA FOLHA MENSAL.
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
               SELECT ARQ-FATURA ASSIGN TO "FATPLANO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FATURA.
               SELECT ARQ-FAT-ORDENADA ASSIGN TO "FATSRT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FAT-ORDENADA.
               SELECT ARQ-SORT-FAT ASSIGN TO "SORTWK01".
               SELECT ARQ-PLANOS ASSIGN TO "PLANOSAU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLS-CHAVE
                   FILE STATUS IS WRK-FS-PLANOSAU.
               SELECT ARQ-PLANO-MES ASSIGN TO "PLANOMES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLM-CHAVE
                   FILE STATUS IS WRK-FS-PLANOMES.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-CONCILIACAO ASSIGN TO "CONCPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-CONCILIACAO.
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
      *    FATURA DA OPERADORA: CABECALHO COM A COMPETENCIA, UMA
      *    LINHA POR VIDA COBRADA (TITULAR = MATRICULA DO
      *    FUNCIONARIO, SEQUENCIA 00 = O PROPRIO TITULAR) E
      *    RODAPE COM OS TOTAIS. VALORES EM REAIS COM CENTAVOS
           FD  ARQ-FATURA
               LABEL RECORD IS STANDARD.
           01  FAT-CABECALHO-REC.
               05 FAT-CAB-TIPO         PIC X(01).
               05 FAT-CAB-COMPETENCIA  PIC 9(06).
               05 FAT-CAB-EMISSAO      PIC 9(08).
               05 FAT-CAB-OPERADORA    PIC X(20).
               05 FILLER               PIC X(65).
           01  FAT-DETALHE-REC REDEFINES FAT-CABECALHO-REC.
               05 FAT-DET-TIPO         PIC X(01).
               05 FAT-DET-CODIGO-EMP   PIC 9(05).
               05 FAT-DET-PRODUTO      PIC X(01).
               05 FAT-DET-SEQ-DEP      PIC 9(02).
               05 FAT-DET-CARTEIRINHA  PIC X(20).
               05 FAT-DET-NOME         PIC X(30).
               05 FAT-DET-MENSAL       PIC 9(07)V99.
               05 FAT-DET-COPART       PIC 9(07)V99.
               05 FILLER               PIC X(23).
           01  FAT-RODAPE-REC REDEFINES FAT-CABECALHO-REC.
               05 FAT-ROD-TIPO         PIC X(01).
               05 FAT-ROD-QTDE-VIDAS   PIC 9(06).
               05 FAT-ROD-TOTAL        PIC 9(11)V99.
               05 FILLER               PIC X(80).

      *    COPIA ORDENADA DA FATURA (SO OS DETALHES, SAIDA DO
      *    SORT) - MESMOS CAMPOS DO FAT-DETALHE
           FD  ARQ-FAT-ORDENADA
               LABEL RECORD IS STANDARD.
           01  FAO-REGISTRO.
               05 FAO-TIPO             PIC X(01).
               05 FAO-CHAVE.
                   10 FAO-CODIGO-EMP   PIC 9(05).
                   10 FAO-PRODUTO      PIC X(01).
                   10 FAO-SEQ-DEP      PIC 9(02).
               05 FAO-CARTEIRINHA      PIC X(20).
               05 FAO-NOME             PIC X(30).
               05 FAO-MENSAL           PIC 9(07)V99.
               05 FAO-COPART           PIC 9(07)V99.
               05 FILLER               PIC X(23).

           SD  ARQ-SORT-FAT.
           01  SFT-REGISTRO.
               05 SFT-TIPO             PIC X(01).
               05 SFT-CODIGO-EMP       PIC 9(05).
               05 SFT-PRODUTO          PIC X(01).
               05 SFT-SEQ-DEP          PIC 9(02).
               05 SFT-CARTEIRINHA      PIC X(20).
               05 SFT-NOME             PIC X(30).
               05 SFT-MENSAL           PIC 9(07)V99.
               05 SFT-COPART           PIC 9(07)V99.
               05 FILLER               PIC X(23).

           FD  ARQ-PLANOS
               LABEL RECORD IS STANDARD.
           COPY CPPLANO.

           FD  ARQ-PLANO-MES
               LABEL RECORD IS STANDARD.
           COPY CPPLNMES.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

      *    RELATORIO DE CONCILIACAO NO ESTILO DO RECONREL, COM UMA
      *    LINHA POR DIVERGENCIA - AS TRES VIEWS TEM EXATAMENTE 80
      *    POSICOES
           FD  ARQ-CONCILIACAO
               LABEL RECORD IS STANDARD.
           01  RCN-CABECALHO-REC.
               05 RCN-CAB-TIPO          PIC X(01).
               05 FILLER                PIC X(02).
               05 RCN-CAB-TITULO        PIC X(40).
               05 RCN-CAB-LIT-COMP      PIC X(06).
               05 RCN-CAB-COMPETENCIA   PIC 9(06).
               05 FILLER                PIC X(25).
           01  RCN-DETALHE-REC REDEFINES RCN-CABECALHO-REC.
               05 RCN-DET-TIPO          PIC X(01).
               05 FILLER                PIC X(01).
               05 RCN-DET-CODIGO-EMP    PIC 9(05).
               05 FILLER                PIC X(01).
               05 RCN-DET-PRODUTO       PIC X(01).
               05 FILLER                PIC X(01).
               05 RCN-DET-SEQ-DEP       PIC 9(02).
               05 FILLER                PIC X(01).
               05 RCN-DET-NOME          PIC X(30).
               05 FILLER                PIC X(01).
               05 RCN-DET-MOTIVO        PIC X(30).
               05 FILLER                PIC X(06).
           01  RCN-TOTAL-REC REDEFINES RCN-CABECALHO-REC.
               05 RCN-TOT-TIPO          PIC X(01).
               05 RCN-TOT-LABEL         PIC X(30).
               05 FILLER                PIC X(02).
               05 RCN-TOT-QTDE          PIC ZZZZ9.
               05 FILLER                PIC X(02).
               05 RCN-TOT-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER                PIC X(26).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-FATURA        PIC X(02) VALUE SPACES.
           88 WRK-FS-FATURA-OK           VALUE "00".
       77 WRK-FATURA-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-FATURA-DISPONIVEL-SIM  VALUE "S".
       77 WRK-CONTINUA-FATURA  PIC X(01) VALUE "S".
           88 WRK-CONTINUA-FATURA-SIM    VALUE "S".
       77 WRK-FS-FAT-ORDENADA  PIC X(02) VALUE SPACES.
           88 WRK-FS-FAT-ORDENADA-OK     VALUE "00".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-CONCILIACAO   PIC X(02) VALUE SPACES.
           88 WRK-FS-CONCILIACAO-OK      VALUE "00".

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-COBRADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CASADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-ADESAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NAO-COBRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DESLIGADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-TITULARES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-JA-DESCONT  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-MENSAL     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-COPART     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-SEM-ADESAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

      *    ADESAO VIGENTE NA COMPETENCIA DA FATURA - MESMA REGRA
      *    DA FOLHA (7891 DO CPPLNPR)
       77 WRK-COMP-INICIO      PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-FIM         PIC 9(06) VALUE ZEROS.
       77 WRK-ADESAO-VIGENTE   PIC X(01) VALUE "N".
           88 WRK-ADESAO-VIGENTE-SIM     VALUE "S".
      *    LIGADO QUANDO A ADESAO CORRENTE CASOU COM PELO MENOS
      *    UMA LINHA DA FATURA
       77 WRK-ADESAO-COBRADA   PIC X(01) VALUE "N".
           88 WRK-ADESAO-COBRADA-SIM     VALUE "S".

      *    COPARTICIPACAO ACUMULADA POR TITULAR (QUEBRA PELO
      *    CODIGO NA ORDEM DA FATURA)
       77 WRK-COD-COPART       PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-COPART      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-VIDAS       PIC 9(02) VALUE ZEROS.

      *    CHAVES DO MERGE DE LINHA BALANCEADA - TITULAR, PRODUTO
      *    E SEQUENCIA NUM GRUPO SO; FIM DE ARQUIVO VIRA A CHAVE
      *    MAXIMA PARA O OUTRO LADO ESCOAR, COMO NO PROGRAMA48
       77 WRK-FIM-ADE          PIC X(01) VALUE "N".
           88 WRK-FIM-ADE-SIM            VALUE "S".
       77 WRK-FIM-FAT          PIC X(01) VALUE "N".
           88 WRK-FIM-FAT-SIM            VALUE "S".
       01 WRK-CHAVE-ADE.
           05 WRK-CHV-ADE-CODIGO   PIC 9(05).
           05 WRK-CHV-ADE-PRODUTO  PIC X(01).
           05 WRK-CHV-ADE-SEQ      PIC 9(02).
       01 WRK-CHAVE-FAT.
           05 WRK-CHV-FAT-CODIGO   PIC 9(05).
           05 WRK-CHV-FAT-PRODUTO  PIC X(01).
           05 WRK-CHV-FAT-SEQ      PIC 9(02).
       77 WRK-CHAVE-MAXIMA     PIC X(08) VALUE ALL "9".

      *    ROTULOS DO CONCPLAN - MOVIDOS PARA OS CAMPOS NOMEADOS
      *    DA FD ANTES DE CADA WRITE
       77 WRK-LIT-RCN-TITULO   PIC X(40)
           VALUE "CONCILIACAO DA FATURA DO PLANO DE SAUDE ".
       77 WRK-LIT-RCN-COMP     PIC X(06) VALUE "COMP: ".
       77 WRK-LIT-SEM-ADESAO   PIC X(30)
           VALUE "COBRADA SEM ADESAO            ".
       77 WRK-LIT-FORA-VIGENCIA PIC X(30)
           VALUE "COBRADA FORA DA VIGENCIA      ".
       77 WRK-LIT-NAO-COBRADA  PIC X(30)
           VALUE "ADESAO VIGENTE NAO COBRADA    ".
       77 WRK-LIT-DESLIGADO    PIC X(30)
           VALUE "DESLIGADO AINDA NA FATURA     ".
       77 WRK-LIT-JA-DESCONT   PIC X(30)
           VALUE "COPART. APOS DESCONTO NA FOLHA".

           COPY CPPLNTB.

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
      *        A FATURA E ORDENADA NA ORDEM DA CHAVE DO PLANOSAU
      *        ANTES DO MERGE - O VOLUME E DO DISCO, NAO DO OCCURS
               SORT ARQ-SORT-FAT
                   ON ASCENDING KEY SFT-CODIGO-EMP SFT-PRODUTO
                                    SFT-SEQ-DEP
                   INPUT PROCEDURE IS 1000-SELECIONA-DETALHES
                   GIVING ARQ-FAT-ORDENADA.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-MERGE-BALANCEADO
                   UNTIL WRK-FIM-ADE-SIM AND WRK-FIM-FAT-SIM.
               PERFORM 0002-F-GRAVA-COPART.
               PERFORM 0003-GRAVA-RESUMO.
               PERFORM 0004-FINALIZAR.

      *    FASE DE ENTRADA DO SORT: SO OS DETALHES SAO LIBERADOS;
      *    O CABECALHO DA A COMPETENCIA E O RODAPE FICA DE FORA
       1000-SELECIONA-DETALHES SECTION.
               OPEN INPUT ARQ-FATURA.
               IF WRK-FS-FATURA-OK
                   MOVE "S" TO WRK-FATURA-DISPONIVEL
               ELSE
                   DISPLAY "FATURA DA OPERADORA (FATPLANO) NAO "
                       "ENCONTRADA"
                   MOVE "N" TO WRK-CONTINUA-FATURA
               END-IF.
               PERFORM 1100-LIBERA-UM
                   UNTIL NOT WRK-CONTINUA-FATURA-SIM.
               IF WRK-FATURA-DISPONIVEL-SIM
                   CLOSE ARQ-FATURA
               END-IF.

       1100-LIBERA-UM          SECTION.
               READ ARQ-FATURA
                   AT END
                       MOVE "N" TO WRK-CONTINUA-FATURA
                   NOT AT END
                       EVALUATE FAT-CAB-TIPO
                           WHEN "H"
                               MOVE FAT-CAB-COMPETENCIA
                                   TO WRK-COMPETENCIA
                           WHEN "D"
                               ADD 1 TO WRK-QTDE-COBRADAS
                               ADD FAT-DET-MENSAL
                                   TO WRK-TOTAL-MENSAL
                               ADD FAT-DET-COPART
                                   TO WRK-TOTAL-COPART
                               MOVE FAT-DETALHE-REC
                                   TO SFT-REGISTRO
                               RELEASE SFT-REGISTRO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ.

       0000-ABRIR-ARQUIVOS     SECTION.
      *        FATURA SEM CABECALHO CONCILIA CONTRA O MES CORRENTE
               IF WRK-COMPETENCIA = ZEROS
                   DIVIDE WRK-DATA-EXEC BY 100
                       GIVING WRK-COMPETENCIA
                   DISPLAY "FATURA SEM CABECALHO - COMPETENCIA "
                       WRK-COMPETENCIA " ASSUMIDA"
               END-IF.
               OPEN INPUT ARQ-FAT-ORDENADA.
               IF NOT WRK-FS-FAT-ORDENADA-OK
                   DISPLAY "FATURA ORDENADA (FATSRT) NAO "
                       "ENCONTRADA"
                   MOVE "S" TO WRK-FIM-FAT
                   MOVE WRK-CHAVE-MAXIMA TO WRK-CHAVE-FAT
               END-IF.
               OPEN INPUT ARQ-PLANOS.
               IF WRK-FS-PLANOSAU-OK
                   MOVE "S" TO WRK-PLANOSAU-DISPONIVEL
               ELSE
                   DISPLAY "CADASTRO DE ADESOES (PLANOSAU) NAO "
                       "ENCONTRADO"
                   MOVE "S" TO WRK-FIM-ADE
                   MOVE WRK-CHAVE-MAXIMA TO WRK-CHAVE-ADE
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
      *        PLANOMES PODE NAO EXISTIR NA PRIMEIRA FATURA
               OPEN I-O ARQ-PLANO-MES.
               IF WRK-FS-PLANOMES-NAO-EXISTE
                   OPEN OUTPUT ARQ-PLANO-MES
                   CLOSE ARQ-PLANO-MES
                   OPEN I-O ARQ-PLANO-MES
               END-IF.
               OPEN OUTPUT ARQ-CONCILIACAO.
               MOVE "CONCPLAN" TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS        TO WRK-REP-LOTE.
               MOVE "PROGRAMA74" TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO RCN-CABECALHO-REC.
               MOVE "H"                TO RCN-CAB-TIPO.
               MOVE WRK-LIT-RCN-TITULO TO RCN-CAB-TITULO.
               MOVE WRK-LIT-RCN-COMP   TO RCN-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA    TO RCN-CAB-COMPETENCIA.
               WRITE RCN-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               IF NOT WRK-FIM-ADE-SIM
                   PERFORM 0002-A-AVANCA-ADESAO
               END-IF.
               IF NOT WRK-FIM-FAT-SIM
                   PERFORM 0002-B-AVANCA-FATURA
               END-IF.

      *    LINHA BALANCEADA SOBRE AS DUAS CHAVES ORDENADAS:
      *    ADESAO MENOR AVANCA (RELATADA SE ESTAVA VIGENTE E NAO
      *    FOI COBRADA), FATURA MENOR E VIDA COBRADA SEM ADESAO,
      *    IGUAIS CASAM - VARIAS LINHAS DA MESMA VIDA CASAM TODAS
      *    COM A MESMA ADESAO
       0001-MERGE-BALANCEADO   SECTION.
               EVALUATE TRUE
                   WHEN WRK-CHAVE-ADE < WRK-CHAVE-FAT
                       IF WRK-ADESAO-VIGENTE-SIM
                           AND NOT WRK-ADESAO-COBRADA-SIM
                           PERFORM 0001-C-ADESAO-NAO-COBRADA
                       END-IF
                       PERFORM 0002-A-AVANCA-ADESAO
                   WHEN WRK-CHAVE-FAT < WRK-CHAVE-ADE
                       MOVE WRK-LIT-SEM-ADESAO TO WRK-MOTIVO
                       PERFORM 0001-A-COBRADA-SEM-ADESAO
                       PERFORM 0001-D-VERIFICA-DESLIGADO
                       PERFORM 0002-B-AVANCA-FATURA
                   WHEN OTHER
                       IF WRK-ADESAO-VIGENTE-SIM
                           PERFORM 0001-B-CASA-VIDA
                       ELSE
                           MOVE WRK-LIT-FORA-VIGENCIA TO WRK-MOTIVO
                           PERFORM 0001-A-COBRADA-SEM-ADESAO
                       END-IF
                       PERFORM 0001-D-VERIFICA-DESLIGADO
                       PERFORM 0002-B-AVANCA-FATURA
               END-EVALUATE.

       0001-A-COBRADA-SEM-ADESAO SECTION.
               ADD 1 TO WRK-QTDE-SEM-ADESAO.
               ADD FAO-MENSAL FAO-COPART TO WRK-TOTAL-SEM-ADESAO.
               MOVE SPACES          TO RCN-DETALHE-REC.
               MOVE "D"             TO RCN-DET-TIPO.
               MOVE FAO-CODIGO-EMP  TO RCN-DET-CODIGO-EMP.
               MOVE FAO-PRODUTO     TO RCN-DET-PRODUTO.
               MOVE FAO-SEQ-DEP     TO RCN-DET-SEQ-DEP.
               MOVE FAO-NOME        TO RCN-DET-NOME.
               MOVE WRK-MOTIVO      TO RCN-DET-MOTIVO.
               WRITE RCN-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0001-B-CASA-VIDA        SECTION.
               MOVE "S" TO WRK-ADESAO-COBRADA.
               ADD 1 TO WRK-QTDE-CASADAS.
               IF FAO-CODIGO-EMP NOT = WRK-COD-COPART
                   PERFORM 0002-F-GRAVA-COPART
                   MOVE FAO-CODIGO-EMP TO WRK-COD-COPART
               END-IF.
               ADD FAO-COPART TO WRK-ACUM-COPART.
               ADD 1          TO WRK-ACUM-VIDAS.

       0001-C-ADESAO-NAO-COBRADA SECTION.
               ADD 1 TO WRK-QTDE-NAO-COBRADAS.
               MOVE SPACES          TO RCN-DETALHE-REC.
               MOVE "D"             TO RCN-DET-TIPO.
               MOVE PLS-CODIGO-EMP  TO RCN-DET-CODIGO-EMP.
               MOVE PLS-PRODUTO     TO RCN-DET-PRODUTO.
               MOVE PLS-SEQ-DEP     TO RCN-DET-SEQ-DEP.
               MOVE PLS-NOME        TO RCN-DET-NOME.
               MOVE WRK-LIT-NAO-COBRADA TO RCN-DET-MOTIVO.
               WRITE RCN-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    TODA LINHA DA FATURA E CONFERIDA CONTRA O CADASTRO
      *    MESTRE - FUNCIONARIO DESLIGADO NAO DEVIA MAIS SER
      *    COBRADO, ESTEJA OU NAO A ADESAO ENCERRADA
       0001-D-VERIFICA-DESLIGADO SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE FAO-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               ADD 1 TO WRK-QTDE-DESLIGADOS
                               MOVE SPACES TO RCN-DETALHE-REC
                               MOVE "D"    TO RCN-DET-TIPO
                               MOVE FAO-CODIGO-EMP
                                   TO RCN-DET-CODIGO-EMP
                               MOVE FAO-PRODUTO TO RCN-DET-PRODUTO
                               MOVE FAO-SEQ-DEP TO RCN-DET-SEQ-DEP
                               MOVE FAO-NOME    TO RCN-DET-NOME
                               MOVE WRK-LIT-DESLIGADO
                                   TO RCN-DET-MOTIVO
                               WRITE RCN-DETALHE-REC
                               PERFORM 8690-COPIA-REPOSITORIO
                           END-IF
                   END-READ
               END-IF.

      *    LEITURA SEQUENCIAL DO PLANOSAU NA ORDEM DA CHAVE, JA
      *    AVALIANDO A VIGENCIA NA COMPETENCIA DA FATURA
       0002-A-AVANCA-ADESAO    SECTION.
               MOVE "N" TO WRK-ADESAO-COBRADA.
               MOVE "N" TO WRK-ADESAO-VIGENTE.
               READ ARQ-PLANOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ADE
                       MOVE WRK-CHAVE-MAXIMA TO WRK-CHAVE-ADE
                   NOT AT END
                       MOVE PLS-CODIGO-EMP TO WRK-CHV-ADE-CODIGO
                       MOVE PLS-PRODUTO    TO WRK-CHV-ADE-PRODUTO
                       MOVE PLS-SEQ-DEP    TO WRK-CHV-ADE-SEQ
                       DIVIDE PLS-DATA-INICIO BY 100
                           GIVING WRK-COMP-INICIO
                       DIVIDE PLS-DATA-FIM BY 100
                           GIVING WRK-COMP-FIM
                       IF WRK-COMP-INICIO <= WRK-COMPETENCIA
                           AND (PLS-DATA-FIM = ZEROS
                            OR WRK-COMP-FIM >= WRK-COMPETENCIA)
                           MOVE "S" TO WRK-ADESAO-VIGENTE
                       END-IF
               END-READ.

       0002-B-AVANCA-FATURA    SECTION.
               READ ARQ-FAT-ORDENADA
                   AT END
                       MOVE "S" TO WRK-FIM-FAT
                       MOVE WRK-CHAVE-MAXIMA TO WRK-CHAVE-FAT
                   NOT AT END
                       MOVE FAO-CODIGO-EMP TO WRK-CHV-FAT-CODIGO
                       MOVE FAO-PRODUTO    TO WRK-CHV-FAT-PRODUTO
                       MOVE FAO-SEQ-DEP    TO WRK-CHV-FAT-SEQ
               END-READ.

      *    COPARTICIPACAO DO TITULAR NA COMPETENCIA: GRAVA OU
      *    REGRAVA O PLANOMES COMO FATURADO - O QUE A FOLHA JA
      *    DESCONTOU NAO E MAIS ALTERADO, SO RELATADO
       0002-F-GRAVA-COPART     SECTION.
               IF WRK-ACUM-VIDAS > ZEROS
                   ADD 1 TO WRK-QTDE-TITULARES
                   MOVE WRK-COD-COPART  TO PLM-CODIGO
                   MOVE WRK-COMPETENCIA TO PLM-COMPETENCIA
                   READ ARQ-PLANO-MES
                       INVALID KEY
                           IF WRK-ACUM-COPART > ZEROS
                               MOVE WRK-ACUM-COPART TO PLM-COPART
                               MOVE ZEROS TO PLM-MENSAL-FUNC
                               MOVE WRK-ACUM-VIDAS TO PLM-QTDE-VIDAS
                               MOVE WRK-DATA-EXEC  TO PLM-DATA
                               SET PLM-FATURADO TO TRUE
                               WRITE PLM-REGISTRO
                           END-IF
                       NOT INVALID KEY
                           IF PLM-DESCONTADO
                               IF PLM-COPART NOT = WRK-ACUM-COPART
                                   PERFORM 0002-G-JA-DESCONTADO
                               END-IF
                           ELSE
                               MOVE WRK-ACUM-COPART TO PLM-COPART
                               MOVE WRK-DATA-EXEC   TO PLM-DATA
                               REWRITE PLM-REGISTRO
                           END-IF
                   END-READ
               END-IF.
               MOVE ZEROS TO WRK-ACUM-COPART.
               MOVE ZEROS TO WRK-ACUM-VIDAS.

       0002-G-JA-DESCONTADO    SECTION.
               ADD 1 TO WRK-QTDE-JA-DESCONT.
               MOVE SPACES          TO RCN-DETALHE-REC.
               MOVE "D"             TO RCN-DET-TIPO.
               MOVE WRK-COD-COPART  TO RCN-DET-CODIGO-EMP.
               MOVE SPACES          TO RCN-DET-PRODUTO.
               MOVE ZEROS           TO RCN-DET-SEQ-DEP.
               MOVE WRK-LIT-JA-DESCONT TO RCN-DET-MOTIVO.
               WRITE RCN-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0003-GRAVA-RESUMO       SECTION.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "VIDAS COBRADAS NA FATURA....."
                   TO RCN-TOT-LABEL.
               MOVE WRK-QTDE-COBRADAS TO RCN-TOT-QTDE.
               MOVE WRK-TOTAL-MENSAL  TO RCN-TOT-VALOR.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "COPARTICIPACAO NA FATURA....."
                   TO RCN-TOT-LABEL.
               MOVE WRK-TOTAL-COPART  TO RCN-TOT-VALOR.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "VIDAS CASADAS COM A ADESAO..."
                   TO RCN-TOT-LABEL.
               MOVE WRK-QTDE-CASADAS TO RCN-TOT-QTDE.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "COBRADAS SEM ADESAO VIGENTE.."
                   TO RCN-TOT-LABEL.
               MOVE WRK-QTDE-SEM-ADESAO  TO RCN-TOT-QTDE.
               MOVE WRK-TOTAL-SEM-ADESAO TO RCN-TOT-VALOR.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "ADESOES VIGENTES NAO COBRADAS"
                   TO RCN-TOT-LABEL.
               MOVE WRK-QTDE-NAO-COBRADAS TO RCN-TOT-QTDE.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "DESLIGADOS AINDA NA FATURA..."
                   TO RCN-TOT-LABEL.
               MOVE WRK-QTDE-DESLIGADOS TO RCN-TOT-QTDE.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO RCN-TOTAL-REC.
               MOVE "T"    TO RCN-TOT-TIPO.
               MOVE "TITULARES COM COPART. GRAVADA"
                   TO RCN-TOT-LABEL.
               MOVE WRK-QTDE-TITULARES TO RCN-TOT-QTDE.
               WRITE RCN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               DISPLAY "CONCILIACAO DA FATURA DO PLANO - "
                   "COBRADAS " WRK-QTDE-COBRADAS
                   " CASADAS " WRK-QTDE-CASADAS
                   " SEM ADESAO " WRK-QTDE-SEM-ADESAO
                   " NAO COBRADAS " WRK-QTDE-NAO-COBRADAS
                   " DESLIGADOS " WRK-QTDE-DESLIGADOS.
               IF WRK-QTDE-JA-DESCONT > ZEROS
                   DISPLAY "COPARTICIPACAO JA DESCONTADA NA FOLHA "
                       "E DIFERENTE DA FATURA: "
                       WRK-QTDE-JA-DESCONT " TITULAR(ES)"
               END-IF.

       0004-FINALIZAR          SECTION.
               IF WRK-FS-FAT-ORDENADA-OK
                   CLOSE ARQ-FAT-ORDENADA
               END-IF.
               IF WRK-PLANOSAU-DISPONIVEL-SIM
                   CLOSE ARQ-PLANOS
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-PLANO-MES.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-CONCILIACAO.
               GOBACK.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE RCN-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
