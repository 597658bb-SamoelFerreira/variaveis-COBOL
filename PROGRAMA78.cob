           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA78.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: EXAMES OCUPACIONAIS - ASO (ARQ. ASOEXAM,
      *==          COPYBOOK CPASO). MODO 1 - LISTA OS EXAMES DE UM
      *==          FUNCIONARIO; MODO 2 - INCLUI UM EXAME
      *==          (ADMISSIONAL, PERIODICO, RETORNO AO TRABALHO OU
      *==          DEMISSIONAL), COM A DATA DE REALIZACAO VALIDADA
      *==          PELO CPDATAVL, A CLINICA, O RESULTADO E A
      *==          VALIDADE EM MESES (PADRAO 12; O DEMISSIONAL NAO
      *==          VENCE); MODO 3 - EXCLUI UM LANCAMENTO ERRADO;
      *==          MODO 4 - LISTA DE VENCIMENTOS (ARQ. ASOREL): POR
      *==          CENTRO DE CUSTO, OS FUNCIONARIOS NAO DESLIGADOS
      *==          SEM ASO NO CADASTRO, COM O ULTIMO EXAME JA
      *==          VENCIDO OU VENCENDO NOS PROXIMOS N DIAS. TODA
      *==          INCLUSAO E EXCLUSAO VAI PARA O AUDTRAIL. O
      *==          DEMISSIONAL E EXIGIDO PELO PROGRAMA45 PARA
      *==          FECHAR A RESCISAO.
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
               SELECT ARQ-ASO ASSIGN TO "ASOEXAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASO-CHAVE
                   FILE STATUS IS WRK-FS-ASO.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-VENCIMENTOS ASSIGN TO "ASOREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-VENCIMENTOS.
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
           FD  ARQ-ASO
               LABEL RECORD IS STANDARD.
           COPY CPASO.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

      *    UM REGISTRO POR FUNCIONARIO COM PENDENCIA - O SORT
      *    AGRUPA POR CENTRO E ORDENA PELA VALIDADE (SEM ASO, COM
      *    VALIDADE ZERADA, PRIMEIRO)
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CCUSTO           PIC X(05).
               05 SRT-VALIDADE         PIC 9(08).
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-NOME             PIC X(30).
               05 SRT-DATA-EXAME       PIC 9(08).
               05 SRT-TIPO             PIC X(01).
               05 SRT-CLINICA          PIC X(30).
               05 SRT-SITUACAO         PIC X(01).
                   88 SRT-SEM-ASO                VALUE "S".
                   88 SRT-VENCIDO                VALUE "V".
                   88 SRT-A-VENCER               VALUE "A".

      *    LISTA DE 132 COLUNAS - ROTULOS EM CAMPOS NOMEADOS, NAO
      *    FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS CINCO VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-VENCIMENTOS
               LABEL RECORD IS STANDARD.
           01  ASR-CABECALHO-REC.
               05 ASR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 ASR-CAB-TITULO       PIC X(40).
               05 ASR-CAB-LIT-DIAS     PIC X(12).
               05 ASR-CAB-DIAS         PIC ZZ9.
               05 ASR-CAB-LIT-LIMITE   PIC X(10).
               05 ASR-CAB-LIMITE       PIC 9(08).
               05 ASR-CAB-LIT-DATA     PIC X(08).
               05 ASR-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(38).
           01  ASR-COLUNA-REC REDEFINES ASR-CABECALHO-REC.
               05 ASR-COL-TIPO         PIC X(01).
               05 ASR-COL-TEXTO        PIC X(131).
           01  ASR-CENTRO-REC REDEFINES ASR-CABECALHO-REC.
               05 ASR-CEN-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 ASR-CEN-LIT          PIC X(08).
               05 ASR-CEN-CCUSTO       PIC X(05).
               05 FILLER               PIC X(01).
               05 ASR-CEN-DESCRICAO    PIC X(30).
               05 FILLER               PIC X(86).
           01  ASR-DETALHE-REC REDEFINES ASR-CABECALHO-REC.
               05 ASR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 ASR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 ASR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 ASR-DET-DATA-EXAME   PIC X(08).
               05 FILLER               PIC X(02).
               05 ASR-DET-TIPO-EXAME   PIC X(12).
               05 FILLER               PIC X(02).
               05 ASR-DET-VALIDADE     PIC X(08).
               05 FILLER               PIC X(02).
               05 ASR-DET-CLINICA      PIC X(30).
               05 FILLER               PIC X(02).
               05 ASR-DET-SITUACAO     PIC X(20).
               05 FILLER               PIC X(07).
           01  ASR-TOTAL-REC REDEFINES ASR-CABECALHO-REC.
               05 ASR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 ASR-TOT-LIT          PIC X(30).
               05 ASR-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(95).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-ASO           PIC X(02) VALUE SPACES.
           88 WRK-FS-ASO-OK              VALUE "00".
           88 WRK-FS-ASO-NAO-EXISTE      VALUE "35".
           88 WRK-FS-ASO-DUPLICADO       VALUE "22".
       77 WRK-ASO-DISPONIVEL   PIC X(01) VALUE "N".
           88 WRK-ASO-DISPONIVEL-SIM     VALUE "S".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CCUSTO-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-VENCIMENTOS   PIC X(02) VALUE SPACES.
           88 WRK-FS-VENCIMENTOS-OK      VALUE "00".
       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-FS-LEITURA-ASO   PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-ASO-FIM     VALUE "10".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-EXCLUIR           VALUE 3.
           88 WRK-MODO-VENCIMENTOS       VALUE 4.
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.

      *    EXAME DIGITADO
       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-EXAME       PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO            VALUE "A" "P" "R" "D".
           88 WRK-TIPO-DEMISSIONAL       VALUE "D".
           88 WRK-TIPO-ADMISSIONAL       VALUE "A".
       77 WRK-DATA-EXAME       PIC 9(08) VALUE ZEROS.
       77 WRK-RESULTADO        PIC X(01) VALUE SPACES.
           88 WRK-RESULTADO-VALIDO       VALUE "A" "I".
       77 WRK-CLINICA          PIC X(30) VALUE SPACES.
       77 WRK-MESES-VALIDADE   PIC 9(03) VALUE ZEROS.
       77 WRK-MESES-PADRAO     PIC 9(03) VALUE 12.
       77 WRK-VALIDADE         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIGITADA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01) VALUE "N".
           88 WRK-DATA-OK                VALUE "S".
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".

      *    VALIDADE = MESMO DIA, N MESES DEPOIS DA REALIZACAO; DIA
      *    QUE NAO EXISTE NO MES DE DESTINO (31, 29/02) RECUA ATE O
      *    ULTIMO DIA DO MES
       77 WRK-TOTAL-MESES      PIC 9(06) VALUE ZEROS.
       77 WRK-VAL-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-VAL-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-VAL-DIA          PIC 9(02) VALUE ZEROS.

      *    JANELA DA LISTA - HOJE MAIS N DIAS CORRIDOS; ZERO VALE O
      *    PADRAO DE 30
       77 WRK-DIAS-JANELA      PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PADRAO      PIC 9(03) VALUE 30.
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.

      *    EXAME DE MAIOR VALIDADE DO FUNCIONARIO EM ANALISE (O
      *    DEMISSIONAL NAO CONTA - NAO VENCE)
       77 WRK-ACHOU-EXAME      PIC X(01) VALUE "N".
           88 WRK-ACHOU-EXAME-SIM        VALUE "S".
       77 WRK-MAIOR-VALIDADE   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DATA-EXAME   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-TIPO         PIC X(01) VALUE SPACES.
       77 WRK-ULT-CLINICA      PIC X(30) VALUE SPACES.

      *    CONTADORES
       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-ASO     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-A-VENCER    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CENTRO      PIC 9(05) VALUE ZEROS.
       77 WRK-CCUSTO-ANTERIOR  PIC X(05) VALUE HIGH-VALUES.
       77 WRK-LIT-TOTAL        PIC X(30) VALUE SPACES.
       77 WRK-QTDE-TOTAL       PIC 9(05) VALUE ZEROS.

      *    ROTULOS DO ASOREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-ASR-TITULO   PIC X(40)
           VALUE "ASO - EXAMES VENCIDOS E A VENCER        ".
       77 WRK-LIT-ASR-DIAS     PIC X(12) VALUE "DIAS:       ".
       77 WRK-LIT-ASR-LIMITE   PIC X(10) VALUE "  LIMITE: ".
       77 WRK-LIT-ASR-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-ASR-CENTRO   PIC X(08) VALUE "CENTRO: ".
       77 WRK-LIT-ASR-SEM-CAD  PIC X(30)
           VALUE "CENTRO NAO CADASTRADO         ".
       77 WRK-LIT-ASR-TOT-CEN  PIC X(30)
           VALUE "PENDENCIAS NO CENTRO..........".
       77 WRK-LIT-ASR-TOT-GER  PIC X(30)
           VALUE "TOTAL DE PENDENCIAS...........".
       77 WRK-LIT-ASR-TOT-SEM  PIC X(30)
           VALUE "SEM ASO NO CADASTRO...........".
       77 WRK-LIT-ASR-TOT-VEN  PIC X(30)
           VALUE "COM ASO VENCIDO...............".
       77 WRK-LIT-ASR-TOT-AVC  PIC X(30)
           VALUE "COM ASO A VENCER..............".
       77 WRK-LIT-ASR-SEM-ASO  PIC X(20) VALUE "SEM ASO NO CADASTRO ".
       77 WRK-LIT-ASR-VENCIDO  PIC X(20) VALUE "VENCIDO             ".
       77 WRK-LIT-ASR-A-VENCER PIC X(20) VALUE "A VENCER            ".
       77 WRK-LIT-ASR-ADMISS   PIC X(12) VALUE "ADMISSIONAL ".
       77 WRK-LIT-ASR-PERIOD   PIC X(12) VALUE "PERIODICO   ".
       77 WRK-LIT-ASR-RETORNO  PIC X(12) VALUE "RETORNO     ".
       01 WRK-LIT-ASR-COLUNAS.
           05 WRK-LAC-CODIGO       PIC X(07) VALUE " COD.".
           05 WRK-LAC-NOME         PIC X(31) VALUE "NOME".
           05 WRK-LAC-EXAME        PIC X(10) VALUE "ULT.EXAME".
           05 WRK-LAC-TIPO         PIC X(14) VALUE "TIPO".
           05 WRK-LAC-VALIDADE     PIC X(10) VALUE "VALIDADE".
           05 WRK-LAC-CLINICA      PIC X(32) VALUE "CLINICA".
           05 WRK-LAC-SITUACAO     PIC X(20) VALUE "SITUACAO".

           COPY CPDATA.
           COPY CPREPWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-EXAME
                   WHEN WRK-MODO-EXCLUIR
                       PERFORM 0003-EXCLUI-EXAME
                   WHEN WRK-MODO-VENCIMENTOS
                       PERFORM 0004-LISTA-VENCIMENTOS
                   WHEN OTHER
                       PERFORM 0001-LISTA-EXAMES
               END-EVALUATE.
               PERFORM 0006-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR POR FUNCIONARIO  2-INCLUIR  "
                   "3-EXCLUIR  4-LISTA DE VENCIMENTOS "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-ASO.
               IF WRK-FS-ASO-NAO-EXISTE
                   OPEN OUTPUT ARQ-ASO
                   CLOSE ARQ-ASO
                   OPEN I-O ARQ-ASO
               END-IF.
               IF WRK-FS-ASO-OK
                   MOVE "S" TO WRK-ASO-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O ASOEXAM - FS: "
                       WRK-FS-ASO
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    MODO 1 - EXAMES DE UM FUNCIONARIO, DO MAIS ANTIGO AO
      *    MAIS RECENTE
       0001-LISTA-EXAMES       SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO NO MESTRE"
                       NOT INVALID KEY
                           DISPLAY "FUNCIONARIO: " EMP-NOME
                               " CENTRO " EMP-CCUSTO
                               " SITUACAO " EMP-SITUACAO
                   END-READ
               END-IF.
               IF WRK-ASO-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO ASO-CODIGO-EMP
                   MOVE ZEROS          TO ASO-DATA-EXAME
                   MOVE SPACES         TO ASO-TIPO
                   START ARQ-ASO KEY IS NOT LESS THAN ASO-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA
                   END-START
                   PERFORM 0001-A-LISTA-UM
                       UNTIL WRK-FS-LEITURA-FIM
               END-IF.
               DISPLAY "TOTAL DE EXAMES DO FUNCIONARIO: "
                   WRK-QTDE-LINHAS.

       0001-A-LISTA-UM         SECTION.
               READ ARQ-ASO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF ASO-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           DISPLAY "DATA " ASO-DATA-EXAME
                               " TIPO " ASO-TIPO
                               " VALIDADE " ASO-VALIDADE
                               " RESULTADO " ASO-RESULTADO
                               " CLINICA " ASO-CLINICA
                       END-IF
               END-READ.

      *    MODO 2 - INCLUSAO VALIDADA: FUNCIONARIO EXISTENTE; SO O
      *    DEMISSIONAL ACEITA O DESLIGADO; REALIZACAO NAO FUTURA
      *    E, FORA O ADMISSIONAL (FEITO ANTES DO INICIO), NAO
      *    ANTERIOR A ADMISSAO
       0002-INCLUI-EXAME       SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF NOT WRK-ASO-DISPONIVEL-SIM
                   MOVE "N" TO WRK-ENTRADA-VALIDA
               END-IF.
               IF WRK-ENTRADA-OK
                   IF WRK-MESTRE-DISPONIVEL-SIM
                       MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                       READ CADASTRO-MESTRE
                           INVALID KEY
                               DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                                   " NAO CADASTRADO"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           NOT INVALID KEY
                               DISPLAY "FUNCIONARIO: " EMP-NOME
                                   " SITUACAO " EMP-SITUACAO
                       END-READ
                   ELSE
                       DISPLAY "ERRO: CADASTRO MESTRE INDISPONIVEL "
                           "- FS: " WRK-FS-MESTRE
                       MOVE "N" TO WRK-ENTRADA-VALIDA
                   END-IF
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE SPACES TO WRK-TIPO-EXAME
                   PERFORM 0002-A-VALIDA-TIPO
                       UNTIL WRK-TIPO-VALIDO
                   IF EMP-DESLIGADO AND NOT WRK-TIPO-DEMISSIONAL
                       DISPLAY "ERRO: FUNCIONARIO DESLIGADO - SO O "
                           "DEMISSIONAL PODE SER REGISTRADO"
                       MOVE "N" TO WRK-ENTRADA-VALIDA
                   END-IF
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0002-B-VALIDA-REALIZACAO
                       UNTIL WRK-DATA-OK
                   MOVE SPACES TO WRK-RESULTADO
                   PERFORM 0002-C-VALIDA-RESULTADO
                       UNTIL WRK-RESULTADO-VALIDO
                   DISPLAY "DIGITE A CLINICA: "
                       ACCEPT WRK-CLINICA
                   IF WRK-TIPO-DEMISSIONAL
                       MOVE ZEROS TO WRK-VALIDADE
                   ELSE
                       DISPLAY "DIGITE A VALIDADE EM MESES (ZEROS "
                           "= 12): "
                           ACCEPT WRK-MESES-VALIDADE
                       IF WRK-MESES-VALIDADE = ZEROS
                           MOVE WRK-MESES-PADRAO
                               TO WRK-MESES-VALIDADE
                       END-IF
                       PERFORM 0002-D-CALCULA-VALIDADE
                   END-IF
                   MOVE WRK-CODIGO-EMP TO ASO-CODIGO-EMP
                   MOVE WRK-DATA-EXAME TO ASO-DATA-EXAME
                   MOVE WRK-TIPO-EXAME TO ASO-TIPO
                   MOVE WRK-VALIDADE   TO ASO-VALIDADE
                   MOVE WRK-CLINICA    TO ASO-CLINICA
                   MOVE WRK-RESULTADO  TO ASO-RESULTADO
                   MOVE WRK-OPERADOR   TO ASO-OPERADOR
                   MOVE WRK-DATA-HOJE  TO ASO-DATA-REGISTRO
                   WRITE ASO-REGISTRO
                   IF WRK-FS-ASO-DUPLICADO
                       DISPLAY "JA EXISTE EXAME " WRK-TIPO-EXAME
                           " EM " WRK-DATA-EXAME " PARA O "
                           "FUNCIONARIO " WRK-CODIGO-EMP
                   ELSE
                       DISPLAY "EXAME INCLUIDO - VALIDADE "
                           WRK-VALIDADE
                       MOVE "PROGRAMA78" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "INCLUSAO ASO CODIGO "
                           WRK-CODIGO-EMP
                           " TIPO " WRK-TIPO-EXAME
                           " DATA " WRK-DATA-EXAME
                           " RESULTADO " WRK-RESULTADO
                           " VALIDADE " WRK-VALIDADE
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   DISPLAY "INCLUSAO REJEITADA"
               END-IF.

       0002-A-VALIDA-TIPO      SECTION.
               DISPLAY "DIGITE O TIPO (A-ADMISSIONAL/P-PERIODICO/"
                   "R-RETORNO AO TRABALHO/D-DEMISSIONAL): "
                   ACCEPT WRK-TIPO-EXAME.
               IF NOT WRK-TIPO-VALIDO
                   DISPLAY "ERRO: TIPO DEVE SER A, P, R OU D"
               END-IF.

       0002-B-VALIDA-REALIZACAO SECTION.
               DISPLAY "DIGITE A DATA DE REALIZACAO (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   IF WRK-DATA-DIGITADA > WRK-DATA-HOJE
                       DISPLAY "ERRO: REALIZACAO NAO PODE SER FUTURA"
                       MOVE "N" TO WRK-DATA-VALIDA
                   END-IF
               END-IF.
               IF WRK-DATA-OK AND NOT WRK-TIPO-ADMISSIONAL
                   IF EMP-DATA-ADMIS NUMERIC
                       AND WRK-DATA-DIGITADA < EMP-DATA-ADMIS
                       DISPLAY "ERRO: REALIZACAO ANTERIOR A "
                           "ADMISSAO " EMP-DATA-ADMIS
                       MOVE "N" TO WRK-DATA-VALIDA
                   END-IF
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-EXAME
               END-IF.

       0002-C-VALIDA-RESULTADO SECTION.
               DISPLAY "DIGITE O RESULTADO (A-APTO/I-INAPTO): "
                   ACCEPT WRK-RESULTADO.
               IF NOT WRK-RESULTADO-VALIDO
                   DISPLAY "ERRO: RESULTADO DEVE SER A OU I"
               END-IF.

       0002-D-CALCULA-VALIDADE SECTION.
               MOVE WRK-DATA-EXAME (1:4) TO WRK-VAL-ANO.
               MOVE WRK-DATA-EXAME (5:2) TO WRK-VAL-MES.
               MOVE WRK-DATA-EXAME (7:2) TO WRK-VAL-DIA.
               COMPUTE WRK-TOTAL-MESES =
                   WRK-VAL-ANO * 12 + WRK-VAL-MES - 1
                   + WRK-MESES-VALIDADE.
               DIVIDE WRK-TOTAL-MESES BY 12
                   GIVING WRK-VAL-ANO
                   REMAINDER WRK-VAL-MES.
               ADD 1 TO WRK-VAL-MES.
               MOVE "N" TO CPD-DATA-VALIDA.
               PERFORM 0002-E-AJUSTA-DIA
                   UNTIL CPD-DATA-OK.
               COMPUTE WRK-VALIDADE =
                   WRK-VAL-ANO * 10000 + WRK-VAL-MES * 100
                   + WRK-VAL-DIA.

       0002-E-AJUSTA-DIA       SECTION.
               MOVE WRK-VAL-ANO TO CPD-ANO OF CPD-DATA.
               MOVE WRK-VAL-MES TO CPD-MES OF CPD-DATA.
               MOVE WRK-VAL-DIA TO CPD-DIA OF CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.
               IF NOT CPD-DATA-OK
                   SUBTRACT 1 FROM WRK-VAL-DIA
               END-IF.

      *    DATA DIGITADA (AAAAMMDD) PELO CPDATAVL
       0002-Z-VALIDA-DATA      SECTION.
               MOVE "N" TO WRK-DATA-VALIDA.
               MOVE WRK-DATA-DIGITADA (1:4) TO CPD-ANO OF CPD-DATA.
               MOVE WRK-DATA-DIGITADA (5:2) TO CPD-MES OF CPD-DATA.
               MOVE WRK-DATA-DIGITADA (7:2) TO CPD-DIA OF CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.
               IF CPD-DATA-OK
                   MOVE "S" TO WRK-DATA-VALIDA
               ELSE
                   DISPLAY "ERRO: " CPD-DATA-MSG-ERRO
               END-IF.

      *    MODO 3 - EXCLUSAO DE LANCAMENTO ERRADO
       0003-EXCLUI-EXAME       SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE A DATA DE REALIZACAO (AAAAMMDD): "
                   ACCEPT WRK-DATA-EXAME.
               DISPLAY "DIGITE O TIPO (A/P/R/D): "
                   ACCEPT WRK-TIPO-EXAME.
               IF NOT WRK-ASO-DISPONIVEL-SIM
                   DISPLAY "EXCLUSAO REJEITADA - ASOEXAM INDISPONIVEL"
               ELSE
                   MOVE WRK-CODIGO-EMP TO ASO-CODIGO-EMP
                   MOVE WRK-DATA-EXAME TO ASO-DATA-EXAME
                   MOVE WRK-TIPO-EXAME TO ASO-TIPO
                   READ ARQ-ASO
                       INVALID KEY
                           DISPLAY "EXAME NAO ENCONTRADO"
                       NOT INVALID KEY
                           DELETE ARQ-ASO RECORD
                           DISPLAY "EXAME EXCLUIDO"
                           MOVE "PROGRAMA78" TO AUD-PROGRAMA
                           MOVE WRK-OPERADOR TO AUD-OPERADOR
                           STRING "EXCLUSAO ASO CODIGO "
                               WRK-CODIGO-EMP
                               " TIPO " WRK-TIPO-EXAME
                               " DATA " WRK-DATA-EXAME
                               " CLINICA " ASO-CLINICA
                               DELIMITED BY SIZE INTO AUD-DESCRICAO
                           PERFORM 7000-GRAVA-AUDITORIA
                   END-READ
               END-IF.

      *    MODO 4 - LISTA DE VENCIMENTOS POR CENTRO DE CUSTO
       0004-LISTA-VENCIMENTOS  SECTION.
               IF NOT WRK-ASO-DISPONIVEL-SIM
                   OR NOT WRK-MESTRE-DISPONIVEL-SIM
                   DISPLAY "LISTA NAO EMITIDA - ASOEXAM OU CADASTRO "
                       "MESTRE INDISPONIVEL"
               ELSE
                   DISPLAY "DIGITE OS DIAS DE ANTECEDENCIA (ZEROS "
                       "= 30): "
                       ACCEPT WRK-DIAS-JANELA
                   IF WRK-DIAS-JANELA = ZEROS
                       MOVE WRK-DIAS-PADRAO TO WRK-DIAS-JANELA
                   END-IF
                   MOVE WRK-DATA-HOJE (1:4) TO CPD-CALC-ANO
                   MOVE WRK-DATA-HOJE (5:2) TO CPD-CALC-MES
                   MOVE WRK-DATA-HOJE (7:2) TO CPD-CALC-DIA
                   PERFORM CPD-8070-INCREMENTA-DIA
                       WRK-DIAS-JANELA TIMES
                   COMPUTE WRK-DATA-LIMITE =
                       CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                       + CPD-CALC-DIA
                   DISPLAY "JANELA DE " WRK-DIAS-JANELA
                       " DIAS ATE " WRK-DATA-LIMITE
                   SORT ARQ-SORT
                       ON ASCENDING KEY SRT-CCUSTO SRT-VALIDADE
                                        SRT-CODIGO
                       INPUT PROCEDURE IS 1000-SELECIONA-FUNCIONARIOS
                       OUTPUT PROCEDURE IS 2000-IMPRIME-VENCIMENTOS
               END-IF.

       1000-SELECIONA-FUNCIONARIOS SECTION.
               MOVE ZEROS TO EMP-CODIGO.
               START CADASTRO-MESTRE KEY IS NOT LESS THAN EMP-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 1100-AVALIA-UM
                   UNTIL WRK-FS-LEITURA-FIM.

       1100-AVALIA-UM          SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF NOT EMP-DESLIGADO
                           ADD 1 TO WRK-QTDE-LIDOS
                           PERFORM 1200-AVALIA-FUNCIONARIO
                       END-IF
               END-READ.

      *    O EXAME QUE VALE E O DE MAIOR VALIDADE; SEM NENHUM, O
      *    FUNCIONARIO SAI COMO SEM ASO. VENCIDO = VALIDADE ANTES
      *    DE HOJE; A VENCER = VALIDADE ATE O LIMITE DA JANELA
       1200-AVALIA-FUNCIONARIO SECTION.
               MOVE "N"    TO WRK-ACHOU-EXAME.
               MOVE ZEROS  TO WRK-MAIOR-VALIDADE.
               MOVE ZEROS  TO WRK-ULT-DATA-EXAME.
               MOVE SPACES TO WRK-ULT-TIPO.
               MOVE SPACES TO WRK-ULT-CLINICA.
               MOVE SPACES TO WRK-FS-LEITURA-ASO.
               MOVE EMP-CODIGO TO ASO-CODIGO-EMP.
               MOVE ZEROS      TO ASO-DATA-EXAME.
               MOVE SPACES     TO ASO-TIPO.
               START ARQ-ASO KEY IS NOT LESS THAN ASO-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA-ASO
               END-START.
               PERFORM 1210-LE-EXAME
                   UNTIL WRK-FS-LEITURA-ASO-FIM.
               MOVE SPACES TO SRT-REGISTRO.
               EVALUATE TRUE
                   WHEN NOT WRK-ACHOU-EXAME-SIM
                       SET SRT-SEM-ASO TO TRUE
                       ADD 1 TO WRK-QTDE-SEM-ASO
                       PERFORM 1300-LIBERA-FUNCIONARIO
                   WHEN WRK-MAIOR-VALIDADE < WRK-DATA-HOJE
                       SET SRT-VENCIDO TO TRUE
                       ADD 1 TO WRK-QTDE-VENCIDOS
                       PERFORM 1300-LIBERA-FUNCIONARIO
                   WHEN WRK-MAIOR-VALIDADE NOT > WRK-DATA-LIMITE
                       SET SRT-A-VENCER TO TRUE
                       ADD 1 TO WRK-QTDE-A-VENCER
                       PERFORM 1300-LIBERA-FUNCIONARIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

       1210-LE-EXAME           SECTION.
               READ ARQ-ASO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-ASO
                   NOT AT END
                       IF ASO-CODIGO-EMP NOT = EMP-CODIGO
                           MOVE "10" TO WRK-FS-LEITURA-ASO
                       ELSE
                           IF NOT ASO-DEMISSIONAL
                               AND ASO-VALIDADE NOT < WRK-MAIOR-VALIDADE
                               MOVE "S"            TO WRK-ACHOU-EXAME
                               MOVE ASO-VALIDADE   TO WRK-MAIOR-VALIDADE
                               MOVE ASO-DATA-EXAME TO WRK-ULT-DATA-EXAME
                               MOVE ASO-TIPO       TO WRK-ULT-TIPO
                               MOVE ASO-CLINICA    TO WRK-ULT-CLINICA
                           END-IF
                       END-IF
               END-READ.

       1300-LIBERA-FUNCIONARIO SECTION.
               MOVE EMP-CCUSTO         TO SRT-CCUSTO.
               MOVE WRK-MAIOR-VALIDADE TO SRT-VALIDADE.
               MOVE EMP-CODIGO         TO SRT-CODIGO.
               MOVE EMP-NOME           TO SRT-NOME.
               MOVE WRK-ULT-DATA-EXAME TO SRT-DATA-EXAME.
               MOVE WRK-ULT-TIPO       TO SRT-TIPO.
               MOVE WRK-ULT-CLINICA    TO SRT-CLINICA.
               RELEASE SRT-REGISTRO.
               ADD 1 TO WRK-QTDE-LISTADOS.

       2000-IMPRIME-VENCIMENTOS SECTION.
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               END-IF.
               OPEN OUTPUT ARQ-VENCIMENTOS.
               MOVE "ASOREL  "    TO WRK-REP-ID.
               MOVE WRK-DATA-HOJE TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA78"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.

               MOVE SPACES              TO ASR-CABECALHO-REC.
               MOVE "H"                 TO ASR-CAB-TIPO.
               MOVE WRK-LIT-ASR-TITULO  TO ASR-CAB-TITULO.
               MOVE WRK-LIT-ASR-DIAS    TO ASR-CAB-LIT-DIAS.
               MOVE WRK-DIAS-JANELA     TO ASR-CAB-DIAS.
               MOVE WRK-LIT-ASR-LIMITE  TO ASR-CAB-LIT-LIMITE.
               MOVE WRK-DATA-LIMITE     TO ASR-CAB-LIMITE.
               MOVE WRK-LIT-ASR-DATA    TO ASR-CAB-LIT-DATA.
               MOVE WRK-DATA-HOJE       TO ASR-CAB-DATA.
               WRITE ASR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO ASR-COLUNA-REC.
               MOVE "C"                 TO ASR-COL-TIPO.
               MOVE WRK-LIT-ASR-COLUNAS TO ASR-COL-TEXTO.
               WRITE ASR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               IF WRK-QTDE-CENTRO > ZEROS
                   PERFORM 2300-GRAVA-TOTAL-CENTRO
               END-IF.

               MOVE WRK-LIT-ASR-TOT-GER TO WRK-LIT-TOTAL.
               MOVE WRK-QTDE-LISTADOS   TO WRK-QTDE-TOTAL.
               PERFORM 2400-GRAVA-TOTAL-GERAL.
               MOVE WRK-LIT-ASR-TOT-SEM TO WRK-LIT-TOTAL.
               MOVE WRK-QTDE-SEM-ASO    TO WRK-QTDE-TOTAL.
               PERFORM 2400-GRAVA-TOTAL-GERAL.
               MOVE WRK-LIT-ASR-TOT-VEN TO WRK-LIT-TOTAL.
               MOVE WRK-QTDE-VENCIDOS   TO WRK-QTDE-TOTAL.
               PERFORM 2400-GRAVA-TOTAL-GERAL.
               MOVE WRK-LIT-ASR-TOT-AVC TO WRK-LIT-TOTAL.
               MOVE WRK-QTDE-A-VENCER   TO WRK-QTDE-TOTAL.
               PERFORM 2400-GRAVA-TOTAL-GERAL.

               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-VENCIMENTOS.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               DISPLAY "LISTA DE VENCIMENTOS GRAVADA (ASOREL) - "
                   WRK-QTDE-LIDOS " FUNCIONARIOS, "
                   WRK-QTDE-SEM-ASO " SEM ASO, "
                   WRK-QTDE-VENCIDOS " VENCIDOS, "
                   WRK-QTDE-A-VENCER " A VENCER".

       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF SRT-CCUSTO NOT = WRK-CCUSTO-ANTERIOR
                           IF WRK-QTDE-CENTRO > ZEROS
                               PERFORM 2300-GRAVA-TOTAL-CENTRO
                           END-IF
                           PERFORM 2200-GRAVA-CENTRO
                       END-IF
                       PERFORM 2250-GRAVA-DETALHE
               END-RETURN.

       2200-GRAVA-CENTRO       SECTION.
               MOVE SRT-CCUSTO         TO WRK-CCUSTO-ANTERIOR.
               MOVE SPACES             TO ASR-CENTRO-REC.
               MOVE "G"                TO ASR-CEN-TIPO.
               MOVE WRK-LIT-ASR-CENTRO TO ASR-CEN-LIT.
               MOVE SRT-CCUSTO         TO ASR-CEN-CCUSTO.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   MOVE SRT-CCUSTO TO CCU-CODIGO
                   READ CADASTRO-CCUSTO
                       INVALID KEY
                           MOVE WRK-LIT-ASR-SEM-CAD
                               TO ASR-CEN-DESCRICAO
                       NOT INVALID KEY
                           MOVE CCU-DESCRICAO TO ASR-CEN-DESCRICAO
                   END-READ
               END-IF.
               WRITE ASR-CENTRO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    SEM ASO SAI COM AS COLUNAS DO EXAME EM BRANCO
       2250-GRAVA-DETALHE      SECTION.
               ADD 1 TO WRK-QTDE-CENTRO.
               MOVE SPACES           TO ASR-DETALHE-REC.
               MOVE "D"              TO ASR-DET-TIPO.
               MOVE SRT-CODIGO       TO ASR-DET-CODIGO.
               MOVE SRT-NOME         TO ASR-DET-NOME.
               IF SRT-SEM-ASO
                   MOVE WRK-LIT-ASR-SEM-ASO TO ASR-DET-SITUACAO
               ELSE
                   MOVE SRT-DATA-EXAME   TO ASR-DET-DATA-EXAME
                   MOVE SRT-VALIDADE     TO ASR-DET-VALIDADE
                   MOVE SRT-CLINICA      TO ASR-DET-CLINICA
                   EVALUATE SRT-TIPO
                       WHEN "A"
                           MOVE WRK-LIT-ASR-ADMISS
                               TO ASR-DET-TIPO-EXAME
                       WHEN "P"
                           MOVE WRK-LIT-ASR-PERIOD
                               TO ASR-DET-TIPO-EXAME
                       WHEN OTHER
                           MOVE WRK-LIT-ASR-RETORNO
                               TO ASR-DET-TIPO-EXAME
                   END-EVALUATE
                   IF SRT-VENCIDO
                       MOVE WRK-LIT-ASR-VENCIDO  TO ASR-DET-SITUACAO
                   ELSE
                       MOVE WRK-LIT-ASR-A-VENCER TO ASR-DET-SITUACAO
                   END-IF
               END-IF.
               WRITE ASR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2300-GRAVA-TOTAL-CENTRO SECTION.
               MOVE SPACES              TO ASR-TOTAL-REC.
               MOVE "S"                 TO ASR-TOT-TIPO.
               MOVE WRK-LIT-ASR-TOT-CEN TO ASR-TOT-LIT.
               MOVE WRK-QTDE-CENTRO     TO ASR-TOT-QTDE.
               WRITE ASR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE ZEROS               TO WRK-QTDE-CENTRO.

      *    ROTULO E QUANTIDADE JA MOVIDOS PELO CHAMADOR
       2400-GRAVA-TOTAL-GERAL  SECTION.
               MOVE SPACES           TO ASR-TOTAL-REC.
               MOVE "T"              TO ASR-TOT-TIPO.
               MOVE WRK-LIT-TOTAL    TO ASR-TOT-LIT.
               MOVE WRK-QTDE-TOTAL   TO ASR-TOT-QTDE.
               WRITE ASR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0006-FINALIZAR          SECTION.
               IF WRK-ASO-DISPONIVEL-SIM
                   CLOSE ARQ-ASO
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPDATAVL.

           COPY CPAUDPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE ASR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
