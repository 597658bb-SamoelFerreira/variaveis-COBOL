           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB05.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: DECLARACAO DE VINCULO EMPREGATICIO E RENDA
      *==          (ARQ. DECLREL) - CARTA FORMAL, PEDIDA PELO
      *==          FUNCIONARIO PARA BANCO, IMOBILIARIA OU
      *==          CONSULADO, COM:
      *==          - RAZAO SOCIAL E CNPJ DO ESTABELECIMENTO (ESTAB);
      *==          - NOME, CPF (MASCARADO POR PADRAO, CPMSKPR),
      *==            ADMISSAO, SITUACAO E DESLIGAMENTO (CADMEST) E O
      *==            TITULO DO CARGO (CARGOS);
      *==          - MEDIA MENSAL DO BRUTO E DO LIQUIDO DAS ULTIMAS
      *==            3 OU 6 COMPETENCIAS FECHADAS (FOLHAHST, TODAS AS
      *==            SEQUENCIAS DA COMPETENCIA), COM A TABELA MES A
      *==            MES OPCIONAL.
      *==          CADA CARTA LEVA UM NUMERO DE REGISTRO (LOTE DO
      *==          DIA, BATSEQB5, MAIS A DATA) E E GUARDADA NO
      *==          REPOSITORIO DE RELATORIOS (REPNDX/REPCOPY, ID
      *==          DECLVINC) - O PROGRAMA63 REIMPRIME A VIA EMITIDA
      *==          PELO NUMERO, COMPROVANDO O QUE FOI DECLARADO.
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
               SELECT CADASTRO-CARGOS ASSIGN TO "CARGOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRG-CODIGO
                   FILE STATUS IS WRK-FS-CARGOS.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-DECLARACAO ASSIGN TO "DECLREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DECLARACAO.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQB5"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.

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

           FD  CADASTRO-CARGOS
               LABEL RECORD IS STANDARD.
           COPY CPCARGO.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

      *    CARTA DE 132 COLUNAS - OS ROTULOS SAO CAMPOS NOMEADOS,
      *    NAO FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS QUATRO VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-DECLARACAO
               LABEL RECORD IS STANDARD.
           01  DCL-CABECALHO-REC.
               05 DCL-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 DCL-CAB-TITULO       PIC X(50).
               05 DCL-CAB-LIT-NUMERO   PIC X(13).
               05 DCL-CAB-LOTE         PIC 9(05).
               05 DCL-CAB-BARRA        PIC X(01).
               05 DCL-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(50).
           01  DCL-TEXTO-REC REDEFINES DCL-CABECALHO-REC.
               05 DCL-TXT-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 DCL-TXT-TEXTO        PIC X(100).
               05 FILLER               PIC X(27).
           01  DCL-VALOR-REC REDEFINES DCL-CABECALHO-REC.
               05 DCL-VLR-TIPO         PIC X(01).
               05 FILLER               PIC X(09).
               05 DCL-VLR-DESCRICAO    PIC X(50).
               05 DCL-VLR-VALOR        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(55).
           01  DCL-MES-REC REDEFINES DCL-CABECALHO-REC.
               05 DCL-MES-TIPO         PIC X(01).
               05 FILLER               PIC X(09).
               05 DCL-MES-MES          PIC 9(02).
               05 DCL-MES-BARRA        PIC X(01).
               05 DCL-MES-ANO          PIC 9(04).
               05 FILLER               PIC X(05).
               05 DCL-MES-BRUTO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(03).
               05 DCL-MES-LIQUIDO      PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(03).
               05 DCL-MES-OBSERVACAO   PIC X(30).
               05 FILLER               PIC X(40).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-CARGOS        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGOS-OK           VALUE "00".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-FS-DECLARACAO    PIC X(02) VALUE SPACES.
           88 WRK-FS-DECLARACAO-OK       VALUE "00".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-LEITURA      PIC X(01) VALUE "N".
           88 WRK-FIM-LEITURA-SIM        VALUE "S".

       01 WRK-DATA-EXEC-R.
           05 WRK-EXEC-ANO         PIC 9(04).
           05 WRK-EXEC-MES         PIC 9(02).
           05 WRK-EXEC-DIA         PIC 9(02).
       01 WRK-DATA-EXEC REDEFINES WRK-DATA-EXEC-R PIC 9(08).

      *    PARAMETROS DO SYSIN: OPERADOR, CODIGO, QUANTIDADE DE
      *    COMPETENCIAS DA MEDIA (3 OU 6), TABELA MES A MES (S/N)
      *    E A MASCARA DO CPF (S = MASCARAR, O PADRAO)
       77 WRK-PARAMETROS-OK    PIC X(01) VALUE "N".
           88 WRK-PARAMETROS-OK-SIM      VALUE "S".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-MESES       PIC 9(01) VALUE ZEROS.
           88 WRK-QTDE-MESES-VALIDA      VALUE 3 6.
       77 WRK-TABELA-MENSAL    PIC X(01) VALUE "N".
           88 WRK-TABELA-MENSAL-SIM      VALUE "S".
       77 WRK-FUNC-ACHADO      PIC X(01) VALUE "N".
           88 WRK-FUNC-ACHADO-SIM        VALUE "S".
       77 WRK-TITULO-CARGO     PIC X(30) VALUE SPACES.

      *    COMPETENCIA AAAAMM PERCORRIDA DE TRAS PARA FRENTE A PARTIR
      *    DA ULTIMA FECHADA (MES ANTERIOR AO CORRENTE OU O MES DO
      *    DESLIGAMENTO, O QUE FOR MENOR)
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-COMP-DESLIG      PIC 9(06) VALUE ZEROS.

      *    UMA LINHA POR COMPETENCIA DA JANELA, DA MAIS ANTIGA (1)
      *    PARA A MAIS RECENTE
       01 WRK-MESES-TABELA.
           05 WRK-MES-LINHA        OCCURS 6 TIMES.
               10 WRK-MES-COMPETENCIA  PIC 9(06).
               10 WRK-MES-BRUTO        PIC 9(09)V99.
               10 WRK-MES-LIQUIDO      PIC 9(09)V99.
               10 WRK-MES-ACHOU        PIC X(01).
                   88 WRK-MES-ACHOU-SIM          VALUE "S".
       77 WRK-MES-I            PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-COM-FOLHA   PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-BRUTO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MEDIA-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MEDIA-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.

      *    DATA AAAAMMDD POR EXTENSO DD/MM/AAAA PARA O TEXTO
       01 WRK-DATA-ENTRADA     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ENTRADA-R REDEFINES WRK-DATA-ENTRADA.
           05 WRK-DTE-ANO          PIC 9(04).
           05 WRK-DTE-MES          PIC 9(02).
           05 WRK-DTE-DIA          PIC 9(02).
       01 WRK-DATA-TEXTO.
           05 WRK-DTT-DIA          PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DTT-MES          PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DTT-ANO          PIC 9(04).
       77 WRK-DATA-ADMISSAO    PIC X(10) VALUE SPACES.
       77 WRK-DATA-DESLIG      PIC X(10) VALUE SPACES.
       77 WRK-DATA-EMISSAO     PIC X(10) VALUE SPACES.
      *    COMPETENCIA AAAAMM POR EXTENSO MM/AAAA
       01 WRK-COMP-TEXTO.
           05 WRK-CTT-MES          PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-CTT-ANO          PIC 9(04).
       77 WRK-COMP-INICIO-TXT  PIC X(07) VALUE SPACES.
       77 WRK-COMP-FIM-TXT     PIC X(07) VALUE SPACES.

       77 WRK-LINHA-TEXTO      PIC X(100) VALUE SPACES.
       77 WRK-VALOR-DESCRICAO  PIC X(50) VALUE SPACES.
       77 WRK-VALOR-LINHA      PIC S9(11)V99 VALUE ZEROS.

           COPY CPBATCH.

           COPY CPESTWS.

           COPY CPREPWS.

           COPY CPAUDELO.

           COPY CPOPERWS.

           COPY CPMSKWS.

      *    ROTULOS DA DECLREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-DCL-TITULO   PIC X(50)
           VALUE "DECLARACAO DE VINCULO EMPREGATICIO E RENDA".
       77 WRK-LIT-DCL-NUMERO   PIC X(13) VALUE "REGISTRO NO: ".
       77 WRK-LIT-DCL-BRUTO    PIC X(50)
           VALUE "REMUNERACAO BRUTA MEDIA MENSAL".
       77 WRK-LIT-DCL-LIQUIDO  PIC X(50)
           VALUE "REMUNERACAO LIQUIDA MEDIA MENSAL".
       77 WRK-LIT-DCL-SEM-FOLHA PIC X(30)
           VALUE "SEM FOLHA NA COMPETENCIA".
       77 WRK-LIT-DCL-ASSINA   PIC X(40) VALUE ALL "_".
       01 WRK-LIT-DCL-COLUNAS.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WRK-LDC-MES          PIC X(12) VALUE "COMPETENCIA".
           05 WRK-LDC-BRUTO        PIC X(20)
               VALUE "              BRUTO".
           05 WRK-LDC-LIQUIDO      PIC X(20)
               VALUE "            LIQUIDO".

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-PARAMETROS
                   UNTIL WRK-PARAMETROS-OK-SIM.
               PERFORM 8741-AUTORIZA-SEM-MASCARA.
               PERFORM 0200-LE-FUNCIONARIO.
               IF WRK-FUNC-ACHADO-SIM
                   PERFORM 0300-LE-CARGO
                   MOVE EMP-ESTAB TO WRK-EST-CODIGO
                   PERFORM 7980-LE-ESTAB
                   PERFORM 0400-MONTA-JANELA
                   PERFORM 0500-SOMA-COMPETENCIAS
                   MOVE WRK-DATA-EXEC TO BAT-DATA
                   PERFORM 7200-ATRIBUI-LOTE
                   PERFORM 1000-IMPRIME-DECLARACAO
                   PERFORM 2000-AUDITA-EMISSAO
               END-IF.
               GOBACK.

      *    O OPERADOR DIGITADO ASSINA A EMISSAO NA TRILHA E E O
      *    MESMO CONFERIDO PELO SIGN-ON QUANDO PEDE O CPF SEM
      *    MASCARA
       0100-CAPTURA-PARAMETROS SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "COMPETENCIAS DA MEDIA (3 OU 6): "
                   ACCEPT WRK-QTDE-MESES.
               DISPLAY "IMPRIMIR TABELA MES A MES? (S/N) "
                   ACCEPT WRK-TABELA-MENSAL.
               DISPLAY "MASCARAR DADOS PESSOAIS? (S/N) "
                   ACCEPT WRK-MSK-PEDIDO.
               MOVE WRK-OPERADOR TO WRK-MSK-OPERADOR.
               IF WRK-CODIGO-EMP = ZEROS
                   DISPLAY "CODIGO DO FUNCIONARIO NAO INFORMADO"
               ELSE
                   IF NOT WRK-QTDE-MESES-VALIDA
                       DISPLAY "QUANTIDADE DE COMPETENCIAS INVALIDA: "
                           WRK-QTDE-MESES " - INFORME 3 OU 6"
                   ELSE
                       MOVE "S" TO WRK-PARAMETROS-OK
                   END-IF
               END-IF.

       0200-LE-FUNCIONARIO     SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "CODIGO " WRK-CODIGO-EMP
                               " NAO ENCONTRADO NO MESTRE"
                       NOT INVALID KEY
                           MOVE "S" TO WRK-FUNC-ACHADO
                   END-READ
                   CLOSE CADASTRO-MESTRE
               ELSE
                   DISPLAY "CADASTRO MESTRE INDISPONIVEL - FS: "
                       WRK-FS-MESTRE
               END-IF.

      *    CARGO SEM CADASTRO SAI PELO CODIGO, PARA A CARTA NAO
      *    FICAR EM BRANCO
       0300-LE-CARGO           SECTION.
               MOVE SPACES TO WRK-TITULO-CARGO.
               OPEN INPUT CADASTRO-CARGOS.
               IF WRK-FS-CARGOS-OK
                   MOVE EMP-CARGO TO CRG-CODIGO
                   READ CADASTRO-CARGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CRG-TITULO TO WRK-TITULO-CARGO
                   END-READ
                   CLOSE CADASTRO-CARGOS
               ELSE
                   DISPLAY "CADASTRO DE CARGOS INDISPONIVEL - FS: "
                       WRK-FS-CARGOS
               END-IF.
               IF WRK-TITULO-CARGO = SPACES
                   MOVE EMP-CARGO TO WRK-TITULO-CARGO
               END-IF.

      *    A COMPETENCIA CORRENTE AINDA NAO FECHOU - A JANELA TERMINA
      *    NO MES ANTERIOR, OU NO MES DO DESLIGAMENTO SE ESTE FOR
      *    MAIS ANTIGO; A LINHA WRK-QTDE-MESES E A MAIS RECENTE
       0400-MONTA-JANELA       SECTION.
               MOVE WRK-EXEC-ANO TO WRK-COMP-ANO.
               MOVE WRK-EXEC-MES TO WRK-COMP-MES.
               PERFORM 0410-MES-ANTERIOR.
               IF EMP-DESLIGADO AND EMP-DATA-DESLIG > ZEROS
                   MOVE EMP-DATA-DESLIG (1:6) TO WRK-COMP-DESLIG
                   IF WRK-COMP-DESLIG < WRK-COMPETENCIA
                       MOVE WRK-COMP-DESLIG TO WRK-COMPETENCIA
                   END-IF
               END-IF.
               INITIALIZE WRK-MESES-TABELA.
               PERFORM 0420-PREENCHE-MES
                   VARYING WRK-MES-I FROM WRK-QTDE-MESES BY -1
                   UNTIL WRK-MES-I < 1.

       0410-MES-ANTERIOR       SECTION.
               IF WRK-COMP-MES = 1
                   MOVE 12 TO WRK-COMP-MES
                   SUBTRACT 1 FROM WRK-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-COMP-MES
               END-IF.

       0420-PREENCHE-MES       SECTION.
               MOVE WRK-COMPETENCIA TO WRK-MES-COMPETENCIA (WRK-MES-I).
               MOVE "N"             TO WRK-MES-ACHOU (WRK-MES-I).
               PERFORM 0410-MES-ANTERIOR.

      *    SOMA TODAS AS SEQUENCIAS DA COMPETENCIA (FOLHA MENSAL E
      *    COMPLEMENTARES); A MEDIA E SOBRE OS MESES COM FOLHA
       0500-SOMA-COMPETENCIAS  SECTION.
               OPEN INPUT ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   PERFORM 0510-SOMA-UM-MES
                       VARYING WRK-MES-I FROM 1 BY 1
                       UNTIL WRK-MES-I > WRK-QTDE-MESES
                   CLOSE ARQ-HIST-FOLHA
               ELSE
                   DISPLAY "HISTORICO DE FOLHA (FOLHAHST) AUSENTE - "
                       "CARTA SEM MEDIA DE RENDA"
               END-IF.
               IF WRK-QTDE-COM-FOLHA > ZEROS
                   COMPUTE WRK-MEDIA-BRUTO ROUNDED =
                       WRK-SOMA-BRUTO / WRK-QTDE-COM-FOLHA
                   COMPUTE WRK-MEDIA-LIQUIDO ROUNDED =
                       WRK-SOMA-LIQUIDO / WRK-QTDE-COM-FOLHA
               END-IF.

       0510-SOMA-UM-MES        SECTION.
               MOVE "N"             TO WRK-FIM-LEITURA.
               MOVE WRK-CODIGO-EMP  TO FHT-CODIGO.
               MOVE WRK-MES-COMPETENCIA (WRK-MES-I)
                   TO FHT-COMPETENCIA.
               MOVE ZEROS           TO FHT-SEQUENCIA.
               START ARQ-HIST-FOLHA KEY IS NOT LESS THAN FHT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0520-LE-UMA-SEQUENCIA
                   UNTIL WRK-FIM-LEITURA-SIM.
               IF WRK-MES-ACHOU-SIM (WRK-MES-I)
                   ADD 1 TO WRK-QTDE-COM-FOLHA
                   ADD WRK-MES-BRUTO (WRK-MES-I)   TO WRK-SOMA-BRUTO
                   ADD WRK-MES-LIQUIDO (WRK-MES-I) TO WRK-SOMA-LIQUIDO
               END-IF.

       0520-LE-UMA-SEQUENCIA   SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FHT-CODIGO NOT = WRK-CODIGO-EMP
                           OR FHT-COMPETENCIA NOT =
                               WRK-MES-COMPETENCIA (WRK-MES-I)
                           MOVE "S" TO WRK-FIM-LEITURA
                       ELSE
                           MOVE "S" TO WRK-MES-ACHOU (WRK-MES-I)
                           ADD FHT-BRUTO
                               TO WRK-MES-BRUTO (WRK-MES-I)
                           ADD FHT-LIQUIDO
                               TO WRK-MES-LIQUIDO (WRK-MES-I)
                       END-IF
               END-READ.

       1000-IMPRIME-DECLARACAO SECTION.
               OPEN OUTPUT ARQ-DECLARACAO.
               MOVE "DECLVINC"    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE BAT-NUMERO    TO WRK-REP-LOTE.
               MOVE "PROGRAMB05"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               PERFORM 1100-FORMATA-DATAS.
               MOVE SPACES              TO DCL-CABECALHO-REC.
               MOVE "H"                 TO DCL-CAB-TIPO.
               MOVE WRK-LIT-DCL-TITULO  TO DCL-CAB-TITULO.
               MOVE WRK-LIT-DCL-NUMERO  TO DCL-CAB-LIT-NUMERO.
               MOVE BAT-NUMERO          TO DCL-CAB-LOTE.
               MOVE "/"                 TO DCL-CAB-BARRA.
               MOVE WRK-DATA-EXEC       TO DCL-CAB-DATA.
               WRITE DCL-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 1200-TEXTO-VINCULO.
               PERFORM 1300-TEXTO-RENDA.
               IF WRK-TABELA-MENSAL-SIM
                   PERFORM 1400-TABELA-MENSAL
               END-IF.
               PERFORM 1500-TEXTO-ASSINATURA.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-DECLARACAO.

       1100-FORMATA-DATAS      SECTION.
               MOVE EMP-DATA-ADMIS TO WRK-DATA-ENTRADA.
               PERFORM 1110-DATA-POR-EXTENSO.
               MOVE WRK-DATA-TEXTO TO WRK-DATA-ADMISSAO.
               MOVE EMP-DATA-DESLIG TO WRK-DATA-ENTRADA.
               PERFORM 1110-DATA-POR-EXTENSO.
               MOVE WRK-DATA-TEXTO TO WRK-DATA-DESLIG.
               MOVE WRK-DATA-EXEC TO WRK-DATA-ENTRADA.
               PERFORM 1110-DATA-POR-EXTENSO.
               MOVE WRK-DATA-TEXTO TO WRK-DATA-EMISSAO.
               MOVE WRK-MES-COMPETENCIA (1) TO WRK-COMPETENCIA.
               PERFORM 1120-COMPETENCIA-POR-EXTENSO.
               MOVE WRK-COMP-TEXTO TO WRK-COMP-INICIO-TXT.
               MOVE WRK-MES-COMPETENCIA (WRK-QTDE-MESES)
                   TO WRK-COMPETENCIA.
               PERFORM 1120-COMPETENCIA-POR-EXTENSO.
               MOVE WRK-COMP-TEXTO TO WRK-COMP-FIM-TXT.

       1110-DATA-POR-EXTENSO   SECTION.
               MOVE WRK-DTE-DIA TO WRK-DTT-DIA.
               MOVE WRK-DTE-MES TO WRK-DTT-MES.
               MOVE WRK-DTE-ANO TO WRK-DTT-ANO.

       1120-COMPETENCIA-POR-EXTENSO SECTION.
               MOVE WRK-COMP-MES TO WRK-CTT-MES.
               MOVE WRK-COMP-ANO TO WRK-CTT-ANO.

      *    EMPREGADOR, EMPREGADO E O VINCULO - O CPF PASSA PELA
      *    MASCARA (8742) ANTES DE ENTRAR NO TEXTO
       1200-TEXTO-VINCULO      SECTION.
               PERFORM 1900-LINHA-EM-BRANCO.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               STRING WRK-EST-RAZAO DELIMITED BY "  "
                   ", CNPJ " WRK-EST-CNPJ
                   ", DECLARA PARA OS DEVIDOS FINS QUE"
                   DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.
               MOVE EMP-DOCUMENTO TO WRK-MSK-DOCUMENTO.
               PERFORM 8742-MASCARA-DOCUMENTO.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               STRING EMP-NOME DELIMITED BY "  "
                   ", CPF " WRK-MSK-DOCUMENTO
                   ", MATRICULA " EMP-CODIGO ","
                   DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               IF EMP-DESLIGADO
                   STRING "FOI SEU EMPREGADO DE " WRK-DATA-ADMISSAO
                       " A " WRK-DATA-DESLIG ", NO CARGO DE "
                       DELIMITED BY SIZE
                       WRK-TITULO-CARGO DELIMITED BY "  "
                       "." DELIMITED BY SIZE INTO WRK-LINHA-TEXTO
               ELSE
                   STRING "E SEU EMPREGADO DESDE " WRK-DATA-ADMISSAO
                       ", OCUPANDO O CARGO DE "
                       DELIMITED BY SIZE
                       WRK-TITULO-CARGO DELIMITED BY "  "
                       "." DELIMITED BY SIZE INTO WRK-LINHA-TEXTO
               END-IF.
               PERFORM 1910-GRAVA-TEXTO.
               IF EMP-AFASTADO
                   MOVE "ENCONTRANDO-SE AFASTADO NESTA DATA."
                       TO WRK-LINHA-TEXTO
                   PERFORM 1910-GRAVA-TEXTO
               END-IF.

      *    MEDIAS DA JANELA - SEM NENHUMA FOLHA NA JANELA A CARTA
      *    DECLARA SO O VINCULO
       1300-TEXTO-RENDA        SECTION.
               PERFORM 1900-LINHA-EM-BRANCO.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               IF WRK-QTDE-COM-FOLHA = ZEROS
                   STRING "NAO HOUVE FOLHA DE PAGAMENTO EM SEU NOME "
                       "ENTRE AS COMPETENCIAS " WRK-COMP-INICIO-TXT
                       " E " WRK-COMP-FIM-TXT "."
                       DELIMITED BY SIZE INTO WRK-LINHA-TEXTO
                   PERFORM 1910-GRAVA-TEXTO
               ELSE
                   STRING "ENTRE AS COMPETENCIAS " WRK-COMP-INICIO-TXT
                       " E " WRK-COMP-FIM-TXT " (" WRK-QTDE-COM-FOLHA
                       " COM FOLHA) RECEBEU EM MEDIA, POR MES:"
                       DELIMITED BY SIZE INTO WRK-LINHA-TEXTO
                   PERFORM 1910-GRAVA-TEXTO
                   MOVE WRK-LIT-DCL-BRUTO   TO WRK-VALOR-DESCRICAO
                   MOVE WRK-MEDIA-BRUTO     TO WRK-VALOR-LINHA
                   PERFORM 1920-GRAVA-VALOR
                   MOVE WRK-LIT-DCL-LIQUIDO TO WRK-VALOR-DESCRICAO
                   MOVE WRK-MEDIA-LIQUIDO   TO WRK-VALOR-LINHA
                   PERFORM 1920-GRAVA-VALOR
               END-IF.

       1400-TABELA-MENSAL      SECTION.
               PERFORM 1900-LINHA-EM-BRANCO.
               MOVE SPACES              TO DCL-TEXTO-REC.
               MOVE "C"                 TO DCL-TXT-TIPO.
               MOVE WRK-LIT-DCL-COLUNAS TO DCL-TXT-TEXTO.
               WRITE DCL-TEXTO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 1410-GRAVA-MES
                   VARYING WRK-MES-I FROM 1 BY 1
                   UNTIL WRK-MES-I > WRK-QTDE-MESES.

       1410-GRAVA-MES          SECTION.
               MOVE WRK-MES-COMPETENCIA (WRK-MES-I) TO WRK-COMPETENCIA.
               MOVE SPACES        TO DCL-MES-REC.
               MOVE "M"           TO DCL-MES-TIPO.
               MOVE WRK-COMP-MES  TO DCL-MES-MES.
               MOVE "/"           TO DCL-MES-BARRA.
               MOVE WRK-COMP-ANO  TO DCL-MES-ANO.
               MOVE WRK-MES-BRUTO (WRK-MES-I)   TO DCL-MES-BRUTO.
               MOVE WRK-MES-LIQUIDO (WRK-MES-I) TO DCL-MES-LIQUIDO.
               IF NOT WRK-MES-ACHOU-SIM (WRK-MES-I)
                   MOVE WRK-LIT-DCL-SEM-FOLHA TO DCL-MES-OBSERVACAO
               END-IF.
               WRITE DCL-MES-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LOCAL, DATA, ASSINATURA E O NUMERO DE REGISTRO PELO QUAL A
      *    VIA EMITIDA E RECUPERADA NO REPOSITORIO
       1500-TEXTO-ASSINATURA   SECTION.
               PERFORM 1900-LINHA-EM-BRANCO.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               STRING "EMITIDA EM " WRK-DATA-EMISSAO "."
                   DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.
               PERFORM 1900-LINHA-EM-BRANCO.
               PERFORM 1900-LINHA-EM-BRANCO.
               MOVE WRK-LIT-DCL-ASSINA TO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.
               MOVE WRK-EST-RAZAO TO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.
               MOVE "DEPARTAMENTO DE PESSOAL" TO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.
               PERFORM 1900-LINHA-EM-BRANCO.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               STRING "DOCUMENTO REGISTRADO SOB DECLVINC " BAT-NUMERO
                   "/" WRK-DATA-EXEC " - OPERADOR " WRK-OPERADOR
                   DELIMITED BY SIZE INTO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.

       1900-LINHA-EM-BRANCO    SECTION.
               MOVE SPACES TO WRK-LINHA-TEXTO.
               PERFORM 1910-GRAVA-TEXTO.

      *    LINHA DE TEXTO CORRIDO - CONTEUDO EM WRK-LINHA-TEXTO
       1910-GRAVA-TEXTO        SECTION.
               MOVE SPACES          TO DCL-TEXTO-REC.
               MOVE "T"             TO DCL-TXT-TIPO.
               MOVE WRK-LINHA-TEXTO TO DCL-TXT-TEXTO.
               WRITE DCL-TEXTO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE VALOR - DESCRICAO EM WRK-VALOR-DESCRICAO E O
      *    VALOR EM WRK-VALOR-LINHA
       1920-GRAVA-VALOR        SECTION.
               MOVE SPACES              TO DCL-VALOR-REC.
               MOVE "V"                 TO DCL-VLR-TIPO.
               MOVE WRK-VALOR-DESCRICAO TO DCL-VLR-DESCRICAO.
               MOVE WRK-VALOR-LINHA     TO DCL-VLR-VALOR.
               WRITE DCL-VALOR-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    A TRILHA GUARDA O NUMERO DA CARTA E O CARIMBO "CODIGO
      *    NNNNN" QUE O DOSSIE (PROGRAMA62) PROCURA
       2000-AUDITA-EMISSAO     SECTION.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               MOVE SPACES       TO AUD-DESCRICAO.
               MOVE "PROGRAMB05" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "DECLARACAO VINCULO/RENDA CODIGO " EMP-CODIGO
                   " REGISTRO " BAT-NUMERO "/" WRK-DATA-EXEC
                   " MESES " WRK-QTDE-MESES
                   " MASCARA " WRK-MSK-MASCARAR
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               CLOSE ARQ-AUDITORIA.
               DISPLAY "DECLARACAO GRAVADA (DECLREL) - REGISTRO "
                   BAT-NUMERO "/" WRK-DATA-EXEC " - CODIGO " EMP-CODIGO.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPESTPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE DCL-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPOPERPR.

           COPY CPMSKPR.
