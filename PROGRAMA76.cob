           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA76.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: QUADRO DE PESSOAL E ROTATIVIDADE (TURNOVER) POR
      *==          CENTRO DE CUSTO NUMA COMPETENCIA DIGITADA - LE O
      *==          CADASTRO MESTRE E OS DESLIGADOS JA EXPURGADOS
      *==          PARA O MESTRE-ARQUIVO (CADARQ) E IMPRIME (ARQ.
      *==          TURNREL) POR CENTRO: QUADRO NA ABERTURA DO MES,
      *==          ADMISSOES (DAS QUAIS READMISSOES, PELO VINCULO
      *==          VINCREH), DESLIGAMENTOS (ABERTOS POR
      *==          EMP-MOTIVO-DESLIG), TRANSFERENCIAS LIQUIDAS,
      *==          QUADRO NO FECHAMENTO E O TURNOVER % = (ADMISSOES
      *==          + DESLIGAMENTOS) / (ABERTURA + FECHAMENTO) X 100.
      *==          A LOTACAO DE CADA EVENTO E RECUADA PELO
      *==          HISTORICO DE TRANSFERENCIAS (CCHIST), COMO NO
      *==          MODO "NA DATA" DO PROGRAMA21. NO FIM, A
      *==          TENDENCIA DOS 12 MESES ATE A COMPETENCIA (TOTAL
      *==          DA EMPRESA) PARA O RELATORIO DA DIRETORIA - ERA
      *==          MONTADO A MAO TODO MES.
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
               SELECT MESTRE-ARQUIVO ASSIGN TO "CADARQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AQM-CODIGO
                   ALTERNATE RECORD KEY IS AQM-DOCUMENTO
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-ARQMORTO.
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.
               SELECT ARQ-HIST-CCUSTO ASSIGN TO "CCHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-CCUSTO.
               SELECT ARQ-VINCULO ASSIGN TO "VINCREH"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-VINCULO.
               SELECT ARQ-TURNOVER ASSIGN TO "TURNREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TURNOVER.
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

           FD  MESTRE-ARQUIVO
               LABEL RECORD IS STANDARD.
           COPY CPARQMST.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-HIST-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCHIST.

           FD  ARQ-VINCULO
               LABEL RECORD IS STANDARD.
           COPY CPVINCRE.

      *    UMA LINHA "1" POR CENTRO COM OS CONTADORES E UMA LINHA
      *    "2" POR CENTRO E MOTIVO DE DESLIGAMENTO - O SORT POE OS
      *    MOTIVOS LOGO ABAIXO DO SEU CENTRO
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CCUSTO           PIC X(05).
               05 SRT-TIPO             PIC X(01).
               05 SRT-MOTIVO           PIC X(30).
               05 SRT-ABERTURA         PIC 9(05).
               05 SRT-ADMISSOES        PIC 9(05).
               05 SRT-READMISSOES      PIC 9(05).
               05 SRT-DESLIGADOS       PIC 9(05).
               05 SRT-FECHAMENTO       PIC 9(05).

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS CINCO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-TURNOVER
               LABEL RECORD IS STANDARD.
           01  TRN-CABECALHO-REC.
               05 TRN-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 TRN-CAB-TITULO       PIC X(40).
               05 TRN-CAB-LIT-COMP     PIC X(13).
               05 TRN-CAB-COMPETENCIA  PIC 9(06).
               05 TRN-CAB-LIT-DATA     PIC X(08).
               05 TRN-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(52).
           01  TRN-COLUNA-REC REDEFINES TRN-CABECALHO-REC.
               05 TRN-COL-TIPO         PIC X(01).
               05 TRN-COL-TEXTO        PIC X(95).
               05 FILLER               PIC X(36).
           01  TRN-DETALHE-REC REDEFINES TRN-CABECALHO-REC.
               05 TRN-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 TRN-DET-CCUSTO       PIC X(05).
               05 FILLER               PIC X(01).
               05 TRN-DET-DESCRICAO    PIC X(30).
               05 FILLER               PIC X(02).
               05 TRN-DET-ABERTURA     PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-DET-ADMISSOES    PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-DET-READMISSOES  PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-DET-DESLIGADOS   PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-DET-TRANSF       PIC -ZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-DET-FECHAMENTO   PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-DET-TURNOVER     PIC ZZ9,99.
               05 TRN-DET-LIT-PERC     PIC X(02).
               05 FILLER               PIC X(36).
           01  TRN-MOTIVO-REC REDEFINES TRN-CABECALHO-REC.
               05 TRN-MOT-TIPO         PIC X(01).
               05 FILLER               PIC X(08).
               05 TRN-MOT-LIT          PIC X(08).
               05 TRN-MOT-MOTIVO       PIC X(30).
               05 FILLER               PIC X(02).
               05 TRN-MOT-LIT-QTDE     PIC X(06).
               05 TRN-MOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(72).
           01  TRN-TENDENCIA-REC REDEFINES TRN-CABECALHO-REC.
               05 TRN-TND-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 TRN-TND-LIT          PIC X(13).
               05 TRN-TND-COMPETENCIA  PIC 9(06).
               05 FILLER               PIC X(19).
               05 TRN-TND-ABERTURA     PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-TND-ADMISSOES    PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-TND-READMISSOES  PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-TND-DESLIGADOS   PIC ZZZZ9.
               05 FILLER               PIC X(11).
               05 TRN-TND-FECHAMENTO   PIC ZZZZ9.
               05 FILLER               PIC X(03).
               05 TRN-TND-TURNOVER     PIC ZZ9,99.
               05 TRN-TND-LIT-PERC     PIC X(02).
               05 FILLER               PIC X(36).

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
       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-ARQMORTO      PIC X(02) VALUE SPACES.
           88 WRK-FS-ARQMORTO-OK         VALUE "00".
       77 WRK-FS-LEITURA-ARQMORTO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-ARQMORTO-FIM VALUE "10".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CCUSTO-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-TURNOVER      PIC X(02) VALUE SPACES.
           88 WRK-FS-TURNOVER-OK         VALUE "00".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-COMPETENCIA-OK   PIC X(01) VALUE "N".
           88 WRK-COMPETENCIA-OK-SIM     VALUE "S".

      *    HISTORICO DE TRANSFERENCIAS (CCHIST) - MESMA CARGA E
      *    MESMA REGRA DO MODO "NA DATA" DO PROGRAMA21: VALE O
      *    CENTRO "ANTES" DA PRIMEIRA TROCA POSTERIOR A DATA
       77 WRK-FS-HIST-CCUSTO   PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-CCUSTO-OK      VALUE "00".
       77 WRK-CONTINUA-CCHIST  PIC X(01) VALUE "S".
           88 WRK-CONTINUA-CCHIST-SIM    VALUE "S".
       77 WRK-QTDE-CCHIST      PIC 9(05) VALUE ZEROS.
       01 WRK-CCHIST-TABELA.
           05 WRK-CCH-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-CCH-IDX.
               10 WRK-CCH-CODIGO       PIC 9(05).
               10 WRK-CCH-DATA         PIC 9(08).
               10 WRK-CCH-ANT          PIC X(05).
       77 WRK-CCH-MENOR-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.
       77 WRK-CCUSTO-NA-DATA   PIC X(05) VALUE SPACES.

      *    CODIGOS NOVOS DE READMISSAO (VINCREH)
       77 WRK-FS-VINCULO       PIC X(02) VALUE SPACES.
           88 WRK-FS-VINCULO-OK          VALUE "00".
       77 WRK-CONTINUA-VINCULO PIC X(01) VALUE "S".
           88 WRK-CONTINUA-VINCULO-SIM   VALUE "S".
       77 WRK-QTDE-VINCULOS    PIC 9(05) VALUE ZEROS.
       01 WRK-VINCULO-TABELA.
           05 WRK-VIN-CODIGO           PIC 9(05)
                                        OCCURS 9999 TIMES
                                        INDEXED BY WRK-VIN-IDX.

      *    PESSOA EM APURACAO - VEM DO MESTRE OU DO CADARQ; NAO
      *    DESLIGADO FICA COM DESLIGAMENTO 99999999 (NUNCA SAI)
       77 WRK-PES-CODIGO       PIC 9(05) VALUE ZEROS.
       77 WRK-PES-ADMIS        PIC 9(08) VALUE ZEROS.
       77 WRK-PES-DESLIG       PIC 9(08) VALUE ZEROS.
       77 WRK-PES-CCUSTO       PIC X(05) VALUE SPACES.
       77 WRK-PES-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-PES-READMISSAO   PIC X(01) VALUE "N".
           88 WRK-PES-READMISSAO-SIM     VALUE "S".
       77 WRK-QTDE-PESSOAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ARQUIVADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-DATA    PIC 9(05) VALUE ZEROS.

      *    LIMITES DO MES: CORTE DA ABERTURA = AAAAMM00 (FIM DO
      *    MES ANTERIOR), INICIO = AAAAMM01, FIM = AAAAMM31
       77 WRK-MES-CORTE-AB     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.

      *    CONTADORES POR CENTRO NA COMPETENCIA
       77 WRK-QTDE-CENTROS     PIC 9(03) VALUE ZEROS.
       01 WRK-CENTROS-TABELA.
           05 WRK-CEN-ITEM             OCCURS 200 TIMES.
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-ABERTURA     PIC 9(05).
               10 WRK-CEN-ADMISSOES    PIC 9(05).
               10 WRK-CEN-READMISSOES  PIC 9(05).
               10 WRK-CEN-DESLIGADOS   PIC 9(05).
               10 WRK-CEN-FECHAMENTO   PIC 9(05).
       77 WRK-C                PIC 9(03) VALUE ZEROS.
       77 WRK-CENTRO-ACHADO    PIC X(01) VALUE "N".
           88 WRK-CENTRO-ACHADO-SIM      VALUE "S".

      *    DESLIGAMENTOS POR CENTRO E MOTIVO NA COMPETENCIA
       77 WRK-QTDE-MOTIVOS     PIC 9(03) VALUE ZEROS.
       01 WRK-MOTIVOS-TABELA.
           05 WRK-MOT-ITEM             OCCURS 500 TIMES.
               10 WRK-MOT-CCUSTO       PIC X(05).
               10 WRK-MOT-MOTIVO       PIC X(30).
               10 WRK-MOT-QTDE         PIC 9(05).
       77 WRK-K                PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO-ACHADO    PIC X(01) VALUE "N".
           88 WRK-MOTIVO-ACHADO-SIM      VALUE "S".

      *    TENDENCIA DE 12 MESES (TOTAL DA EMPRESA); A POSICAO 12
      *    E A COMPETENCIA PEDIDA
       01 WRK-MESES-TABELA.
           05 WRK-TND-ITEM             OCCURS 12 TIMES.
               10 WRK-TND-COMPETENCIA  PIC 9(06).
               10 WRK-TND-ABERTURA     PIC 9(05).
               10 WRK-TND-ADMISSOES    PIC 9(05).
               10 WRK-TND-READMISSOES  PIC 9(05).
               10 WRK-TND-DESLIGADOS   PIC 9(05).
               10 WRK-TND-FECHAMENTO   PIC 9(05).
       77 WRK-M                PIC 9(02) VALUE ZEROS.
       01 WRK-MES-TRAB-R.
           05 WRK-MTR-ANO          PIC 9(04).
           05 WRK-MTR-MES          PIC 9(02).
       01 WRK-MES-TRAB REDEFINES WRK-MES-TRAB-R PIC 9(06).

      *    IMPRESSAO
       77 WRK-TRANSF           PIC S9(05) VALUE ZEROS.
       77 WRK-TURNOVER         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CALC-ABERTURA    PIC 9(05) VALUE ZEROS.
       77 WRK-CALC-ADMISSOES   PIC 9(05) VALUE ZEROS.
       77 WRK-CALC-DESLIGADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-CALC-FECHAMENTO  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTURA     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ADMISSOES    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-READMISSOES  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DESLIGADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FECHAMENTO   PIC 9(05) VALUE ZEROS.

       77 WRK-TRN-TITULO       PIC X(40) VALUE SPACES.

      *    ROTULOS DO TURNREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-TRN-TITULO   PIC X(40)
           VALUE "QUADRO DE PESSOAL E TURNOVER POR CENTRO ".
       77 WRK-LIT-TRN-TIT-TEND PIC X(40)
           VALUE "TENDENCIA DE 12 MESES - TOTAL EMPRESA   ".
       77 WRK-LIT-TRN-COMP     PIC X(13) VALUE "COMPETENCIA: ".
       77 WRK-LIT-TRN-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-TRN-PERC     PIC X(02) VALUE " %".
       77 WRK-LIT-TRN-MOTIVO   PIC X(08) VALUE "MOTIVO: ".
       77 WRK-LIT-TRN-QTDE     PIC X(06) VALUE "QTDE: ".
       77 WRK-LIT-TRN-TOTAL    PIC X(30)
           VALUE "TOTAL DA EMPRESA              ".
       77 WRK-LIT-TRN-SEM-CAD  PIC X(30)
           VALUE "CENTRO NAO CADASTRADO         ".
       77 WRK-LIT-TRN-SEM-MOT  PIC X(30)
           VALUE "NAO INFORMADO                 ".
       01 WRK-LIT-TRN-COLUNAS.
           05 WRK-LTC-CCUSTO       PIC X(07) VALUE " CCUSTO".
           05 WRK-LTC-DESCRICAO    PIC X(32) VALUE " DESCRICAO".
           05 WRK-LTC-ABERTURA     PIC X(08) VALUE "ABERT.  ".
           05 WRK-LTC-ADMISSOES    PIC X(08) VALUE "ADMIS.  ".
           05 WRK-LTC-READMISSOES  PIC X(08) VALUE "READM.  ".
           05 WRK-LTC-DESLIGADOS   PIC X(08) VALUE "DESLIG. ".
           05 WRK-LTC-TRANSF       PIC X(08) VALUE "TRANSF. ".
           05 WRK-LTC-FECHAMENTO   PIC X(08) VALUE "FECHAM. ".
           05 WRK-LTC-TURNOVER     PIC X(08) VALUE "TURNOVER".

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-COMPETENCIA
                   UNTIL WRK-COMPETENCIA-OK-SIM.
               PERFORM 0200-MONTA-MESES.
               PERFORM 1200-CARREGA-CCHIST.
               PERFORM 1300-CARREGA-VINCULOS.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-CCUSTO SRT-TIPO SRT-MOTIVO
                   INPUT PROCEDURE IS 1000-APURA-MOVIMENTO
                   OUTPUT PROCEDURE IS 2000-IMPRIME-TURNOVER.
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

      *    AS 12 COMPETENCIAS DA TENDENCIA, DA MAIS ANTIGA (1) ATE
      *    A PEDIDA (12)
       0200-MONTA-MESES        SECTION.
               INITIALIZE WRK-MESES-TABELA.
               MOVE WRK-COMPETENCIA TO WRK-MES-TRAB.
               PERFORM 0210-MONTA-UM-MES
                   VARYING WRK-M FROM 12 BY -1
                   UNTIL WRK-M < 1.

       0210-MONTA-UM-MES       SECTION.
               MOVE WRK-MES-TRAB TO WRK-TND-COMPETENCIA (WRK-M).
               IF WRK-MTR-MES = 1
                   MOVE 12 TO WRK-MTR-MES
                   SUBTRACT 1 FROM WRK-MTR-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-MTR-MES
               END-IF.

       1000-APURA-MOVIMENTO    SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE ZEROS TO EMP-CODIGO
                   START CADASTRO-MESTRE KEY IS NOT LESS THAN
                       EMP-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-START
               END-IF.
               PERFORM 1100-APURA-UM-DO-MESTRE
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 1150-APURA-ARQUIVADOS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               PERFORM 1600-LIBERA-CENTRO
                   VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > WRK-QTDE-CENTROS.
               PERFORM 1610-LIBERA-MOTIVO
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTDE-MOTIVOS.

       1100-APURA-UM-DO-MESTRE SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       MOVE EMP-CODIGO TO WRK-PES-CODIGO
                       MOVE EMP-CCUSTO TO WRK-PES-CCUSTO
                       MOVE EMP-MOTIVO-DESLIG TO WRK-PES-MOTIVO
                       IF EMP-DATA-ADMIS NUMERIC
                           MOVE EMP-DATA-ADMIS TO WRK-PES-ADMIS
                       ELSE
                           MOVE ZEROS TO WRK-PES-ADMIS
                       END-IF
                       IF EMP-DESLIGADO
                           MOVE EMP-DATA-DESLIG TO WRK-PES-DESLIG
                       ELSE
                           MOVE 99999999 TO WRK-PES-DESLIG
                       END-IF
                       PERFORM 1500-APURA-PESSOA
               END-READ.

      *    DESLIGADOS JA EXPURGADOS DO MESTRE (PROGRAMA65) - O
      *    CODIGO QUE AINDA ESTA NO MESTRE JA FOI CONTADO LA.
      *    CADARQ AUSENTE = NENHUM EXPURGO AINDA
       1150-APURA-ARQUIVADOS   SECTION.
               OPEN INPUT MESTRE-ARQUIVO.
               IF WRK-FS-ARQMORTO-OK
                   MOVE ZEROS TO AQM-CODIGO
                   START MESTRE-ARQUIVO KEY IS NOT LESS THAN
                       AQM-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-ARQMORTO
                   END-START
                   PERFORM 1160-APURA-UM-ARQUIVADO
                       UNTIL WRK-FS-LEITURA-ARQMORTO-FIM
                   CLOSE MESTRE-ARQUIVO
               ELSE
                   CLOSE MESTRE-ARQUIVO
                   DISPLAY "MESTRE-ARQUIVO (CADARQ) AUSENTE - SO O "
                       "CADASTRO MESTRE ENTRA NA APURACAO"
               END-IF.

       1160-APURA-UM-ARQUIVADO SECTION.
               READ MESTRE-ARQUIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-ARQMORTO
                   NOT AT END
                       MOVE AQM-CODIGO TO EMP-CODIGO
                       IF WRK-MESTRE-DISPONIVEL-SIM
                           READ CADASTRO-MESTRE
                               INVALID KEY
                                   PERFORM 1170-APURA-ARQUIVADO
                           END-READ
                       ELSE
                           PERFORM 1170-APURA-ARQUIVADO
                       END-IF
               END-READ.

       1170-APURA-ARQUIVADO    SECTION.
               ADD 1 TO WRK-QTDE-ARQUIVADOS.
               MOVE AQM-CODIGO        TO WRK-PES-CODIGO.
               MOVE AQM-CCUSTO        TO WRK-PES-CCUSTO.
               MOVE AQM-MOTIVO-DESLIG TO WRK-PES-MOTIVO.
               IF AQM-DATA-ADMIS NUMERIC
                   MOVE AQM-DATA-ADMIS TO WRK-PES-ADMIS
               ELSE
                   MOVE ZEROS TO WRK-PES-ADMIS
               END-IF.
               MOVE AQM-DATA-DESLIG   TO WRK-PES-DESLIG.
               PERFORM 1500-APURA-PESSOA.

      *    CARGA DO HISTORICO DE TRANSFERENCIAS (CCHIST) - ARQUIVO
      *    AUSENTE DEIXA A TABELA VAZIA E A LOTACAO ATUAL VALE
      *    PARA QUALQUER DATA, COMO NO PROGRAMA21
       1200-CARREGA-CCHIST     SECTION.
               MOVE "S" TO WRK-CONTINUA-CCHIST.
               OPEN INPUT ARQ-HIST-CCUSTO.
               IF WRK-FS-HIST-CCUSTO-OK
                   PERFORM 1210-CARREGA-UMA-TROCA
                       UNTIL NOT WRK-CONTINUA-CCHIST-SIM
                   CLOSE ARQ-HIST-CCUSTO
                   DISPLAY "HISTORICO DE TRANSFERENCIAS CARREGADO "
                       "- " WRK-QTDE-CCHIST " TROCAS"
               ELSE
                   CLOSE ARQ-HIST-CCUSTO
                   DISPLAY "HISTORICO (CCHIST) AUSENTE - LOTACAO "
                       "ATUAL VALERA PARA TODOS OS EVENTOS"
               END-IF.

       1210-CARREGA-UMA-TROCA  SECTION.
               READ ARQ-HIST-CCUSTO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-CCHIST
                   NOT AT END
                       IF WRK-QTDE-CCHIST < 9999
                           ADD 1 TO WRK-QTDE-CCHIST
                           MOVE CCH-CODIGO TO
                               WRK-CCH-CODIGO (WRK-QTDE-CCHIST)
                           MOVE CCH-DATA TO
                               WRK-CCH-DATA (WRK-QTDE-CCHIST)
                           MOVE CCH-CCUSTO-ANT TO
                               WRK-CCH-ANT (WRK-QTDE-CCHIST)
                       ELSE
                           MOVE "N" TO WRK-CONTINUA-CCHIST
                           DISPLAY "*** MAIS DE 9999 TROCAS NO "
                               "CCHIST - AUMENTAR A TABELA ***"
                       END-IF
               END-READ.

      *    CODIGOS NOVOS DAS READMISSOES - VINCREH AUSENTE = SEM
      *    READMISSAO REGISTRADA
       1300-CARREGA-VINCULOS   SECTION.
               MOVE "S" TO WRK-CONTINUA-VINCULO.
               OPEN INPUT ARQ-VINCULO.
               IF WRK-FS-VINCULO-OK
                   PERFORM 1310-CARREGA-UM-VINCULO
                       UNTIL NOT WRK-CONTINUA-VINCULO-SIM
                   CLOSE ARQ-VINCULO
               ELSE
                   CLOSE ARQ-VINCULO
               END-IF.
               DISPLAY "VINCULOS DE READMISSAO CARREGADOS - "
                   WRK-QTDE-VINCULOS.

       1310-CARREGA-UM-VINCULO SECTION.
               READ ARQ-VINCULO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-VINCULO
                   NOT AT END
                       IF WRK-QTDE-VINCULOS < 9999
                           ADD 1 TO WRK-QTDE-VINCULOS
                           MOVE VRE-CODIGO-NOVO TO
                               WRK-VIN-CODIGO (WRK-QTDE-VINCULOS)
                       ELSE
                           MOVE "N" TO WRK-CONTINUA-VINCULO
                           DISPLAY "*** MAIS DE 9999 READMISSOES NO "
                               "VINCREH - AUMENTAR A TABELA ***"
                       END-IF
               END-READ.

      *    OS QUATRO EVENTOS DA COMPETENCIA, CADA UM NO CENTRO EM
      *    QUE A PESSOA ESTAVA NA DATA DELE, E A TENDENCIA DOS 12
      *    MESES. DESLIGADO SEM DATA NAO TEM COMO SER DATADO E
      *    FICA DE FORA (CONTADO A PARTE)
       1500-APURA-PESSOA       SECTION.
               IF WRK-PES-DESLIG = ZEROS
                   ADD 1 TO WRK-QTDE-SEM-DATA
               ELSE
                   ADD 1 TO WRK-QTDE-PESSOAS
                   MOVE "N" TO WRK-PES-READMISSAO
                   PERFORM 1505-TESTA-READMISSAO
                       VARYING WRK-VIN-IDX FROM 1 BY 1
                       UNTIL WRK-VIN-IDX > WRK-QTDE-VINCULOS
                          OR WRK-PES-READMISSAO-SIM
                   PERFORM 1510-APURA-COMPETENCIA
                   PERFORM 1520-APURA-MES
                       VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M > 12
               END-IF.

       1505-TESTA-READMISSAO   SECTION.
               IF WRK-VIN-CODIGO (WRK-VIN-IDX) = WRK-PES-CODIGO
                   MOVE "S" TO WRK-PES-READMISSAO
               END-IF.

       1510-APURA-COMPETENCIA  SECTION.
               COMPUTE WRK-MES-CORTE-AB = WRK-COMPETENCIA * 100.
               COMPUTE WRK-MES-INICIO   = WRK-MES-CORTE-AB + 1.
               COMPUTE WRK-MES-FIM      = WRK-MES-CORTE-AB + 31.
               IF WRK-PES-ADMIS < WRK-MES-INICIO
                   AND WRK-PES-DESLIG >= WRK-MES-INICIO
                   MOVE WRK-MES-CORTE-AB TO WRK-DATA-CORTE
                   PERFORM 1530-LOCALIZA-CENTRO
                   IF WRK-CENTRO-ACHADO-SIM
                       ADD 1 TO WRK-CEN-ABERTURA (WRK-C)
                   END-IF
               END-IF.
               IF WRK-PES-ADMIS >= WRK-MES-INICIO
                   AND WRK-PES-ADMIS <= WRK-MES-FIM
                   MOVE WRK-PES-ADMIS TO WRK-DATA-CORTE
                   PERFORM 1530-LOCALIZA-CENTRO
                   IF WRK-CENTRO-ACHADO-SIM
                       ADD 1 TO WRK-CEN-ADMISSOES (WRK-C)
                       IF WRK-PES-READMISSAO-SIM
                           ADD 1 TO WRK-CEN-READMISSOES (WRK-C)
                       END-IF
                   END-IF
               END-IF.
               IF WRK-PES-DESLIG >= WRK-MES-INICIO
                   AND WRK-PES-DESLIG <= WRK-MES-FIM
                   MOVE WRK-PES-DESLIG TO WRK-DATA-CORTE
                   PERFORM 1530-LOCALIZA-CENTRO
                   IF WRK-CENTRO-ACHADO-SIM
                       ADD 1 TO WRK-CEN-DESLIGADOS (WRK-C)
                       PERFORM 1550-SOMA-MOTIVO
                   END-IF
               END-IF.
               IF WRK-PES-ADMIS <= WRK-MES-FIM
                   AND WRK-PES-DESLIG > WRK-MES-FIM
                   MOVE WRK-MES-FIM TO WRK-DATA-CORTE
                   PERFORM 1530-LOCALIZA-CENTRO
                   IF WRK-CENTRO-ACHADO-SIM
                       ADD 1 TO WRK-CEN-FECHAMENTO (WRK-C)
                   END-IF
               END-IF.

      *    MESMOS EVENTOS, SEM CENTRO, PARA CADA MES DA TENDENCIA
       1520-APURA-MES          SECTION.
               COMPUTE WRK-MES-CORTE-AB =
                   WRK-TND-COMPETENCIA (WRK-M) * 100.
               COMPUTE WRK-MES-INICIO   = WRK-MES-CORTE-AB + 1.
               COMPUTE WRK-MES-FIM      = WRK-MES-CORTE-AB + 31.
               IF WRK-PES-ADMIS < WRK-MES-INICIO
                   AND WRK-PES-DESLIG >= WRK-MES-INICIO
                   ADD 1 TO WRK-TND-ABERTURA (WRK-M)
               END-IF.
               IF WRK-PES-ADMIS >= WRK-MES-INICIO
                   AND WRK-PES-ADMIS <= WRK-MES-FIM
                   ADD 1 TO WRK-TND-ADMISSOES (WRK-M)
                   IF WRK-PES-READMISSAO-SIM
                       ADD 1 TO WRK-TND-READMISSOES (WRK-M)
                   END-IF
               END-IF.
               IF WRK-PES-DESLIG >= WRK-MES-INICIO
                   AND WRK-PES-DESLIG <= WRK-MES-FIM
                   ADD 1 TO WRK-TND-DESLIGADOS (WRK-M)
               END-IF.
               IF WRK-PES-ADMIS <= WRK-MES-FIM
                   AND WRK-PES-DESLIG > WRK-MES-FIM
                   ADD 1 TO WRK-TND-FECHAMENTO (WRK-M)
               END-IF.

      *    CENTRO NA DATA DE CORTE (REGRA DO PROGRAMA21) E A SUA
      *    POSICAO NA TABELA - CENTRO NOVO ENTRA NO FIM
       1530-LOCALIZA-CENTRO    SECTION.
               MOVE WRK-PES-CCUSTO TO WRK-CCUSTO-NA-DATA.
               MOVE 99999999       TO WRK-CCH-MENOR-DATA.
               PERFORM 1535-TESTA-UMA-TROCA
                   VARYING WRK-CCH-IDX FROM 1 BY 1
                   UNTIL WRK-CCH-IDX > WRK-QTDE-CCHIST.
               MOVE "N" TO WRK-CENTRO-ACHADO.
               PERFORM 1540-PROCURA-CENTRO
                   VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > WRK-QTDE-CENTROS
                      OR WRK-CENTRO-ACHADO-SIM.
               IF WRK-CENTRO-ACHADO-SIM
                   SUBTRACT 1 FROM WRK-C
               ELSE
                   IF WRK-QTDE-CENTROS < 200
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-QTDE-CENTROS TO WRK-C
                       MOVE WRK-CCUSTO-NA-DATA
                           TO WRK-CEN-CCUSTO (WRK-C)
                       MOVE ZEROS TO WRK-CEN-ABERTURA (WRK-C)
                       MOVE ZEROS TO WRK-CEN-ADMISSOES (WRK-C)
                       MOVE ZEROS TO WRK-CEN-READMISSOES (WRK-C)
                       MOVE ZEROS TO WRK-CEN-DESLIGADOS (WRK-C)
                       MOVE ZEROS TO WRK-CEN-FECHAMENTO (WRK-C)
                       MOVE "S" TO WRK-CENTRO-ACHADO
                   ELSE
                       DISPLAY "*** MAIS DE 200 CENTROS DE CUSTO - "
                           "AUMENTAR A TABELA *** CODIGO "
                           WRK-PES-CODIGO
                   END-IF
               END-IF.

       1535-TESTA-UMA-TROCA    SECTION.
               IF WRK-CCH-CODIGO (WRK-CCH-IDX) = WRK-PES-CODIGO
                   AND WRK-CCH-DATA (WRK-CCH-IDX) > WRK-DATA-CORTE
                   AND WRK-CCH-DATA (WRK-CCH-IDX) <
                       WRK-CCH-MENOR-DATA
                   MOVE WRK-CCH-DATA (WRK-CCH-IDX)
                       TO WRK-CCH-MENOR-DATA
                   MOVE WRK-CCH-ANT (WRK-CCH-IDX)
                       TO WRK-CCUSTO-NA-DATA
               END-IF.

       1540-PROCURA-CENTRO     SECTION.
               IF WRK-CEN-CCUSTO (WRK-C) = WRK-CCUSTO-NA-DATA
                   MOVE "S" TO WRK-CENTRO-ACHADO
               END-IF.

      *    MOTIVO EM BRANCO SAI COMO "NAO INFORMADO"
       1550-SOMA-MOTIVO        SECTION.
               IF WRK-PES-MOTIVO = SPACES
                   MOVE WRK-LIT-TRN-SEM-MOT TO WRK-PES-MOTIVO
               END-IF.
               MOVE "N" TO WRK-MOTIVO-ACHADO.
               PERFORM 1560-PROCURA-MOTIVO
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTDE-MOTIVOS
                      OR WRK-MOTIVO-ACHADO-SIM.
               IF WRK-MOTIVO-ACHADO-SIM
                   SUBTRACT 1 FROM WRK-K
                   ADD 1 TO WRK-MOT-QTDE (WRK-K)
               ELSE
                   IF WRK-QTDE-MOTIVOS < 500
                       ADD 1 TO WRK-QTDE-MOTIVOS
                       MOVE WRK-CCUSTO-NA-DATA
                           TO WRK-MOT-CCUSTO (WRK-QTDE-MOTIVOS)
                       MOVE WRK-PES-MOTIVO
                           TO WRK-MOT-MOTIVO (WRK-QTDE-MOTIVOS)
                       MOVE 1 TO WRK-MOT-QTDE (WRK-QTDE-MOTIVOS)
                   ELSE
                       DISPLAY "*** MAIS DE 500 MOTIVOS POR CENTRO "
                           "- AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       1560-PROCURA-MOTIVO     SECTION.
               IF WRK-MOT-CCUSTO (WRK-K) = WRK-CCUSTO-NA-DATA
                   AND WRK-MOT-MOTIVO (WRK-K) = WRK-PES-MOTIVO
                   MOVE "S" TO WRK-MOTIVO-ACHADO
               END-IF.

       1600-LIBERA-CENTRO      SECTION.
               MOVE SPACES                     TO SRT-REGISTRO.
               MOVE WRK-CEN-CCUSTO (WRK-C)      TO SRT-CCUSTO.
               MOVE "1"                        TO SRT-TIPO.
               MOVE WRK-CEN-ABERTURA (WRK-C)    TO SRT-ABERTURA.
               MOVE WRK-CEN-ADMISSOES (WRK-C)   TO SRT-ADMISSOES.
               MOVE WRK-CEN-READMISSOES (WRK-C) TO SRT-READMISSOES.
               MOVE WRK-CEN-DESLIGADOS (WRK-C)  TO SRT-DESLIGADOS.
               MOVE WRK-CEN-FECHAMENTO (WRK-C)  TO SRT-FECHAMENTO.
               RELEASE SRT-REGISTRO.

       1610-LIBERA-MOTIVO      SECTION.
               MOVE SPACES                 TO SRT-REGISTRO.
               MOVE WRK-MOT-CCUSTO (WRK-K) TO SRT-CCUSTO.
               MOVE "2"                    TO SRT-TIPO.
               MOVE WRK-MOT-MOTIVO (WRK-K) TO SRT-MOTIVO.
               MOVE ZEROS                  TO SRT-ABERTURA.
               MOVE ZEROS                  TO SRT-ADMISSOES.
               MOVE ZEROS                  TO SRT-READMISSOES.
               MOVE WRK-MOT-QTDE (WRK-K)   TO SRT-DESLIGADOS.
               MOVE ZEROS                  TO SRT-FECHAMENTO.
               RELEASE SRT-REGISTRO.

       2000-IMPRIME-TURNOVER   SECTION.
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               END-IF.
               OPEN OUTPUT ARQ-TURNOVER.
               MOVE "TURNREL "    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA76"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE WRK-LIT-TRN-TITULO TO WRK-TRN-TITULO.
               PERFORM 2050-GRAVA-CABECALHO.
               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               MOVE SPACES              TO TRN-DETALHE-REC.
               MOVE "T"                 TO TRN-DET-TIPO.
               MOVE WRK-LIT-TRN-TOTAL   TO TRN-DET-DESCRICAO.
               MOVE WRK-TOT-ABERTURA    TO WRK-CALC-ABERTURA.
               MOVE WRK-TOT-ADMISSOES   TO WRK-CALC-ADMISSOES.
               MOVE WRK-TOT-DESLIGADOS  TO WRK-CALC-DESLIGADOS.
               MOVE WRK-TOT-FECHAMENTO  TO WRK-CALC-FECHAMENTO.
               MOVE WRK-TOT-READMISSOES TO TRN-DET-READMISSOES.
               PERFORM 2300-GRAVA-NUMEROS.
               MOVE WRK-LIT-TRN-TIT-TEND TO WRK-TRN-TITULO.
               PERFORM 2050-GRAVA-CABECALHO.
               PERFORM 2400-GRAVA-UM-MES
                   VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > 12.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-TURNOVER.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               DISPLAY "QUADRO E TURNOVER GRAVADOS (TURNREL) - "
                   "COMPETENCIA " WRK-COMPETENCIA ", "
                   WRK-QTDE-PESSOAS " PESSOAS APURADAS ("
                   WRK-QTDE-ARQUIVADOS " DO CADARQ), "
                   WRK-QTDE-CENTROS " CENTROS".
               IF WRK-QTDE-SEM-DATA > ZEROS
                   DISPLAY "*** " WRK-QTDE-SEM-DATA " DESLIGADOS SEM "
                       "DATA DE DESLIGAMENTO FICARAM DE FORA - RH "
                       "REVISAR ***"
               END-IF.

      *    CABECALHO (TITULO EM WRK-TRN-TITULO) E LINHA DE COLUNAS
       2050-GRAVA-CABECALHO    SECTION.
               MOVE SPACES              TO TRN-CABECALHO-REC.
               MOVE "H"                 TO TRN-CAB-TIPO.
               MOVE WRK-TRN-TITULO      TO TRN-CAB-TITULO.
               MOVE WRK-LIT-TRN-COMP    TO TRN-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO TRN-CAB-COMPETENCIA.
               MOVE WRK-LIT-TRN-DATA    TO TRN-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO TRN-CAB-DATA.
               WRITE TRN-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO TRN-COLUNA-REC.
               MOVE "C"                 TO TRN-COL-TIPO.
               MOVE WRK-LIT-TRN-COLUNAS TO TRN-COL-TEXTO.
               WRITE TRN-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF SRT-TIPO = "1"
                           PERFORM 2200-GRAVA-CENTRO
                       ELSE
                           PERFORM 2250-GRAVA-MOTIVO
                       END-IF
               END-RETURN.

       2200-GRAVA-CENTRO       SECTION.
               ADD SRT-ABERTURA    TO WRK-TOT-ABERTURA.
               ADD SRT-ADMISSOES   TO WRK-TOT-ADMISSOES.
               ADD SRT-READMISSOES TO WRK-TOT-READMISSOES.
               ADD SRT-DESLIGADOS  TO WRK-TOT-DESLIGADOS.
               ADD SRT-FECHAMENTO  TO WRK-TOT-FECHAMENTO.
               MOVE SPACES         TO TRN-DETALHE-REC.
               MOVE "D"            TO TRN-DET-TIPO.
               MOVE SRT-CCUSTO     TO TRN-DET-CCUSTO.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   MOVE SRT-CCUSTO TO CCU-CODIGO
                   READ CADASTRO-CCUSTO
                       INVALID KEY
                           MOVE WRK-LIT-TRN-SEM-CAD
                               TO TRN-DET-DESCRICAO
                       NOT INVALID KEY
                           MOVE CCU-DESCRICAO TO TRN-DET-DESCRICAO
                   END-READ
               END-IF.
               MOVE SRT-ABERTURA    TO WRK-CALC-ABERTURA.
               MOVE SRT-ADMISSOES   TO WRK-CALC-ADMISSOES.
               MOVE SRT-DESLIGADOS  TO WRK-CALC-DESLIGADOS.
               MOVE SRT-FECHAMENTO  TO WRK-CALC-FECHAMENTO.
               MOVE SRT-READMISSOES TO TRN-DET-READMISSOES.
               PERFORM 2300-GRAVA-NUMEROS.

       2250-GRAVA-MOTIVO       SECTION.
               MOVE SPACES             TO TRN-MOTIVO-REC.
               MOVE "M"                TO TRN-MOT-TIPO.
               MOVE WRK-LIT-TRN-MOTIVO TO TRN-MOT-LIT.
               MOVE SRT-MOTIVO         TO TRN-MOT-MOTIVO.
               MOVE WRK-LIT-TRN-QTDE   TO TRN-MOT-LIT-QTDE.
               MOVE SRT-DESLIGADOS     TO TRN-MOT-QTDE.
               WRITE TRN-MOTIVO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    TRANSFERENCIA LIQUIDA = O QUE O FECHAMENTO TEM ALEM DA
      *    ABERTURA + ADMISSOES - DESLIGAMENTOS; TURNOVER =
      *    (ADMISSOES + DESLIGAMENTOS) / (ABERTURA + FECHAMENTO)
       2300-GRAVA-NUMEROS      SECTION.
               COMPUTE WRK-TRANSF =
                   WRK-CALC-FECHAMENTO - WRK-CALC-ABERTURA
                   - WRK-CALC-ADMISSOES + WRK-CALC-DESLIGADOS.
               PERFORM 2350-CALCULA-TURNOVER.
               MOVE WRK-CALC-ABERTURA   TO TRN-DET-ABERTURA.
               MOVE WRK-CALC-ADMISSOES  TO TRN-DET-ADMISSOES.
               MOVE WRK-CALC-DESLIGADOS TO TRN-DET-DESLIGADOS.
               MOVE WRK-TRANSF          TO TRN-DET-TRANSF.
               MOVE WRK-CALC-FECHAMENTO TO TRN-DET-FECHAMENTO.
               MOVE WRK-TURNOVER        TO TRN-DET-TURNOVER.
               MOVE WRK-LIT-TRN-PERC    TO TRN-DET-LIT-PERC.
               WRITE TRN-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2350-CALCULA-TURNOVER   SECTION.
               IF WRK-CALC-ABERTURA + WRK-CALC-FECHAMENTO = ZEROS
                   MOVE ZEROS TO WRK-TURNOVER
               ELSE
                   COMPUTE WRK-TURNOVER ROUNDED =
                       (WRK-CALC-ADMISSOES + WRK-CALC-DESLIGADOS)
                       * 100
                       / (WRK-CALC-ABERTURA + WRK-CALC-FECHAMENTO)
                       ON SIZE ERROR
                           MOVE 999,99 TO WRK-TURNOVER
                   END-COMPUTE
               END-IF.

       2400-GRAVA-UM-MES       SECTION.
               MOVE WRK-TND-ABERTURA (WRK-M)   TO WRK-CALC-ABERTURA.
               MOVE WRK-TND-ADMISSOES (WRK-M)  TO WRK-CALC-ADMISSOES.
               MOVE WRK-TND-DESLIGADOS (WRK-M) TO WRK-CALC-DESLIGADOS.
               MOVE WRK-TND-FECHAMENTO (WRK-M) TO WRK-CALC-FECHAMENTO.
               PERFORM 2350-CALCULA-TURNOVER.
               MOVE SPACES                     TO TRN-TENDENCIA-REC.
               MOVE "E"                        TO TRN-TND-TIPO.
               MOVE WRK-LIT-TRN-COMP           TO TRN-TND-LIT.
               MOVE WRK-TND-COMPETENCIA (WRK-M)
                   TO TRN-TND-COMPETENCIA.
               MOVE WRK-CALC-ABERTURA          TO TRN-TND-ABERTURA.
               MOVE WRK-CALC-ADMISSOES         TO TRN-TND-ADMISSOES.
               MOVE WRK-TND-READMISSOES (WRK-M)
                   TO TRN-TND-READMISSOES.
               MOVE WRK-CALC-DESLIGADOS        TO TRN-TND-DESLIGADOS.
               MOVE WRK-CALC-FECHAMENTO        TO TRN-TND-FECHAMENTO.
               MOVE WRK-TURNOVER               TO TRN-TND-TURNOVER.
               MOVE WRK-LIT-TRN-PERC           TO TRN-TND-LIT-PERC.
               WRITE TRN-TENDENCIA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE TRN-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
