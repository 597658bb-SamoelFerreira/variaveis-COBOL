           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB03.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ACOMPANHAMENTO MENSAL DA PROGRAMACAO DE FERIAS
      *==          (ARQ. FERPLREL) - PARA CADA FUNCIONARIO NAO
      *==          DESLIGADO DO CADASTRO MESTRE, CALCULA A BASE DAS
      *==          FERIAS COMO O PROGRAMA19 (FIM DO ULTIMO GOZO DO
      *==          FERGOZO OU A ADMISSAO) E O PRIMEIRO DIA DE
      *==          FERIAS EM DOBRO (24 MESES DA BASE, CLT ART.
      *==          137), LE OS PLANOS DO FERPLAN (PROGRAMB02) DO
      *==          ANO DA COMPETENCIA, DO ANTERIOR E DO SEGUINTE E
      *==          APONTA:
      *==          - PERIODO PLANEJADO AINDA NAO GOZADO QUE TERMINA
      *==            NO PRAZO DO PLANO OU DEPOIS DELE (FERIAS EM
      *==            DOBRO PROGRAMADAS);
      *==          - FUNCIONARIO SEM PERIODO PLANEJADO PENDENTE
      *==            CUJO PRAZO CAI ATE O HORIZONTE (COMPETENCIA
      *==            MAIS N MESES, PADRAO 3, MAXIMO 12) - OU QUE JA
      *==            PASSOU DO PRAZO.
      *==          PERIODO PENDENTE = COMECA DEPOIS DO ULTIMO GOZO
      *==          REGISTRADO E NAO TERMINOU ANTES DA COMPETENCIA
      *==          (PERIODO VENCIDO SEM CONCESSAO NAO CONTA COMO
      *==          PLANO). O RELATORIO SAI POR CENTRO DE CUSTO E
      *==          PRAZO E VAI PARA O REPOSITORIO (REPNDX/REPCOPY).
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
               SELECT ARQ-FERIAS-GOZO ASSIGN TO "FERGOZO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FERIAS-GOZO.
               SELECT ARQ-PLANO-FERIAS ASSIGN TO "FERPLAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FPL-CHAVE
                   FILE STATUS IS WRK-FS-PLANO.
               SELECT ARQ-RELATORIO ASSIGN TO "FERPLREL"
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

           FD  ARQ-FERIAS-GOZO
               LABEL RECORD IS STANDARD.
           COPY CPFERGOZ.

           FD  ARQ-PLANO-FERIAS
               LABEL RECORD IS STANDARD.
           COPY CPFERPLN.

      *    SO OS APONTAMENTOS; TIPO P = PERIODO PLANEJADO EM DOBRO,
      *    S = SEM PLANO COM PRAZO NO HORIZONTE, V = SEM PLANO COM
      *    PRAZO JA VENCIDO
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CCUSTO           PIC X(05).
               05 SRT-PRAZO            PIC 9(08).
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-INICIO           PIC 9(08).
               05 SRT-FIM              PIC 9(08).
               05 SRT-TIPO             PIC X(01).
               05 SRT-NOME             PIC X(30).
               05 SRT-BASE             PIC 9(08).

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS QUATRO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  FPR-CABECALHO-REC.
               05 FPR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 FPR-CAB-TITULO       PIC X(40).
               05 FPR-CAB-LIT-COMP     PIC X(13).
               05 FPR-CAB-COMPETENCIA  PIC 9(06).
               05 FPR-CAB-LIT-HORIZ    PIC X(13).
               05 FPR-CAB-HORIZONTE    PIC 9(06).
               05 FPR-CAB-LIT-DATA     PIC X(08).
               05 FPR-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(33).
           01  FPR-COLUNA-REC REDEFINES FPR-CABECALHO-REC.
               05 FPR-COL-TIPO         PIC X(01).
               05 FPR-COL-TEXTO        PIC X(126).
               05 FILLER               PIC X(05).
           01  FPR-DETALHE-REC REDEFINES FPR-CABECALHO-REC.
               05 FPR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FPR-DET-CCUSTO       PIC X(05).
               05 FILLER               PIC X(01).
               05 FPR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 FPR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 FPR-DET-BASE         PIC 9(08).
               05 FILLER               PIC X(02).
               05 FPR-DET-PRAZO        PIC 9(08).
               05 FILLER               PIC X(02).
               05 FPR-DET-INICIO       PIC 9(08).
               05 FILLER               PIC X(02).
               05 FPR-DET-FIM          PIC 9(08).
               05 FILLER               PIC X(02).
               05 FPR-DET-SITUACAO     PIC X(30).
               05 FILLER               PIC X(17).
           01  FPR-NOTA-REC REDEFINES FPR-CABECALHO-REC.
               05 FPR-NOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FPR-NOT-DESCRICAO    PIC X(50).
               05 FPR-NOT-QTDE         PIC ZZZZ9.
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
       77 WRK-FS-FERIAS-GOZO   PIC X(02) VALUE SPACES.
           88 WRK-FS-FERIAS-GOZO-OK      VALUE "00".
       77 WRK-FS-PLANO         PIC X(02) VALUE SPACES.
           88 WRK-FS-PLANO-OK            VALUE "00".
       77 WRK-PLANO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-PLANO-DISPONIVEL-SIM   VALUE "S".
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

      *    HORIZONTE DO "SEM PLANO" = COMPETENCIA + N MESES (ZERO
      *    VALE O PADRAO DE 3, MAXIMO 12) - AS DATAS SAO COMPARADAS
      *    SO PELO ANO/MES
       77 WRK-MESES-HORIZONTE  PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-PADRAO     PIC 9(02) VALUE 3.
       77 WRK-MESES-MAXIMO     PIC 9(02) VALUE 12.
       01 WRK-HORIZONTE-R.
           05 WRK-HOR-ANO          PIC 9(04).
           05 WRK-HOR-MES          PIC 9(02).
       01 WRK-HORIZONTE REDEFINES WRK-HORIZONTE-R PIC 9(06).
       77 WRK-MESES-TOTAL      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-RESTO        PIC 9(02) VALUE ZEROS.

      *    HISTORICO DE GOZO (FERGOZO) CARREGADO EM TABELA NA
      *    PARTIDA, COMO NO PROGRAMA19 - UMA LINHA POR FUNCIONARIO
      *    COM O FIM DO GOZO MAIS RECENTE
       77 WRK-CONTINUA-GOZO    PIC X(01) VALUE "S".
           88 WRK-CONTINUA-GOZO-SIM      VALUE "S".
       77 WRK-QTDE-GOZO        PIC 9(05) VALUE ZEROS.
       01 WRK-GOZO-TABELA.
           05 WRK-GZO-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-GZO-IDX.
               10 WRK-GZO-CODIGO       PIC 9(05).
               10 WRK-GZO-DATA-FIM     PIC 9(08).
       77 WRK-GOZO-ACHADO      PIC X(01) VALUE "N".
           88 WRK-GOZO-ACHADO-SIM        VALUE "S".
       77 WRK-ULTIMO-GOZO      PIC 9(08) VALUE ZEROS.

      *    BASE E PRIMEIRO DIA DE FERIAS EM DOBRO DO FUNCIONARIO
       01 WRK-BASE-R.
           05 WRK-BAS-ANO          PIC 9(04).
           05 WRK-BAS-MES          PIC 9(02).
           05 WRK-BAS-DIA          PIC 9(02).
       01 WRK-BASE REDEFINES WRK-BASE-R PIC 9(08).
       01 WRK-PRAZO-R.
           05 WRK-PRZ-ANO          PIC 9(04).
           05 WRK-PRZ-MES          PIC 9(02).
           05 WRK-PRZ-DIA          PIC 9(02).
       01 WRK-DATA-PRAZO REDEFINES WRK-PRAZO-R PIC 9(08).

       77 WRK-ANO-LIDO         PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ULTIMO       PIC 9(04) VALUE ZEROS.
       77 WRK-I                PIC 9(01) VALUE ZEROS.
       77 WRK-TEM-PLANO        PIC X(01) VALUE "N".
           88 WRK-TEM-PLANO-SIM          VALUE "S".

       77 WRK-QTDE-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COM-PLANO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PLANO-DOBRO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-PLANO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-ADMIS   PIC 9(05) VALUE ZEROS.

      *    ROTULOS DO FERPLREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-FPR-TITULO   PIC X(40)
           VALUE "PROGRAMACAO DE FERIAS - RISCO DE DOBRO  ".
       77 WRK-LIT-FPR-COMP     PIC X(13) VALUE "COMPETENCIA: ".
       77 WRK-LIT-FPR-HORIZ    PIC X(13) VALUE "  HORIZONTE: ".
       77 WRK-LIT-FPR-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-FPR-FUNC     PIC X(50)
           VALUE "FUNCIONARIOS ANALISADOS:".
       77 WRK-LIT-FPR-COM-PLANO PIC X(50)
           VALUE "COM PERIODO PLANEJADO PENDENTE:".
       77 WRK-LIT-FPR-DOBRO    PIC X(50)
           VALUE "PERIODOS PLANEJADOS ALEM DO PRAZO (DOBRO):".
       77 WRK-LIT-FPR-SEM-PLANO PIC X(50)
           VALUE "SEM PLANO COM PRAZO ATE O HORIZONTE:".
       77 WRK-LIT-FPR-VENCIDOS PIC X(50)
           VALUE "SEM PLANO COM PRAZO JA VENCIDO:".
       77 WRK-LIT-FPR-SEM-ADMIS PIC X(50)
           VALUE "SEM DATA DE ADMISSAO (NAO ANALISADOS):".
       77 WRK-NOTA-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WRK-NOTA-QTDE        PIC 9(05) VALUE ZEROS.
       01 WRK-LIT-FPR-COLUNAS.
           05 WRK-LCF-CCUSTO       PIC X(07) VALUE " CC    ".
           05 WRK-LCF-CODIGO       PIC X(06) VALUE "CODIGO".
           05 WRK-LCF-NOME         PIC X(31) VALUE "NOME".
           05 WRK-LCF-BASE         PIC X(10) VALUE "BASE".
           05 WRK-LCF-PRAZO        PIC X(10) VALUE "DOBRO EM".
           05 WRK-LCF-INICIO       PIC X(10) VALUE "INICIO".
           05 WRK-LCF-FIM          PIC X(10) VALUE "FIM".
           05 WRK-LCF-SITUACAO     PIC X(30) VALUE "SITUACAO".

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-PARAMETROS
                   UNTIL WRK-PARAMETROS-OK-SIM.
               PERFORM 0200-CARREGA-GOZO.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-CCUSTO SRT-PRAZO SRT-CODIGO
                                    SRT-INICIO
                   INPUT PROCEDURE IS 1000-SELECIONA-MESTRE
                   OUTPUT PROCEDURE IS 2000-IMPRIME-RELATORIO.
               GOBACK.

      *    COMPETENCIA AAAAMM (ZEROS = MES DA EXECUCAO) E MESES DE
      *    HORIZONTE PARA OS SEM PLANO
       0100-CAPTURA-PARAMETROS SECTION.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-EXEC-ANO TO WRK-COMP-ANO
                   MOVE WRK-EXEC-MES TO WRK-COMP-MES
               END-IF.
               DISPLAY "DIGITE OS MESES DE HORIZONTE DOS SEM PLANO "
                   "(ZEROS = 3, MAXIMO 12): "
                   ACCEPT WRK-MESES-HORIZONTE.
               IF WRK-MESES-HORIZONTE = ZEROS
                   MOVE WRK-MESES-PADRAO TO WRK-MESES-HORIZONTE
               END-IF.
               IF WRK-MESES-HORIZONTE > WRK-MESES-MAXIMO
                   MOVE WRK-MESES-MAXIMO TO WRK-MESES-HORIZONTE
               END-IF.
               IF WRK-COMP-ANO < 1900
                   OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
               ELSE
                   MOVE "S" TO WRK-PARAMETROS-OK
                   COMPUTE WRK-MESES-TOTAL = WRK-COMP-ANO * 12
                       + WRK-COMP-MES - 1 + WRK-MESES-HORIZONTE
                   DIVIDE WRK-MESES-TOTAL BY 12
                       GIVING WRK-HOR-ANO
                       REMAINDER WRK-MES-RESTO
                   COMPUTE WRK-HOR-MES = WRK-MES-RESTO + 1
                   DISPLAY "HORIZONTE DOS SEM PLANO: " WRK-HORIZONTE
               END-IF.

      *    CARGA DO HISTORICO DE GOZO (FERGOZO, GRAVADO PELO
      *    PROGRAMA42) - GUARDA POR FUNCIONARIO O FIM DE GOZO MAIS
      *    RECENTE; ARQUIVO AUSENTE DEIXA A TABELA VAZIA E A BASE
      *    SAI SO DA ADMISSAO
       0200-CARREGA-GOZO       SECTION.
               MOVE ZEROS TO WRK-QTDE-GOZO.
               MOVE "S"   TO WRK-CONTINUA-GOZO.
               OPEN INPUT ARQ-FERIAS-GOZO.
               IF WRK-FS-FERIAS-GOZO-OK
                   PERFORM 0210-CARREGA-UM-GOZO
                       UNTIL NOT WRK-CONTINUA-GOZO-SIM
                   CLOSE ARQ-FERIAS-GOZO
                   DISPLAY "HISTORICO DE GOZO CARREGADO - "
                       WRK-QTDE-GOZO " FUNCIONARIOS COM GOZO"
               ELSE
                   CLOSE ARQ-FERIAS-GOZO
                   DISPLAY "HISTORICO DE GOZO (FERGOZO) AUSENTE - "
                       "BASE DAS FERIAS SO PELA ADMISSAO"
               END-IF.

       0210-CARREGA-UM-GOZO    SECTION.
               READ ARQ-FERIAS-GOZO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-GOZO
                   NOT AT END
                       PERFORM 0215-GUARDA-GOZO
               END-READ.

       0215-GUARDA-GOZO        SECTION.
               MOVE "N" TO WRK-GOZO-ACHADO.
               PERFORM 0220-ATUALIZA-GOZO
                   VARYING WRK-GZO-IDX FROM 1 BY 1
                   UNTIL WRK-GZO-IDX > WRK-QTDE-GOZO
                      OR WRK-GOZO-ACHADO-SIM.
               IF NOT WRK-GOZO-ACHADO-SIM
                   IF WRK-QTDE-GOZO < 9999
                       ADD 1 TO WRK-QTDE-GOZO
                       MOVE FGZ-CODIGO TO
                           WRK-GZO-CODIGO (WRK-QTDE-GOZO)
                       MOVE FGZ-DATA-FIM TO
                           WRK-GZO-DATA-FIM (WRK-QTDE-GOZO)
                   ELSE
                       MOVE "N" TO WRK-CONTINUA-GOZO
                       DISPLAY "*** MAIS DE 9999 "
                           "FUNCIONARIOS COM GOZO - "
                           "AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0220-ATUALIZA-GOZO      SECTION.
               IF WRK-GZO-CODIGO (WRK-GZO-IDX) = FGZ-CODIGO
                   MOVE "S" TO WRK-GOZO-ACHADO
                   IF FGZ-DATA-FIM >
                       WRK-GZO-DATA-FIM (WRK-GZO-IDX)
                       MOVE FGZ-DATA-FIM
                           TO WRK-GZO-DATA-FIM (WRK-GZO-IDX)
                   END-IF
               END-IF.

      *    VARRE O MESTRE INTEIRO; SEM O FERPLAN NINGUEM TEM PLANO
       1000-SELECIONA-MESTRE   SECTION.
               OPEN INPUT ARQ-PLANO-FERIAS.
               IF WRK-FS-PLANO-OK
                   MOVE "S" TO WRK-PLANO-DISPONIVEL
               ELSE
                   DISPLAY "PROGRAMACAO DE FERIAS (FERPLAN) AUSENTE "
                       "- NENHUM FUNCIONARIO COM PLANO"
               END-IF.
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
               IF WRK-PLANO-DISPONIVEL-SIM
                   CLOSE ARQ-PLANO-FERIAS
               END-IF.

       1100-LE-UM              SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-MESTRE
                   NOT AT END
                       IF NOT EMP-DESLIGADO
                           IF EMP-DATA-ADMIS = ZEROS
                               ADD 1 TO WRK-QTDE-SEM-ADMIS
                           ELSE
                               ADD 1 TO WRK-QTDE-FUNC
                               PERFORM 1200-CALCULA-PRAZO
                               PERFORM 1300-AVALIA-PLANOS
                           END-IF
                       END-IF
               END-READ.

      *    BASE = FIM DO ULTIMO GOZO REGISTRADO, QUANDO POSTERIOR A
      *    ADMISSAO; SENAO A PROPRIA ADMISSAO. FERIAS EM DOBRO A
      *    PARTIR DOS 24 MESES DA BASE
       1200-CALCULA-PRAZO      SECTION.
               MOVE "N"   TO WRK-GOZO-ACHADO.
               MOVE ZEROS TO WRK-ULTIMO-GOZO.
               PERFORM 1210-BUSCA-GOZO
                   VARYING WRK-GZO-IDX FROM 1 BY 1
                   UNTIL WRK-GZO-IDX > WRK-QTDE-GOZO
                      OR WRK-GOZO-ACHADO-SIM.
               IF WRK-ULTIMO-GOZO > EMP-DATA-ADMIS
                   MOVE WRK-ULTIMO-GOZO TO WRK-BASE
               ELSE
                   MOVE EMP-DATA-ADMIS  TO WRK-BASE
               END-IF.
               MOVE WRK-BASE TO WRK-DATA-PRAZO.
               ADD 2         TO WRK-PRZ-ANO.

       1210-BUSCA-GOZO         SECTION.
               IF WRK-GZO-CODIGO (WRK-GZO-IDX) = EMP-CODIGO
                   MOVE "S" TO WRK-GOZO-ACHADO
                   MOVE WRK-GZO-DATA-FIM (WRK-GZO-IDX)
                       TO WRK-ULTIMO-GOZO
               END-IF.

      *    PLANOS DO ANO ANTERIOR, DO ANO E DO SEGUINTE A
      *    COMPETENCIA; SEM PERIODO PENDENTE, O FUNCIONARIO CUJO
      *    PRAZO CAI ATE O HORIZONTE SAI COMO SEM PLANO
       1300-AVALIA-PLANOS      SECTION.
               MOVE "N" TO WRK-TEM-PLANO.
               IF WRK-PLANO-DISPONIVEL-SIM
                   COMPUTE WRK-ANO-LIDO   = WRK-COMP-ANO - 1
                   COMPUTE WRK-ANO-ULTIMO = WRK-COMP-ANO + 1
                   PERFORM 1310-LE-PLANO
                       UNTIL WRK-ANO-LIDO > WRK-ANO-ULTIMO
               END-IF.
               IF WRK-TEM-PLANO-SIM
                   ADD 1 TO WRK-QTDE-COM-PLANO
               ELSE
                   IF WRK-DATA-PRAZO (1:6) NOT > WRK-HORIZONTE
                       MOVE WRK-DATA-PRAZO TO SRT-PRAZO
                       MOVE ZEROS          TO SRT-INICIO
                       MOVE ZEROS          TO SRT-FIM
                       IF WRK-DATA-PRAZO (1:6) NOT > WRK-COMPETENCIA
                           MOVE "V" TO SRT-TIPO
                           ADD 1    TO WRK-QTDE-VENCIDOS
                       ELSE
                           MOVE "S" TO SRT-TIPO
                           ADD 1    TO WRK-QTDE-SEM-PLANO
                       END-IF
                       PERFORM 1400-LIBERA-APONTAMENTO
                   END-IF
               END-IF.

       1310-LE-PLANO           SECTION.
               MOVE EMP-CODIGO   TO FPL-CODIGO.
               MOVE WRK-ANO-LIDO TO FPL-ANO.
               READ ARQ-PLANO-FERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1320-AVALIA-PERIODO
                           VARYING WRK-I FROM 1 BY 1
                           UNTIL WRK-I > FPL-QTDE-PERIODOS
               END-READ.
               ADD 1 TO WRK-ANO-LIDO.

      *    PERIODO PENDENTE: COMECA DEPOIS DO ULTIMO GOZO E NAO
      *    TERMINOU ANTES DA COMPETENCIA. O PRAZO DO PERIODO E O
      *    GRAVADO NO PLANO (A BASE DO PLANO NAO ANDA COM O GOZO
      *    PARCIAL DOS PERIODOS ANTERIORES)
       1320-AVALIA-PERIODO     SECTION.
               IF FPL-PER-INICIO (WRK-I) > WRK-ULTIMO-GOZO
                   AND FPL-PER-FIM (WRK-I) (1:6)
                       NOT < WRK-COMPETENCIA
                   MOVE "S" TO WRK-TEM-PLANO
                   IF FPL-PER-FIM (WRK-I)
                       NOT < FPL-PRAZO-CONCESSIVO
                       MOVE FPL-PRAZO-CONCESSIVO TO SRT-PRAZO
                       MOVE FPL-PER-INICIO (WRK-I) TO SRT-INICIO
                       MOVE FPL-PER-FIM (WRK-I)    TO SRT-FIM
                       MOVE "P" TO SRT-TIPO
                       ADD 1    TO WRK-QTDE-PLANO-DOBRO
                       PERFORM 1400-LIBERA-APONTAMENTO
                   END-IF
               END-IF.

       1400-LIBERA-APONTAMENTO SECTION.
               MOVE EMP-CCUSTO     TO SRT-CCUSTO.
               MOVE EMP-CODIGO     TO SRT-CODIGO.
               MOVE EMP-NOME       TO SRT-NOME.
               MOVE WRK-BASE       TO SRT-BASE.
               RELEASE SRT-REGISTRO.

       2000-IMPRIME-RELATORIO  SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "FERPLREL"    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMB03"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES              TO FPR-CABECALHO-REC.
               MOVE "H"                 TO FPR-CAB-TIPO.
               MOVE WRK-LIT-FPR-TITULO  TO FPR-CAB-TITULO.
               MOVE WRK-LIT-FPR-COMP    TO FPR-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO FPR-CAB-COMPETENCIA.
               MOVE WRK-LIT-FPR-HORIZ   TO FPR-CAB-LIT-HORIZ.
               MOVE WRK-HORIZONTE       TO FPR-CAB-HORIZONTE.
               MOVE WRK-LIT-FPR-DATA    TO FPR-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO FPR-CAB-DATA.
               WRITE FPR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO FPR-COLUNA-REC.
               MOVE "C"                 TO FPR-COL-TIPO.
               MOVE WRK-LIT-FPR-COLUNAS TO FPR-COL-TEXTO.
               WRITE FPR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               MOVE WRK-LIT-FPR-FUNC      TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-FUNC         TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FPR-COM-PLANO TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-COM-PLANO    TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FPR-DOBRO     TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-PLANO-DOBRO  TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FPR-SEM-PLANO TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-SEM-PLANO    TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FPR-VENCIDOS  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-VENCIDOS     TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FPR-SEM-ADMIS TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-SEM-ADMIS    TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               DISPLAY "ACOMPANHAMENTO DE FERIAS GRAVADO (FERPLREL) - "
                   "COMPETENCIA " WRK-COMPETENCIA ", "
                   WRK-QTDE-FUNC " FUNCIONARIOS".
               DISPLAY WRK-QTDE-PLANO-DOBRO " PERIODOS PLANEJADOS EM "
                   "DOBRO / " WRK-QTDE-SEM-PLANO " SEM PLANO ATE "
                   WRK-HORIZONTE " / " WRK-QTDE-VENCIDOS
                   " JA VENCIDOS".

       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       PERFORM 2110-GRAVA-APONTAMENTO
               END-RETURN.

       2110-GRAVA-APONTAMENTO  SECTION.
               MOVE SPACES          TO FPR-DETALHE-REC.
               MOVE "D"             TO FPR-DET-TIPO.
               MOVE SRT-CCUSTO      TO FPR-DET-CCUSTO.
               MOVE SRT-CODIGO      TO FPR-DET-CODIGO.
               MOVE SRT-NOME        TO FPR-DET-NOME.
               MOVE SRT-BASE        TO FPR-DET-BASE.
               MOVE SRT-PRAZO       TO FPR-DET-PRAZO.
               EVALUATE SRT-TIPO
                   WHEN "P"
                       MOVE SRT-INICIO TO FPR-DET-INICIO
                       MOVE SRT-FIM    TO FPR-DET-FIM
                       MOVE "PLANO ALEM DO PRAZO - DOBRO"
                           TO FPR-DET-SITUACAO
                   WHEN "V"
                       MOVE "SEM PLANO - PRAZO JA VENCIDO"
                           TO FPR-DET-SITUACAO
                   WHEN OTHER
                       MOVE "SEM PLANO - PRAZO NO HORIZONTE"
                           TO FPR-DET-SITUACAO
               END-EVALUATE.
               WRITE FPR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE NOTA - DESCRICAO EM WRK-NOTA-DESCRICAO E A
      *    QUANTIDADE EM WRK-NOTA-QTDE
       2450-GRAVA-NOTA         SECTION.
               MOVE SPACES             TO FPR-NOTA-REC.
               MOVE "N"                TO FPR-NOT-TIPO.
               MOVE WRK-NOTA-DESCRICAO TO FPR-NOT-DESCRICAO.
               MOVE WRK-NOTA-QTDE      TO FPR-NOT-QTDE.
               WRITE FPR-NOTA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE FPR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
