           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB06.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: FOLHA ANALITICA DA COMPETENCIA POR RUBRICA E
      *==          CONTA CONTABIL (ARQ. FOLANREL) - O REGISTRO
      *==          CLASSICO PEDIDO PELA CONTABILIDADE E PELA
      *==          AUDITORIA, JA QUE O FOPAGREG TEM UMA LINHA POR
      *==          FUNCIONARIO. LE O DETALHE POR RUBRICA GRAVADO
      *==          PELO PROGRAMA12 NA PRODUCAO (FOLHARUB, CPFOLRUB)
      *==          E LISTA, POR CENTRO DE CUSTO, CADA VERBA PAGA OU
      *==          DESCONTADA (SALARIO, EXTRAS, ADICIONAIS,
      *==          SALARIO-FAMILIA, CADA RUBRICA E EVENTO, INSS,
      *==          IRRF, CONSIGNADO, ADIANTAMENTO ETC.) COM A
      *==          QUANTIDADE DE FUNCIONARIOS, O VALOR E A CONTA DO
      *==          CADASTRO RUBRICA (RUB-CONTA-GL; OS CODIGOS
      *==          RESERVADOS "#" DAS VERBAS CALCULADAS PODEM SER
      *==          CADASTRADOS NO PROGRAMA39 SO PARA LEVAR A CONTA -
      *==          SEM CADASTRO SAI "SEM CONTA"). SUBTOTAL POR
      *==          CENTRO, RESUMO GERAL POR RUBRICA E O FECHAMENTO
      *==          COM O FOLHAHST (SEQUENCIA 00 DA COMPETENCIA, O
      *==          MESMO BRUTO, DESCONTO E LIQUIDO DO TOTAL DO
      *==          FOPAGREG): CONFERE OU DIVERGE. O CENTRO E O DO
      *==          CADASTRO NA DATA DA FOLHA (O RATEIO DO FOPAGCC
      *==          NAO SE APLICA AS VERBAS). O RELATORIO FICA NO
      *==          REPOSITORIO (ID FOLHAANL, LOTE DA FOLHA) PARA
      *==          SEGUNDA VIA PELO PROGRAMA63.
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
               SELECT ARQ-RUBRICAS-FOLHA ASSIGN TO "FOLHARUB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FRU-CHAVE
                   FILE STATUS IS WRK-FS-FOLHARUB.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-RUBRICAS ASSIGN TO "RUBRICA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RUB-CODIGO
                   FILE STATUS IS WRK-FS-RUBRICAS.
               SELECT ARQ-RELATORIO ASSIGN TO "FOLANREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
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
           FD  ARQ-RUBRICAS-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLRUB.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-RUBRICAS
               LABEL RECORD IS STANDARD.
           COPY CPRUBRIC.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

      *    UMA VERBA DE UM FUNCIONARIO; SRT-ORDEM POE OS PROVENTOS
      *    (1) ANTES DOS REDUTORES (2) E DOS DESCONTOS (3)
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CCUSTO           PIC X(05).
               05 SRT-ORDEM            PIC 9(01).
               05 SRT-RUBRICA          PIC X(04).
               05 SRT-DESCRICAO        PIC X(30).
               05 SRT-VALOR            PIC 9(08)V99.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS SEIS VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  FAN-CABECALHO-REC.
               05 FAN-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 FAN-CAB-TITULO       PIC X(40).
               05 FAN-CAB-LIT-COMP     PIC X(13).
               05 FAN-CAB-COMPETENCIA  PIC 9(06).
               05 FAN-CAB-LIT-LOTE     PIC X(09).
               05 FAN-CAB-LOTE         PIC 9(05).
               05 FAN-CAB-LIT-DATA     PIC X(08).
               05 FAN-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(38).
           01  FAN-COLUNA-REC REDEFINES FAN-CABECALHO-REC.
               05 FAN-COL-TIPO         PIC X(01).
               05 FAN-COL-TEXTO        PIC X(126).
               05 FILLER               PIC X(05).
           01  FAN-CCUSTO-REC REDEFINES FAN-CABECALHO-REC.
               05 FAN-CCU-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FAN-CCU-LITERAL      PIC X(17).
               05 FAN-CCU-CCUSTO       PIC X(05).
               05 FILLER               PIC X(108).
           01  FAN-DETALHE-REC REDEFINES FAN-CABECALHO-REC.
               05 FAN-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FAN-DET-RUBRICA      PIC X(04).
               05 FILLER               PIC X(02).
               05 FAN-DET-DESCRICAO    PIC X(30).
               05 FILLER               PIC X(01).
               05 FAN-DET-NATUREZA     PIC X(09).
               05 FILLER               PIC X(01).
               05 FAN-DET-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(02).
               05 FAN-DET-VALOR        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 FAN-DET-CONTA        PIC X(09).
               05 FILLER               PIC X(48).
           01  FAN-TOTAL-REC REDEFINES FAN-CABECALHO-REC.
               05 FAN-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FAN-TOT-DESCRICAO    PIC X(50).
               05 FAN-TOT-VALOR        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(63).
           01  FAN-NOTA-REC REDEFINES FAN-CABECALHO-REC.
               05 FAN-NOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FAN-NOT-DESCRICAO    PIC X(50).
               05 FAN-NOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(75).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-FOLHARUB      PIC X(02) VALUE SPACES.
           88 WRK-FS-FOLHARUB-OK         VALUE "00".
       77 WRK-FOLHARUB-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-FOLHARUB-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-HIST-DISPONIVEL  PIC X(01) VALUE "N".
           88 WRK-HIST-DISPONIVEL-SIM    VALUE "S".
       77 WRK-FS-RUBRICAS      PIC X(02) VALUE SPACES.
           88 WRK-FS-RUBRICAS-OK         VALUE "00".
       77 WRK-RUBRICAS-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-RUBRICAS-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FIM-LEITURA      PIC X(01) VALUE "N".
           88 WRK-FIM-LEITURA-SIM        VALUE "S".
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
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.

      *    LOTE DA FOLHA QUE GRAVOU O DETALHE E FUNCIONARIOS
      *    DISTINTOS (O FOLHARUB VEM EM ORDEM DE CODIGO)
       77 WRK-LOTE-FOLHA       PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-CODIGO    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FUNC-REG    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VERBAS      PIC 9(07) VALUE ZEROS.

      *    GRUPO EM QUEBRA NA SAIDA DO SORT (CENTRO + RUBRICA)
       77 WRK-CCUSTO-ABERTO    PIC X(01) VALUE "N".
           88 WRK-CCUSTO-ABERTO-SIM      VALUE "S".
       77 WRK-GRUPO-ABERTO     PIC X(01) VALUE "N".
           88 WRK-GRUPO-ABERTO-SIM       VALUE "S".
       77 WRK-GRP-CCUSTO       PIC X(05) VALUE SPACES.
       01 WRK-GRP-CHAVE.
           05 WRK-GRP-ORDEM        PIC 9(01) VALUE ZEROS.
           05 WRK-GRP-RUBRICA      PIC X(04) VALUE SPACES.
       77 WRK-GRP-DESCRICAO    PIC X(30) VALUE SPACES.
       77 WRK-GRP-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GRP-CONTA        PIC X(09) VALUE SPACES.

      *    SUBTOTAIS DO CENTRO E TOTAIS DA FOLHA ANALITICA
       77 WRK-CCU-PROVENTOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CCU-REDUTORES    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CCU-DESCONTOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CCU-LIQUIDO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REG-PROVENTOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REG-REDUTORES    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REG-BRUTO        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REG-DESCONTOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REG-LIQUIDO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-CCUSTOS     PIC 9(05) VALUE ZEROS.

      *    TOTAIS DO FOLHAHST (SEQUENCIA 00 DA COMPETENCIA) - OS
      *    MESMOS DO TOTAL DO FOPAGREG DA FOLHA
       77 WRK-QTDE-FUNC-HIST   PIC 9(05) VALUE ZEROS.
       77 WRK-HST-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HST-DESCONTOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HST-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIF-BRUTO        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-DESCONTOS    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-LIQUIDO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONFERE          PIC X(01) VALUE "N".
           88 WRK-CONFERE-SIM            VALUE "S".
       77 WRK-SITUACAO-TEXTO   PIC X(15) VALUE SPACES.

      *    RESUMO GERAL POR RUBRICA, MANTIDO NA ORDEM DO RELATORIO
      *    (NATUREZA + CODIGO) PELA INSERCAO
       77 WRK-RTG-QTDE         PIC 9(03) VALUE ZEROS.
       77 WRK-RTG-I            PIC 9(03) VALUE ZEROS.
       77 WRK-RTG-POS          PIC 9(03) VALUE ZEROS.
       77 WRK-RTG-ACHADO       PIC X(01) VALUE "N".
           88 WRK-RTG-ACHADO-SIM         VALUE "S".
       01 WRK-RTG-TABELA.
           05 WRK-RTG-ITEM             OCCURS 200 TIMES.
               10 WRK-RTG-CHAVE.
                   15 WRK-RTG-ORDEM    PIC 9(01).
                   15 WRK-RTG-RUBRICA  PIC X(04).
               10 WRK-RTG-DESCRICAO    PIC X(30).
               10 WRK-RTG-CONTA        PIC X(09).
               10 WRK-RTG-FUNC         PIC 9(05).
               10 WRK-RTG-VALOR        PIC 9(11)V99.

      *    LINHA DE RUBRICA MONTADA ANTES DO 2430-GRAVA-DETALHE
       77 WRK-LIN-ORDEM        PIC 9(01) VALUE ZEROS.
       77 WRK-LIN-RUBRICA      PIC X(04) VALUE SPACES.
       77 WRK-LIN-DESCRICAO    PIC X(30) VALUE SPACES.
       77 WRK-LIN-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIN-CONTA        PIC X(09) VALUE SPACES.

           COPY CPREPWS.

           COPY CPAUDELO.

      *    ROTULOS DO FOLANREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-FAN-TITULO   PIC X(40)
           VALUE "FOLHA ANALITICA POR RUBRICA E CONTA".
       77 WRK-LIT-FAN-COMP     PIC X(13) VALUE "COMPETENCIA: ".
       77 WRK-LIT-FAN-LOTE     PIC X(09) VALUE "  LOTE: ".
       77 WRK-LIT-FAN-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-FAN-CCUSTO   PIC X(17) VALUE "CENTRO DE CUSTO: ".
       77 WRK-LIT-FAN-GERAL    PIC X(40)
           VALUE "RESUMO GERAL POR RUBRICA".
       77 WRK-LIT-FAN-FECHAMENTO PIC X(40)
           VALUE "FECHAMENTO COM A FOLHA (FOLHAHST)".
       77 WRK-LIT-FAN-PROVENTO PIC X(09) VALUE "PROVENTO".
       77 WRK-LIT-FAN-REDUTOR  PIC X(09) VALUE "REDUTOR".
       77 WRK-LIT-FAN-DESCONTO PIC X(09) VALUE "DESCONTO".
       77 WRK-LIT-FAN-SEM-CONTA PIC X(09) VALUE "SEM CONTA".
       77 WRK-LIT-FAN-CCU-PROV PIC X(50)
           VALUE "PROVENTOS DO CENTRO".
       77 WRK-LIT-FAN-CCU-RED  PIC X(50)
           VALUE "(-) REDUTORES DO CENTRO (FALTAS)".
       77 WRK-LIT-FAN-CCU-DESC PIC X(50)
           VALUE "(-) DESCONTOS DO CENTRO".
       77 WRK-LIT-FAN-CCU-LIQ  PIC X(50)
           VALUE "LIQUIDO DO CENTRO".
       77 WRK-LIT-FAN-PROV     PIC X(50)
           VALUE "TOTAL DE PROVENTOS".
       77 WRK-LIT-FAN-RED      PIC X(50)
           VALUE "(-) TOTAL DE REDUTORES (FALTAS)".
       77 WRK-LIT-FAN-BRUTO    PIC X(50)
           VALUE "BRUTO DA FOLHA ANALITICA".
       77 WRK-LIT-FAN-DESC     PIC X(50)
           VALUE "DESCONTOS DA FOLHA ANALITICA".
       77 WRK-LIT-FAN-LIQ      PIC X(50)
           VALUE "LIQUIDO DA FOLHA ANALITICA".
       77 WRK-LIT-FAN-HST-BRUTO PIC X(50)
           VALUE "BRUTO DA FOLHA (FOLHAHST/FOPAGREG)".
       77 WRK-LIT-FAN-DIF-BRUTO PIC X(50)
           VALUE "DIFERENCA DO BRUTO".
       77 WRK-LIT-FAN-HST-DESC PIC X(50)
           VALUE "DESCONTOS DA FOLHA (FOLHAHST/FOPAGREG)".
       77 WRK-LIT-FAN-DIF-DESC PIC X(50)
           VALUE "DIFERENCA DOS DESCONTOS".
       77 WRK-LIT-FAN-HST-LIQ  PIC X(50)
           VALUE "LIQUIDO DA FOLHA (FOLHAHST/FOPAGREG)".
       77 WRK-LIT-FAN-DIF-LIQ  PIC X(50)
           VALUE "DIFERENCA DO LIQUIDO".
       77 WRK-LIT-FAN-FUNC-REG PIC X(50)
           VALUE "FUNCIONARIOS NA FOLHA ANALITICA:".
       77 WRK-LIT-FAN-FUNC-HST PIC X(50)
           VALUE "FUNCIONARIOS NA FOLHA (FOLHAHST):".
       77 WRK-LIT-FAN-CCUSTOS  PIC X(50)
           VALUE "CENTROS DE CUSTO:".
       77 WRK-LIT-FAN-RUBRICAS PIC X(50)
           VALUE "RUBRICAS NO RESUMO GERAL:".
       77 WRK-LIT-FAN-SITUACAO PIC X(25)
           VALUE "FECHAMENTO COM A FOLHA: ".
       77 WRK-TOTAL-DESCRICAO  PIC X(50) VALUE SPACES.
       77 WRK-TOTAL-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOTA-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WRK-NOTA-QTDE        PIC 9(05) VALUE ZEROS.
       01 WRK-LIT-FAN-COLUNAS.
           05 WRK-LFC-RUBRICA      PIC X(07) VALUE " RUBR.".
           05 WRK-LFC-DESCRICAO    PIC X(31) VALUE "DESCRICAO".
           05 WRK-LFC-NATUREZA     PIC X(10) VALUE "NATUREZA".
           05 WRK-LFC-QTDE         PIC X(07) VALUE " FUNC.".
           05 WRK-LFC-VALOR        PIC X(19)
               VALUE "            VALOR  ".
           05 WRK-LFC-CONTA        PIC X(09) VALUE "CONTA GL".
       01 WRK-LINHA-SITUACAO.
           05 WRK-LSI-ROTULO       PIC X(25).
           05 WRK-LSI-TEXTO        PIC X(15).

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-PARAMETROS
                   UNTIL WRK-PARAMETROS-OK-SIM.
               PERFORM 0200-SOMA-FOLHA.
               OPEN INPUT ARQ-RUBRICAS.
               IF WRK-FS-RUBRICAS-OK
                   MOVE "S" TO WRK-RUBRICAS-DISPONIVEL
               ELSE
                   DISPLAY "CADASTRO DE RUBRICAS (RUBRICA) AUSENTE - "
                       "CONTAS SAEM COMO SEM CONTA"
               END-IF.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-CCUSTO SRT-ORDEM SRT-RUBRICA
                   INPUT PROCEDURE IS 1000-SELECIONA-VERBAS
                   OUTPUT PROCEDURE IS 2000-IMPRIME-ANALITICA.
               IF WRK-RUBRICAS-DISPONIVEL-SIM
                   CLOSE ARQ-RUBRICAS
               END-IF.
               PERFORM 3000-FINALIZA.
               GOBACK.

      *    OPERADOR E COMPETENCIA AAAAMM (ZEROS = MES CORRENTE, O
      *    MESMO QUE O PROGRAMA12 USA)
       0100-CAPTURA-PARAMETROS SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-EXEC-ANO TO WRK-COMP-ANO
                   MOVE WRK-EXEC-MES TO WRK-COMP-MES
               END-IF.
               IF WRK-COMP-ANO < 1900
                   OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
               ELSE
                   MOVE "S" TO WRK-PARAMETROS-OK
               END-IF.

      *    TOTAIS DA FOLHA MENSAL DA COMPETENCIA (SEQUENCIA 00 -
      *    A COMPLEMENTAR DO PROGRAMA93 NAO GRAVA O DETALHE POR
      *    RUBRICA): DESCONTO = INSS + IRRF + OUTROS DESCONTOS
       0200-SOMA-FOLHA         SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   MOVE "S" TO WRK-HIST-DISPONIVEL
                   MOVE ZEROS TO FHT-CHAVE
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0210-LE-UM-HISTORICO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-HIST-FOLHA
               ELSE
                   DISPLAY "HISTORICO DE FOLHA (FOLHAHST) AUSENTE - "
                       "FOLHA ANALITICA SEM FECHAMENTO"
               END-IF.

       0210-LE-UM-HISTORICO    SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA
                           AND FHT-SEQUENCIA = ZEROS
                           ADD 1            TO WRK-QTDE-FUNC-HIST
                           ADD FHT-BRUTO    TO WRK-HST-BRUTO
                           ADD FHT-INSS FHT-IRRF FHT-OUTROS-DESC
                               TO WRK-HST-DESCONTOS
                           ADD FHT-LIQUIDO  TO WRK-HST-LIQUIDO
                       END-IF
               END-READ.

      *    FASE DE ENTRADA DO SORT: AS VERBAS DA COMPETENCIA NO
      *    FOLHARUB (CHAVE COMPETENCIA + CODIGO + RUBRICA)
       1000-SELECIONA-VERBAS   SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-RUBRICAS-FOLHA.
               IF WRK-FS-FOLHARUB-OK
                   MOVE "S"             TO WRK-FOLHARUB-DISPONIVEL
                   MOVE WRK-COMPETENCIA TO FRU-COMPETENCIA
                   MOVE ZEROS           TO FRU-CODIGO
                   MOVE LOW-VALUES      TO FRU-RUBRICA
                   START ARQ-RUBRICAS-FOLHA KEY IS NOT LESS THAN
                       FRU-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 1100-LE-UMA-VERBA
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-RUBRICAS-FOLHA
               ELSE
                   DISPLAY "DETALHE POR RUBRICA (FOLHARUB) AUSENTE - "
                       "FS: " WRK-FS-FOLHARUB
               END-IF.
               IF WRK-QTDE-VERBAS = ZEROS
                   DISPLAY "*** COMPETENCIA " WRK-COMPETENCIA
                       " SEM DETALHE POR RUBRICA - RODAR A FOLHA "
                       "MENSAL EM PRODUCAO ***"
               END-IF.

       1100-LE-UMA-VERBA       SECTION.
               READ ARQ-RUBRICAS-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FRU-COMPETENCIA = WRK-COMPETENCIA
                           PERFORM 1110-LIBERA-VERBA
                       ELSE
                           MOVE "S" TO WRK-FIM-LEITURA
                       END-IF
               END-READ.

       1110-LIBERA-VERBA       SECTION.
               ADD 1 TO WRK-QTDE-VERBAS.
               IF WRK-QTDE-FUNC-REG = ZEROS
                   OR FRU-CODIGO NOT = WRK-ULTIMO-CODIGO
                   ADD 1 TO WRK-QTDE-FUNC-REG
                   MOVE FRU-CODIGO TO WRK-ULTIMO-CODIGO
               END-IF.
               MOVE FRU-LOTE      TO WRK-LOTE-FOLHA.
               MOVE FRU-CCUSTO    TO SRT-CCUSTO.
               EVALUATE TRUE
                   WHEN FRU-PROVENTO
                       MOVE 1 TO SRT-ORDEM
                   WHEN FRU-REDUTOR
                       MOVE 2 TO SRT-ORDEM
                   WHEN OTHER
                       MOVE 3 TO SRT-ORDEM
               END-EVALUATE.
               MOVE FRU-RUBRICA   TO SRT-RUBRICA.
               MOVE FRU-DESCRICAO TO SRT-DESCRICAO.
               MOVE FRU-VALOR     TO SRT-VALOR.
               RELEASE SRT-REGISTRO.

       2000-IMPRIME-ANALITICA  SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "FOLHAANL"     TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC  TO WRK-REP-DATA.
               MOVE WRK-LOTE-FOLHA TO WRK-REP-LOTE.
               MOVE "PROGRAMB06"   TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES              TO FAN-CABECALHO-REC.
               MOVE "H"                 TO FAN-CAB-TIPO.
               MOVE WRK-LIT-FAN-TITULO  TO FAN-CAB-TITULO.
               MOVE WRK-LIT-FAN-COMP    TO FAN-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO FAN-CAB-COMPETENCIA.
               MOVE WRK-LIT-FAN-LOTE    TO FAN-CAB-LIT-LOTE.
               MOVE WRK-LOTE-FOLHA      TO FAN-CAB-LOTE.
               MOVE WRK-LIT-FAN-DATA    TO FAN-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO FAN-CAB-DATA.
               WRITE FAN-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2100-RETORNA-UMA
                   UNTIL WRK-FIM-SORT-SIM.
               IF WRK-GRUPO-ABERTO-SIM
                   PERFORM 2200-FECHA-RUBRICA
               END-IF.
               IF WRK-CCUSTO-ABERTO-SIM
                   PERFORM 2300-FECHA-CCUSTO
               END-IF.
               PERFORM 2500-IMPRIME-RESUMO-GERAL.
               PERFORM 2600-IMPRIME-FECHAMENTO.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.

      *    QUEBRA POR CENTRO E, DENTRO DELE, POR RUBRICA
       2100-RETORNA-UMA        SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF WRK-GRUPO-ABERTO-SIM
                           AND (SRT-CCUSTO  NOT = WRK-GRP-CCUSTO
                             OR SRT-ORDEM   NOT = WRK-GRP-ORDEM
                             OR SRT-RUBRICA NOT = WRK-GRP-RUBRICA)
                           PERFORM 2200-FECHA-RUBRICA
                       END-IF
                       IF WRK-CCUSTO-ABERTO-SIM
                           AND SRT-CCUSTO NOT = WRK-GRP-CCUSTO
                           PERFORM 2300-FECHA-CCUSTO
                       END-IF
                       IF NOT WRK-CCUSTO-ABERTO-SIM
                           PERFORM 2110-ABRE-CCUSTO
                       END-IF
                       IF NOT WRK-GRUPO-ABERTO-SIM
                           PERFORM 2120-ABRE-RUBRICA
                       END-IF
                       ADD 1         TO WRK-GRP-QTDE
                       ADD SRT-VALOR TO WRK-GRP-VALOR
               END-RETURN.

       2110-ABRE-CCUSTO        SECTION.
               MOVE "S"        TO WRK-CCUSTO-ABERTO.
               MOVE SRT-CCUSTO TO WRK-GRP-CCUSTO.
               MOVE ZEROS      TO WRK-CCU-PROVENTOS.
               MOVE ZEROS      TO WRK-CCU-REDUTORES.
               MOVE ZEROS      TO WRK-CCU-DESCONTOS.
               ADD 1           TO WRK-QTDE-CCUSTOS.
               MOVE SPACES             TO FAN-CCUSTO-REC.
               MOVE "G"                TO FAN-CCU-TIPO.
               MOVE WRK-LIT-FAN-CCUSTO TO FAN-CCU-LITERAL.
               MOVE WRK-GRP-CCUSTO     TO FAN-CCU-CCUSTO.
               WRITE FAN-CCUSTO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2410-GRAVA-COLUNAS.

       2120-ABRE-RUBRICA       SECTION.
               MOVE "S"           TO WRK-GRUPO-ABERTO.
               MOVE SRT-ORDEM     TO WRK-GRP-ORDEM.
               MOVE SRT-RUBRICA   TO WRK-GRP-RUBRICA.
               MOVE SRT-DESCRICAO TO WRK-GRP-DESCRICAO.
               MOVE ZEROS         TO WRK-GRP-QTDE.
               MOVE ZEROS         TO WRK-GRP-VALOR.

      *    LINHA DA RUBRICA NO CENTRO, COM A CONTA DO CADASTRO
      *    RUBRICA, E ACUMULO NO CENTRO E NO RESUMO GERAL
       2200-FECHA-RUBRICA      SECTION.
               MOVE "N" TO WRK-GRUPO-ABERTO.
               PERFORM 2210-BUSCA-CONTA.
               EVALUATE WRK-GRP-ORDEM
                   WHEN 1
                       ADD WRK-GRP-VALOR TO WRK-CCU-PROVENTOS
                                            WRK-REG-PROVENTOS
                   WHEN 2
                       ADD WRK-GRP-VALOR TO WRK-CCU-REDUTORES
                                            WRK-REG-REDUTORES
                   WHEN OTHER
                       ADD WRK-GRP-VALOR TO WRK-CCU-DESCONTOS
                                            WRK-REG-DESCONTOS
               END-EVALUATE.
               MOVE WRK-GRP-ORDEM     TO WRK-LIN-ORDEM.
               MOVE WRK-GRP-RUBRICA   TO WRK-LIN-RUBRICA.
               MOVE WRK-GRP-DESCRICAO TO WRK-LIN-DESCRICAO.
               MOVE WRK-GRP-QTDE      TO WRK-LIN-QTDE.
               MOVE WRK-GRP-VALOR     TO WRK-LIN-VALOR.
               MOVE WRK-GRP-CONTA     TO WRK-LIN-CONTA.
               PERFORM 2430-GRAVA-DETALHE.
               PERFORM 2220-ACUMULA-GERAL.

       2210-BUSCA-CONTA        SECTION.
               MOVE WRK-LIT-FAN-SEM-CONTA TO WRK-GRP-CONTA.
               IF WRK-RUBRICAS-DISPONIVEL-SIM
                   MOVE WRK-GRP-RUBRICA TO RUB-CODIGO
                   READ ARQ-RUBRICAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RUB-CONTA-GL NOT = SPACES
                               MOVE RUB-CONTA-GL TO WRK-GRP-CONTA
                           END-IF
                   END-READ
               END-IF.

      *    RESUMO GERAL: A RUBRICA JA VISTA EM OUTRO CENTRO SOMA; A
      *    NOVA ENTRA NA POSICAO DA SUA CHAVE, DESLOCANDO AS MAIORES
       2220-ACUMULA-GERAL      SECTION.
               MOVE "N"   TO WRK-RTG-ACHADO.
               MOVE ZEROS TO WRK-RTG-POS.
               PERFORM 2230-PROCURA-RUBRICA
                   VARYING WRK-RTG-I FROM 1 BY 1
                   UNTIL WRK-RTG-I > WRK-RTG-QTDE
                      OR WRK-RTG-POS > ZEROS.
               IF NOT WRK-RTG-ACHADO-SIM
                   IF WRK-RTG-QTDE < 200
                       IF WRK-RTG-POS = ZEROS
                           COMPUTE WRK-RTG-POS = WRK-RTG-QTDE + 1
                       ELSE
                           PERFORM 2240-DESLOCA-RUBRICA
                               VARYING WRK-RTG-I FROM WRK-RTG-QTDE
                               BY -1 UNTIL WRK-RTG-I < WRK-RTG-POS
                       END-IF
                       ADD 1 TO WRK-RTG-QTDE
                       MOVE WRK-GRP-CHAVE
                           TO WRK-RTG-CHAVE (WRK-RTG-POS)
                       MOVE WRK-GRP-DESCRICAO
                           TO WRK-RTG-DESCRICAO (WRK-RTG-POS)
                       MOVE WRK-GRP-CONTA
                           TO WRK-RTG-CONTA (WRK-RTG-POS)
                       MOVE ZEROS TO WRK-RTG-FUNC (WRK-RTG-POS)
                       MOVE ZEROS TO WRK-RTG-VALOR (WRK-RTG-POS)
                       MOVE "S"   TO WRK-RTG-ACHADO
                   ELSE
                       DISPLAY "*** MAIS DE 200 RUBRICAS NO RESUMO "
                           "GERAL - AUMENTAR A TABELA ***"
                   END-IF
               END-IF.
               IF WRK-RTG-ACHADO-SIM
                   ADD WRK-GRP-QTDE  TO WRK-RTG-FUNC (WRK-RTG-POS)
                   ADD WRK-GRP-VALOR TO WRK-RTG-VALOR (WRK-RTG-POS)
               END-IF.

       2230-PROCURA-RUBRICA    SECTION.
               IF WRK-RTG-CHAVE (WRK-RTG-I) = WRK-GRP-CHAVE
                   MOVE "S"       TO WRK-RTG-ACHADO
                   MOVE WRK-RTG-I TO WRK-RTG-POS
               ELSE
                   IF WRK-RTG-CHAVE (WRK-RTG-I) > WRK-GRP-CHAVE
                       MOVE WRK-RTG-I TO WRK-RTG-POS
                   END-IF
               END-IF.

       2240-DESLOCA-RUBRICA    SECTION.
               MOVE WRK-RTG-ITEM (WRK-RTG-I)
                   TO WRK-RTG-ITEM (WRK-RTG-I + 1).

      *    SUBTOTAL DO CENTRO: PROVENTOS, REDUTORES, DESCONTOS E O
      *    LIQUIDO DO CENTRO
       2300-FECHA-CCUSTO       SECTION.
               MOVE "N" TO WRK-CCUSTO-ABERTO.
               COMPUTE WRK-CCU-LIQUIDO = WRK-CCU-PROVENTOS
                   - WRK-CCU-REDUTORES - WRK-CCU-DESCONTOS.
               MOVE WRK-LIT-FAN-CCU-PROV  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-CCU-PROVENTOS     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-CCU-RED   TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-CCU-REDUTORES     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-CCU-DESC  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-CCU-DESCONTOS     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-CCU-LIQ   TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-CCU-LIQUIDO       TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.

       2410-GRAVA-COLUNAS      SECTION.
               MOVE SPACES              TO FAN-COLUNA-REC.
               MOVE "C"                 TO FAN-COL-TIPO.
               MOVE WRK-LIT-FAN-COLUNAS TO FAN-COL-TEXTO.
               WRITE FAN-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    TITULO DE BLOCO - TEXTO EM WRK-TOTAL-DESCRICAO
       2420-GRAVA-TITULO       SECTION.
               MOVE SPACES              TO FAN-COLUNA-REC.
               MOVE "G"                 TO FAN-COL-TIPO.
               MOVE WRK-TOTAL-DESCRICAO TO FAN-COL-TEXTO.
               WRITE FAN-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE RUBRICA - CAMPOS EM WRK-LIN-*
       2430-GRAVA-DETALHE      SECTION.
               MOVE SPACES            TO FAN-DETALHE-REC.
               MOVE "D"               TO FAN-DET-TIPO.
               MOVE WRK-LIN-RUBRICA   TO FAN-DET-RUBRICA.
               MOVE WRK-LIN-DESCRICAO TO FAN-DET-DESCRICAO.
               EVALUATE WRK-LIN-ORDEM
                   WHEN 1
                       MOVE WRK-LIT-FAN-PROVENTO TO FAN-DET-NATUREZA
                   WHEN 2
                       MOVE WRK-LIT-FAN-REDUTOR  TO FAN-DET-NATUREZA
                   WHEN OTHER
                       MOVE WRK-LIT-FAN-DESCONTO TO FAN-DET-NATUREZA
               END-EVALUATE.
               MOVE WRK-LIN-QTDE      TO FAN-DET-QTDE.
               MOVE WRK-LIN-VALOR     TO FAN-DET-VALOR.
               MOVE WRK-LIN-CONTA     TO FAN-DET-CONTA.
               WRITE FAN-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE TOTAL - DESCRICAO EM WRK-TOTAL-DESCRICAO E O
      *    VALOR EM WRK-TOTAL-VALOR
       2440-GRAVA-TOTAL        SECTION.
               MOVE SPACES              TO FAN-TOTAL-REC.
               MOVE "T"                 TO FAN-TOT-TIPO.
               MOVE WRK-TOTAL-DESCRICAO TO FAN-TOT-DESCRICAO.
               MOVE WRK-TOTAL-VALOR     TO FAN-TOT-VALOR.
               WRITE FAN-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE NOTA - DESCRICAO EM WRK-NOTA-DESCRICAO E A
      *    QUANTIDADE EM WRK-NOTA-QTDE
       2450-GRAVA-NOTA         SECTION.
               MOVE SPACES             TO FAN-NOTA-REC.
               MOVE "N"                TO FAN-NOT-TIPO.
               MOVE WRK-NOTA-DESCRICAO TO FAN-NOT-DESCRICAO.
               MOVE WRK-NOTA-QTDE      TO FAN-NOT-QTDE.
               WRITE FAN-NOTA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    TODAS AS RUBRICAS DA COMPETENCIA, SOMADOS OS CENTROS, E
      *    OS TOTAIS DA FOLHA ANALITICA
       2500-IMPRIME-RESUMO-GERAL SECTION.
               MOVE WRK-LIT-FAN-GERAL TO WRK-TOTAL-DESCRICAO.
               PERFORM 2420-GRAVA-TITULO.
               PERFORM 2410-GRAVA-COLUNAS.
               PERFORM 2510-IMPRIME-UMA-RUBRICA
                   VARYING WRK-RTG-I FROM 1 BY 1
                   UNTIL WRK-RTG-I > WRK-RTG-QTDE.
               COMPUTE WRK-REG-BRUTO =
                   WRK-REG-PROVENTOS - WRK-REG-REDUTORES.
               COMPUTE WRK-REG-LIQUIDO =
                   WRK-REG-BRUTO - WRK-REG-DESCONTOS.
               MOVE WRK-LIT-FAN-PROV      TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-REG-PROVENTOS     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-RED       TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-REG-REDUTORES     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-BRUTO     TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-REG-BRUTO         TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-DESC      TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-REG-DESCONTOS     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-LIQ       TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-REG-LIQUIDO       TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.

       2510-IMPRIME-UMA-RUBRICA SECTION.
               MOVE WRK-RTG-ORDEM (WRK-RTG-I)     TO WRK-LIN-ORDEM.
               MOVE WRK-RTG-RUBRICA (WRK-RTG-I)   TO WRK-LIN-RUBRICA.
               MOVE WRK-RTG-DESCRICAO (WRK-RTG-I)
                   TO WRK-LIN-DESCRICAO.
               MOVE WRK-RTG-FUNC (WRK-RTG-I)      TO WRK-LIN-QTDE.
               MOVE WRK-RTG-VALOR (WRK-RTG-I)     TO WRK-LIN-VALOR.
               MOVE WRK-RTG-CONTA (WRK-RTG-I)     TO WRK-LIN-CONTA.
               PERFORM 2430-GRAVA-DETALHE.

      *    FECHAMENTO COM O FOLHAHST: CONFERE QUANDO HA FOLHA, OS
      *    FUNCIONARIOS SAO OS MESMOS E BRUTO, DESCONTO E LIQUIDO
      *    BATEM. LIQUIDO TRAVADO EM ZERO NA FOLHA (DESCONTO MAIOR
      *    QUE O BRUTO) APARECE COMO DIFERENCA DO LIQUIDO
       2600-IMPRIME-FECHAMENTO SECTION.
               COMPUTE WRK-DIF-BRUTO =
                   WRK-REG-BRUTO - WRK-HST-BRUTO.
               COMPUTE WRK-DIF-DESCONTOS =
                   WRK-REG-DESCONTOS - WRK-HST-DESCONTOS.
               COMPUTE WRK-DIF-LIQUIDO =
                   WRK-REG-LIQUIDO - WRK-HST-LIQUIDO.
               MOVE "N"        TO WRK-CONFERE.
               MOVE "DIVERGE"  TO WRK-SITUACAO-TEXTO.
               IF WRK-HIST-DISPONIVEL-SIM
                   AND WRK-QTDE-FUNC-HIST > ZEROS
                   AND WRK-QTDE-FUNC-HIST = WRK-QTDE-FUNC-REG
                   AND WRK-DIF-BRUTO = ZEROS
                   AND WRK-DIF-DESCONTOS = ZEROS
                   AND WRK-DIF-LIQUIDO = ZEROS
                   MOVE "S"       TO WRK-CONFERE
                   MOVE "CONFERE" TO WRK-SITUACAO-TEXTO
               END-IF.
               MOVE WRK-LIT-FAN-FECHAMENTO TO WRK-TOTAL-DESCRICAO.
               PERFORM 2420-GRAVA-TITULO.
               MOVE WRK-LIT-FAN-HST-BRUTO TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-HST-BRUTO         TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-DIF-BRUTO TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-DIF-BRUTO         TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-HST-DESC  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-HST-DESCONTOS     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-DIF-DESC  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-DIF-DESCONTOS     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-HST-LIQ   TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-HST-LIQUIDO       TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-DIF-LIQ   TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-DIF-LIQUIDO       TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-FAN-FUNC-REG  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-FUNC-REG     TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FAN-FUNC-HST  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-FUNC-HIST    TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FAN-CCUSTOS   TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-CCUSTOS      TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FAN-RUBRICAS  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-RTG-QTDE          TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-FAN-SITUACAO  TO WRK-LSI-ROTULO.
               MOVE WRK-SITUACAO-TEXTO    TO WRK-LSI-TEXTO.
               MOVE SPACES                TO FAN-COLUNA-REC.
               MOVE "S"                   TO FAN-COL-TIPO.
               MOVE WRK-LINHA-SITUACAO    TO FAN-COL-TEXTO.
               WRITE FAN-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       3000-FINALIZA           SECTION.
               DISPLAY "FOLHA ANALITICA GRAVADA (FOLANREL) - "
                   "COMPETENCIA " WRK-COMPETENCIA " - "
                   WRK-RTG-QTDE " RUBRICAS, " WRK-QTDE-CCUSTOS
                   " CENTROS - " WRK-SITUACAO-TEXTO.
               IF NOT WRK-CONFERE-SIM
                   DISPLAY "*** FOLHA ANALITICA NAO FECHA COM O "
                       "FOLHAHST - BRUTO " WRK-DIF-BRUTO
                       " DESCONTO " WRK-DIF-DESCONTOS
                       " LIQUIDO " WRK-DIF-LIQUIDO " ***"
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               MOVE SPACES       TO AUD-DESCRICAO.
               MOVE "PROGRAMB06" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "FOLHA ANALITICA COMP " WRK-COMPETENCIA
                   " LOTE " WRK-LOTE-FOLHA
                   " RUBRICAS " WRK-RTG-QTDE
                   " " WRK-SITUACAO-TEXTO
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               CLOSE ARQ-AUDITORIA.

           COPY CPAUDPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE FAN-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
