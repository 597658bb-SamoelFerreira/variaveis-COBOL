           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA84.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: PAGAMENTO DA PARTICIPACAO NOS LUCROS (PLR) -
      *==          AS DUAS PARCELAS DO ANO PREVISTAS NO ACORDO
      *==          SINDICAL, FORA DA FOLHA MENSAL (A PLR NAO TEM
      *==          INSS NEM FGTS E O IRRF E O DA TABELA EXCLUSIVA
      *==          ANUAL). O VALOR VEM DE UM MONTANTE GLOBAL
      *==          DIGITADO (RATEADO PELOS MESES TRABALHADOS DE
      *==          CADA UM) OU DO ARQUIVO DE VALORES ACORDADOS POR
      *==          FUNCIONARIO (ARQ. PLRVAL, PROPORCIONAL AOS
      *==          MESES DO PERIODO DE APURACAO); OS MESES SAEM DA
      *==          ADMISSAO E DO DESLIGAMENTO DO CADASTRO MESTRE,
      *==          CONTANDO O MES COM 15 DIAS OU MAIS. O IRRF E O
      *==          DA TABELA TIPO P DO TABFAIX SOBRE TODA A PLR DO
      *==          ANO, MENOS O JA RETIDO NAS PARCELAS ANTERIORES
      *==          (ARQ. PLRHIST). GRAVA O CREDITO NO ESTILO
      *==          CABECALHO/DETALHE/RODAPE DO BANKPAY (ARQ.
      *==          PLRPAY), LANCA NO DIARIO (ARQ. GLJRNL) A DESPESA
      *==          POR CENTRO DE CUSTO CONTRA PLR A PAGAR E IRRF A
      *==          RECOLHER E ANEXA CADA PAGAMENTO AO PLRHIST PARA
      *==          O INFORME DE RENDIMENTOS (PROGRAMA46).
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    DESPESA DE PLR POR CENTRO DIVIDIDA PELO
      *==                  RATEIO DE CENTRO DE CUSTO EM VIGOR NA DATA
      *==                  DO PAGAMENTO (ARQ. RATEIO, CPRATPR)
      *== 15/10/26   WS    PLR DE ANO FECHADO NO CONTROLE ANUAL
      *==                  (ARQ. ANOFECH, CPANOFCH/CPANFWS/CPANFPR,
      *==                  PELO PROGRAMB09) E PARAMETRO INVALIDO -
      *==                  O PLRHIST DO ANO FICA CONGELADO
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
               SELECT ARQ-REMESSA ASSIGN TO "PLRPAY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REMESSA.
               SELECT ARQ-HIST-PLR ASSIGN TO "PLRHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-PLRHIST.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-VALORES-PLR ASSIGN TO "PLRVAL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-PLRVAL.
               SELECT ARQ-TABELA-FAIXAS ASSIGN TO "TABFAIX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-FAIXAS.
               SELECT ARQ-DIARIO ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DIARIO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ84"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-RATEIO ASSIGN TO "RATEIO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAT-CHAVE
                   FILE STATUS IS WRK-FS-RATEIO.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

      *    CREDITO DA PLR NO ESTILO CABECALHO/DETALHE/RODAPE DO
      *    BANKPAY, LARGURA FIXA DE 60 POSICOES, VALOR EM
      *    CENTAVOS - O RODAPE LEVA CONTAGEM, TOTAL DE VALOR E
      *    HASH DAS CONTAS
           FD  ARQ-REMESSA
               LABEL RECORD IS STANDARD.
           01  PLP-CABECALHO-REC.
               05 PLP-CAB-TIPO         PIC X(01).
               05 PLP-CAB-DATA         PIC 9(08).
               05 PLP-CAB-OPERADOR     PIC X(10).
               05 PLP-CAB-LOTE         PIC 9(05).
               05 PLP-CAB-CNPJ         PIC 9(14).
               05 PLP-CAB-ANO          PIC 9(04).
               05 PLP-CAB-PARCELA      PIC 9(01).
               05 FILLER               PIC X(17).
           01  PLP-DETALHE-REC REDEFINES PLP-CABECALHO-REC.
               05 PLP-DET-TIPO         PIC X(01).
               05 PLP-DET-CODIGO       PIC 9(05).
               05 PLP-DET-NOME         PIC X(25).
               05 PLP-DET-BANCO        PIC 9(03).
               05 PLP-DET-AGENCIA      PIC 9(05).
               05 PLP-DET-CONTA        PIC 9(10).
               05 PLP-DET-VALOR        PIC 9(11).
           01  PLP-RODAPE-REC REDEFINES PLP-CABECALHO-REC.
               05 PLP-ROD-TIPO         PIC X(01).
               05 PLP-ROD-QTDE         PIC 9(05).
               05 PLP-ROD-TOTAL-VALOR  PIC 9(13).
               05 PLP-ROD-HASH-CONTAS  PIC 9(15).
               05 PLP-ROD-LOTE         PIC 9(05).
               05 FILLER               PIC X(21).

           FD  ARQ-HIST-PLR
               LABEL RECORD IS STANDARD.
           COPY CPPLRHST.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-VALORES-PLR
               LABEL RECORD IS STANDARD.
           COPY CPPLRVAL.

           FD  ARQ-TABELA-FAIXAS
               LABEL RECORD IS STANDARD.
           COPY CPTABFX.

      *    MESMO LAYOUT DO GLJRNL GRAVADO PELO PROGRAMA24
           FD  ARQ-DIARIO
               LABEL RECORD IS STANDARD.
           01  JRN-REGISTRO.
               05 JRN-DATA             PIC 9(08).
               05 JRN-LOTE             PIC 9(05).
               05 JRN-CONTA            PIC X(06).
               05 JRN-CCUSTO           PIC X(05).
               05 JRN-DC               PIC X(01).
               05 JRN-VALOR            PIC 9(13).

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-REMESSA       PIC X(02) VALUE SPACES.
           88 WRK-FS-REMESSA-OK          VALUE "00".
       77 WRK-FS-PLRHIST       PIC X(02) VALUE SPACES.
           88 WRK-FS-PLRHIST-OK          VALUE "00".
           88 WRK-FS-PLRHIST-NAO-EXISTE  VALUE "35".
       77 WRK-FS-PLRVAL        PIC X(02) VALUE SPACES.
           88 WRK-FS-PLRVAL-OK           VALUE "00".
       77 WRK-FS-TABELA-FAIXAS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-FAIXAS-OK    VALUE "00".
       77 WRK-FS-DIARIO        PIC X(02) VALUE SPACES.
           88 WRK-FS-DIARIO-OK           VALUE "00".
           88 WRK-FS-DIARIO-NAO-EXISTE   VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

      *    PARAMETROS DO PAGAMENTO (CARTOES DO SYSIN)
       77 WRK-ANO-PLR          PIC 9(04) VALUE ZEROS.
       77 WRK-PARCELA-PLR      PIC 9(01) VALUE ZEROS.
           88 WRK-PARCELA-VALIDA         VALUE 1 2.
       01 WRK-PER-INICIAL      PIC 9(06) VALUE ZEROS.
       01 WRK-PER-INICIAL-R REDEFINES WRK-PER-INICIAL.
           05 WRK-PER-INI-ANO      PIC 9(04).
           05 WRK-PER-INI-MES      PIC 9(02).
       01 WRK-PER-FINAL        PIC 9(06) VALUE ZEROS.
       01 WRK-PER-FINAL-R REDEFINES WRK-PER-FINAL.
           05 WRK-PER-FIM-ANO      PIC 9(04).
           05 WRK-PER-FIM-MES      PIC 9(02).
       77 WRK-MODO-VALOR       PIC 9(01) VALUE 1.
           88 WRK-MODO-GLOBAL            VALUE 1.
           88 WRK-MODO-INDIVIDUAL        VALUE 2.
       77 WRK-VALOR-GLOBAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-DESPESA    PIC X(06) VALUE SPACES.
       77 WRK-CONTA-PAGAR      PIC X(06) VALUE SPACES.
       77 WRK-CONTA-IRRF       PIC X(06) VALUE SPACES.
       77 WRK-CONTA-SUSPENSE   PIC X(06) VALUE "329999".
       77 WRK-PARAMETROS-OK    PIC X(01) VALUE "S".
           88 WRK-PARAMETROS-OK-SIM      VALUE "S".

      *    MESES CONTADOS COMO ANO * 12 + MES, PARA O PERIODO
      *    PODER ATRAVESSAR A VIRADA DO ANO
       77 WRK-MES-INI-PER      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-FIM-PER      PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-PERIODO    PIC S9(03) VALUE ZEROS.
       77 WRK-MES-INICIO       PIC 9(06) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(06) VALUE ZEROS.
       77 WRK-MES-EVENTO       PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-EVENTO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EVENTO-R REDEFINES WRK-DATA-EVENTO.
           05 WRK-EVT-ANO          PIC 9(04).
           05 WRK-EVT-MES          PIC 9(02).
           05 WRK-EVT-DIA          PIC 9(02).
       77 WRK-AVOS-PLR         PIC 9(02) VALUE ZEROS.
       77 WRK-ELEGIVEL         PIC X(01) VALUE "N".
           88 WRK-ELEGIVEL-SIM           VALUE "S".
       77 WRK-TOTAL-AVOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SEM-ADMIS   PIC 9(05) VALUE ZEROS.

      *    ESTABELECIMENTO DO PAGAMENTO E O DO FUNCIONARIO LIDO -
      *    REGISTRO GRAVADO ANTES DO CAMPO EXISTIR E DA MATRIZ
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-EMP-ESTAB        PIC 9(03) VALUE 1.

      *    PLR JA PAGA NO ANO POR FUNCIONARIO (PLRHIST) - ENTRA NA
      *    BASE DO IRRF E BLOQUEIA A MESMA PARCELA EM DOBRO
       77 WRK-CONTINUA-HIST    PIC X(01) VALUE "S".
           88 WRK-CONTINUA-HIST-SIM      VALUE "S".
       77 WRK-QTDE-ANT         PIC 9(05) VALUE ZEROS.
       01 WRK-ANT-TABELA.
           05 WRK-ANT-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-ANT-IDX.
               10 WRK-ANT-CODIGO       PIC 9(05).
               10 WRK-ANT-VALOR        PIC 9(09)V99.
               10 WRK-ANT-IRRF         PIC 9(08)V99.
               10 WRK-ANT-PAGA-1       PIC X(01).
               10 WRK-ANT-PAGA-2       PIC X(01).
       77 WRK-ANT-BUSCA        PIC 9(05) VALUE ZEROS.
       77 WRK-ANT-ACHADO       PIC X(01) VALUE "N".
           88 WRK-ANT-ACHADO-SIM         VALUE "S".
       77 WRK-ANT-ACH-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ANT-ACH-IRRF     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PARCELA-JA-PAGA  PIC X(01) VALUE "N".
           88 WRK-PARCELA-JA-PAGA-SIM    VALUE "S".

      *    VALORES ACORDADOS POR FUNCIONARIO (PLRVAL, SO NO MODO
      *    INDIVIDUAL) - LINHAS REPETIDAS DO MESMO CODIGO SOMAM
       77 WRK-CONTINUA-VAL     PIC X(01) VALUE "S".
           88 WRK-CONTINUA-VAL-SIM       VALUE "S".
       77 WRK-QTDE-VAL         PIC 9(05) VALUE ZEROS.
       01 WRK-VAL-TABELA.
           05 WRK-VAL-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-VAL-IDX.
               10 WRK-VAL-CODIGO       PIC 9(05).
               10 WRK-VAL-VALOR        PIC 9(09)V99.
       77 WRK-VAL-ACHADO       PIC X(01) VALUE "N".
           88 WRK-VAL-ACHADO-SIM         VALUE "S".
       77 WRK-VAL-ACH-VALOR    PIC 9(09)V99 VALUE ZEROS.

      *    PAGAMENTO DO FUNCIONARIO
       77 WRK-VALOR-PLR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-IRRF-PLR         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-PLR      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS   PIC 9(11) VALUE ZEROS.

      *    TOTAIS DO PAGAMENTO
       77 WRK-QTDE-PAGOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-CONTA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-JA-PAGOS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SEM-CONTA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CENTAVOS   PIC 9(13) VALUE ZEROS.
       77 WRK-HASH-CONTAS      PIC 9(15) VALUE ZEROS.

       77 WRK-I                PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-CENTROS     PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU            PIC X(01) VALUE "N".
           88 WRK-ACHOU-SIM              VALUE "S".
      *    ACUMULADOR DA DESPESA DE PLR POR CENTRO DE CUSTO
       01 WRK-CENTROS-TABELA.
           05 WRK-CEN-ITEM             OCCURS 100 TIMES.
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-TOTAL        PIC 9(11)V99.

       77 WRK-TOTAL-DEBITOS    PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS   PIC 9(13) VALUE ZEROS.
       77 WRK-DEB-CENTAVOS     PIC 9(13) VALUE ZEROS.
       77 WRK-CRD-PAGAR        PIC 9(13) VALUE ZEROS.
       77 WRK-CRD-IRRF         PIC 9(13) VALUE ZEROS.

           COPY CPBATCH.
           COPY CPFAIXA.
           COPY CPPLRWS.
           COPY CPESTWS.
           COPY CPRATWS.
           COPY CPANFWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PARAMETROS-OK-SIM
                   IF WRK-MODO-GLOBAL
                       PERFORM 0001-SOMA-AVOS
                   END-IF
                   PERFORM 0002-POSICIONA-MESTRE
                   PERFORM 0002-LE-E-PAGA
                       UNTIL WRK-FS-LEITURA-FIM-ARQUIVO
                   PERFORM 0003-GRAVA-RODAPE
                   PERFORM 0004-GRAVA-DIARIO
               END-IF.
               PERFORM 0005-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE O ANO DA PLR (AAAA): "
                   ACCEPT WRK-ANO-PLR.
               DISPLAY "DIGITE A PARCELA DO ANO (1 OU 2): "
                   ACCEPT WRK-PARCELA-PLR.
               DISPLAY "DIGITE O INICIO DO PERIODO DE APURACAO "
                   "(AAAAMM): "
                   ACCEPT WRK-PER-INICIAL.
               DISPLAY "DIGITE O FIM DO PERIODO DE APURACAO "
                   "(AAAAMM): "
                   ACCEPT WRK-PER-FINAL.
               DISPLAY "MODO: 1-MONTANTE GLOBAL  2-VALOR POR "
                   "FUNCIONARIO (PLRVAL) "
                   ACCEPT WRK-MODO-VALOR.
               IF WRK-MODO-GLOBAL
                   DISPLAY "DIGITE O MONTANTE GLOBAL (EX: "
                       "0000015000000 = 150.000,00): "
                       ACCEPT WRK-VALOR-GLOBAL
               END-IF.
               DISPLAY "DIGITE A CONTA DE DESPESA DE PLR "
                   "(DEBITO, EM BRANCO = TRANSITORIA): "
                   ACCEPT WRK-CONTA-DESPESA.
               IF WRK-CONTA-DESPESA = SPACES
                   MOVE WRK-CONTA-SUSPENSE TO WRK-CONTA-DESPESA
               END-IF.
               DISPLAY "DIGITE A CONTA DE PLR A PAGAR (CREDITO): "
                   ACCEPT WRK-CONTA-PAGAR.
               DISPLAY "DIGITE A CONTA DE IRRF A RECOLHER "
                   "(CREDITO): "
                   ACCEPT WRK-CONTA-IRRF.
      *        UM PAGAMENTO POR EMPREGADOR - CODIGO FORA DO
      *        CADASTRO ESTAB NAO PAGA NINGUEM; SEM O CADASTRO O
      *        CABECALHO SAI COM O CNPJ ZERADO
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               PERFORM 0000-A-VALIDA-PARAMETROS.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               IF WRK-PARAMETROS-OK-SIM
                   PERFORM 0000-B-ABRE-ENTRADAS
               END-IF.

      *    PARAMETRO INVALIDO NAO PAGA NADA - O PAGAMENTO NAO TEM
      *    COMO SER DESFEITO DEPOIS DE IR PARA O BANCO
       0000-A-VALIDA-PARAMETROS SECTION.
               MOVE "S" TO WRK-PARAMETROS-OK.
               IF WRK-ANO-PLR < 2000
                   DISPLAY "ERRO: ANO DA PLR INVALIDO - "
                       WRK-ANO-PLR
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               MOVE WRK-ANO-PLR TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "ERRO: ANO DA PLR " WRK-ANO-PLR
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF NOT WRK-PARCELA-VALIDA
                   DISPLAY "ERRO: PARCELA DEVE SER 1 OU 2"
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF NOT WRK-MODO-GLOBAL AND NOT WRK-MODO-INDIVIDUAL
                   DISPLAY "ERRO: MODO DEVE SER 1 OU 2"
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF WRK-MODO-GLOBAL AND WRK-VALOR-GLOBAL = ZEROS
                   DISPLAY "ERRO: MONTANTE GLOBAL ZERADO"
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF WRK-CONTA-PAGAR = SPACES
                   OR WRK-CONTA-IRRF = SPACES
                   DISPLAY "ERRO: CONTAS DE PLR A PAGAR E DE IRRF "
                       "A RECOLHER SAO OBRIGATORIAS"
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               COMPUTE WRK-MES-INI-PER =
                   WRK-PER-INI-ANO * 12 + WRK-PER-INI-MES.
               COMPUTE WRK-MES-FIM-PER =
                   WRK-PER-FIM-ANO * 12 + WRK-PER-FIM-MES.
               COMPUTE WRK-MESES-PERIODO =
                   WRK-MES-FIM-PER - WRK-MES-INI-PER + 1.
               IF WRK-PER-INI-MES < 1 OR WRK-PER-INI-MES > 12
                   OR WRK-PER-FIM-MES < 1 OR WRK-PER-FIM-MES > 12
                   OR WRK-MESES-PERIODO < 1
                   OR WRK-MESES-PERIODO > 12
                   DISPLAY "ERRO: PERIODO DE APURACAO INVALIDO - "
                       WRK-PER-INICIAL " A " WRK-PER-FINAL
                       " (ATE 12 MESES)"
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF WRK-EST-DISPONIVEL-SIM
                   IF NOT WRK-EST-ACHOU-SIM
                       DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                           " NAO CADASTRADO - NENHUM CREDITO "
                           "SERA GERADO ***"
                       MOVE "N" TO WRK-PARAMETROS-OK
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                       "AUSENTE - CNPJ ZERADO NO CABECALHO"
               END-IF.

       0000-B-ABRE-ENTRADAS    SECTION.
               MOVE BAT-DATA TO WRK-DATA-VIGENCIA.
               PERFORM 8730-CARREGA-TABELA-PLR.
               PERFORM 0000-C-CARREGA-PLRHIST.
               IF WRK-MODO-INDIVIDUAL
                   PERFORM 0000-F-CARREGA-VALORES
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               PERFORM 7940-ABRE-RATEIO.
               IF WRK-PARAMETROS-OK-SIM
                   OPEN EXTEND ARQ-HIST-PLR
                   IF WRK-FS-PLRHIST-NAO-EXISTE
                       OPEN OUTPUT ARQ-HIST-PLR
                   END-IF
                   OPEN OUTPUT ARQ-REMESSA
                   MOVE SPACES          TO PLP-CABECALHO-REC
                   MOVE "H"             TO PLP-CAB-TIPO
                   MOVE BAT-DATA        TO PLP-CAB-DATA
                   MOVE BAT-OPERADOR    TO PLP-CAB-OPERADOR
                   MOVE BAT-NUMERO      TO PLP-CAB-LOTE
                   MOVE WRK-EST-CNPJ    TO PLP-CAB-CNPJ
                   MOVE WRK-ANO-PLR     TO PLP-CAB-ANO
                   MOVE WRK-PARCELA-PLR TO PLP-CAB-PARCELA
                   WRITE PLP-CABECALHO-REC
               END-IF.

      *    PAGAMENTOS DE PLR JA FEITOS NO ANO, SOMADOS POR
      *    FUNCIONARIO - SEM O PLRHIST E O PRIMEIRO PAGAMENTO
       0000-C-CARREGA-PLRHIST  SECTION.
               MOVE "S" TO WRK-CONTINUA-HIST.
               OPEN INPUT ARQ-HIST-PLR.
               IF WRK-FS-PLRHIST-OK
                   PERFORM 0000-D-CARREGA-UM-PAGAMENTO
                       UNTIL NOT WRK-CONTINUA-HIST-SIM
                   CLOSE ARQ-HIST-PLR
                   DISPLAY "PLR JA PAGA NO ANO (PLRHIST) - "
                       WRK-QTDE-ANT " FUNCIONARIOS"
               ELSE
                   CLOSE ARQ-HIST-PLR
               END-IF.

       0000-D-CARREGA-UM-PAGAMENTO SECTION.
               READ ARQ-HIST-PLR
                   AT END
                       MOVE "N" TO WRK-CONTINUA-HIST
                   NOT AT END
                       IF PLH-ANO = WRK-ANO-PLR
                           PERFORM 0000-E-ANEXA-PAGAMENTO
                       END-IF
               END-READ.

       0000-E-ANEXA-PAGAMENTO  SECTION.
               MOVE PLH-CODIGO TO WRK-ANT-BUSCA.
               PERFORM 0007-BUSCA-ANTERIOR.
               IF WRK-ANT-ACHADO-SIM
                   ADD PLH-VALOR TO WRK-ANT-VALOR (WRK-ANT-IDX)
                   ADD PLH-IRRF  TO WRK-ANT-IRRF (WRK-ANT-IDX)
               ELSE
                   IF WRK-QTDE-ANT < 9999
                       ADD 1 TO WRK-QTDE-ANT
                       SET WRK-ANT-IDX TO WRK-QTDE-ANT
                       MOVE PLH-CODIGO TO WRK-ANT-CODIGO (WRK-ANT-IDX)
                       MOVE PLH-VALOR  TO WRK-ANT-VALOR (WRK-ANT-IDX)
                       MOVE PLH-IRRF   TO WRK-ANT-IRRF (WRK-ANT-IDX)
                       MOVE "N"        TO WRK-ANT-PAGA-1 (WRK-ANT-IDX)
                       MOVE "N"        TO WRK-ANT-PAGA-2 (WRK-ANT-IDX)
                   ELSE
                       MOVE "N" TO WRK-CONTINUA-HIST
                       DISPLAY "*** MAIS DE 9999 FUNCIONARIOS NO "
                           "PLRHIST - AUMENTAR A TABELA ***"
                   END-IF
               END-IF.
               IF WRK-ANT-ACHADO-SIM OR WRK-CONTINUA-HIST-SIM
                   IF PLH-PARCELA = 1
                       MOVE "S" TO WRK-ANT-PAGA-1 (WRK-ANT-IDX)
                   END-IF
                   IF PLH-PARCELA = 2
                       MOVE "S" TO WRK-ANT-PAGA-2 (WRK-ANT-IDX)
                   END-IF
               END-IF.

      *    VALORES ACORDADOS POR FUNCIONARIO - SEM O PLRVAL NO
      *    MODO INDIVIDUAL NINGUEM TEM O QUE RECEBER
       0000-F-CARREGA-VALORES  SECTION.
               MOVE "S" TO WRK-CONTINUA-VAL.
               OPEN INPUT ARQ-VALORES-PLR.
               IF WRK-FS-PLRVAL-OK
                   PERFORM 0000-G-CARREGA-UM-VALOR
                       UNTIL NOT WRK-CONTINUA-VAL-SIM
                   CLOSE ARQ-VALORES-PLR
                   DISPLAY "VALORES DE PLR CARREGADOS (PLRVAL) - "
                       WRK-QTDE-VAL " FUNCIONARIOS"
               ELSE
                   CLOSE ARQ-VALORES-PLR
                   DISPLAY "ERRO: VALORES DE PLR (PLRVAL) NAO "
                       "ENCONTRADOS - FS: " WRK-FS-PLRVAL
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.

       0000-G-CARREGA-UM-VALOR SECTION.
               READ ARQ-VALORES-PLR
                   AT END
                       MOVE "N" TO WRK-CONTINUA-VAL
                   NOT AT END
                       IF PLV-CODIGO NUMERIC AND PLV-VALOR NUMERIC
                           PERFORM 0000-H-ANEXA-VALOR
                       END-IF
               END-READ.

       0000-H-ANEXA-VALOR      SECTION.
               MOVE PLV-CODIGO TO EMP-CODIGO.
               PERFORM 0008-BUSCA-VALOR.
               IF WRK-VAL-ACHADO-SIM
                   ADD PLV-VALOR TO WRK-VAL-VALOR (WRK-VAL-IDX)
               ELSE
                   IF WRK-QTDE-VAL < 9999
                       ADD 1 TO WRK-QTDE-VAL
                       MOVE PLV-CODIGO
                           TO WRK-VAL-CODIGO (WRK-QTDE-VAL)
                       MOVE PLV-VALOR
                           TO WRK-VAL-VALOR (WRK-QTDE-VAL)
                   ELSE
                       MOVE "N" TO WRK-CONTINUA-VAL
                       DISPLAY "*** MAIS DE 9999 LINHAS NO PLRVAL "
                           "- AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

      *    MODO GLOBAL: PRIMEIRA PASSADA SO SOMA OS MESES DOS
      *    ELEGIVEIS - CADA UM RECEBE MONTANTE X MESES DELE /
      *    TOTAL DE MESES
       0001-SOMA-AVOS          SECTION.
               MOVE ZEROS TO WRK-TOTAL-AVOS.
               PERFORM 0002-POSICIONA-MESTRE.
               PERFORM 0001-A-SOMA-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               MOVE ZEROS TO WRK-QTDE-SEM-ADMIS.
               DISPLAY "MESES TRABALHADOS NO PERIODO (SOMA DOS "
                   "ELEGIVEIS): " WRK-TOTAL-AVOS.
               IF WRK-TOTAL-AVOS = ZEROS
                   DISPLAY "NENHUM FUNCIONARIO ELEGIVEL NO PERIODO "
                       "- NADA A PAGAR"
               END-IF.

       0001-A-SOMA-UM          SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       PERFORM 0006-APURA-AVOS
                       IF WRK-ELEGIVEL-SIM
                           ADD WRK-AVOS-PLR TO WRK-TOTAL-AVOS
                       END-IF
               END-READ.

       0002-POSICIONA-MESTRE   SECTION.
               MOVE SPACES TO WRK-FS-LEITURA-MESTRE.
               MOVE ZEROS TO EMP-CODIGO.
               START CADASTRO-MESTRE KEY IS NOT LESS THAN
                   EMP-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-START.

       0002-LE-E-PAGA          SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       PERFORM 0006-APURA-AVOS
                       IF WRK-ELEGIVEL-SIM
                           PERFORM 0002-A-PAGA-UM
                       END-IF
               END-READ.

      *    PARCELA JA PAGA NO ANO (REPROCESSAMENTO) FICA DE FORA;
      *    SEM CONTA O VALOR E CONTADO PARA O RH E NAO E PAGO NEM
      *    GRAVADO - ENTRA NUMA PROXIMA EXECUCAO DEPOIS DE O
      *    CADASTRO SER COMPLETADO
       0002-A-PAGA-UM          SECTION.
               MOVE EMP-CODIGO TO WRK-ANT-BUSCA.
               PERFORM 0007-BUSCA-ANTERIOR.
               IF WRK-PARCELA-JA-PAGA-SIM
                   ADD 1 TO WRK-QTDE-JA-PAGOS
               ELSE
                   IF WRK-MODO-GLOBAL
                       COMPUTE WRK-VALOR-PLR ROUNDED =
                           WRK-VALOR-GLOBAL * WRK-AVOS-PLR
                           / WRK-TOTAL-AVOS
                   ELSE
                       COMPUTE WRK-VALOR-PLR ROUNDED =
                           WRK-VAL-ACH-VALOR * WRK-AVOS-PLR
                           / WRK-MESES-PERIODO
                   END-IF
                   IF WRK-VALOR-PLR > ZEROS
                       IF EMP-CONTA NUMERIC AND EMP-CONTA > ZEROS
                           PERFORM 0002-B-CALCULA-IRRF
                           PERFORM 0002-C-GRAVA-CREDITO
                       ELSE
                           ADD 1 TO WRK-QTDE-SEM-CONTA
                           ADD WRK-VALOR-PLR TO WRK-TOTAL-SEM-CONTA
                       END-IF
                   END-IF
               END-IF.

      *    TABELA EXCLUSIVA SOBRE TODA A PLR DO ANO (A JA PAGA MAIS
      *    ESTA), MENOS O IMPOSTO JA RETIDO NAS PARCELAS ANTERIORES
       0002-B-CALCULA-IRRF     SECTION.
               COMPUTE WRK-PLR-BASE =
                   WRK-ANT-ACH-VALOR + WRK-VALOR-PLR.
               PERFORM 8735-CALCULA-IRRF-PLR.
               IF WRK-PLR-IMPOSTO-ANO > WRK-ANT-ACH-IRRF
                   COMPUTE WRK-IRRF-PLR =
                       WRK-PLR-IMPOSTO-ANO - WRK-ANT-ACH-IRRF
               ELSE
                   MOVE ZEROS TO WRK-IRRF-PLR
               END-IF.
               COMPUTE WRK-LIQUIDO-PLR =
                   WRK-VALOR-PLR - WRK-IRRF-PLR.

       0002-C-GRAVA-CREDITO    SECTION.
               COMPUTE WRK-VALOR-CENTAVOS = WRK-LIQUIDO-PLR * 100.
               MOVE SPACES             TO PLP-DETALHE-REC.
               MOVE "D"                TO PLP-DET-TIPO.
               MOVE EMP-CODIGO         TO PLP-DET-CODIGO.
               MOVE EMP-NOME           TO PLP-DET-NOME.
               MOVE EMP-BANCO          TO PLP-DET-BANCO.
               MOVE EMP-AGENCIA        TO PLP-DET-AGENCIA.
               MOVE EMP-CONTA          TO PLP-DET-CONTA.
               MOVE WRK-VALOR-CENTAVOS TO PLP-DET-VALOR.
               WRITE PLP-DETALHE-REC.
               ADD 1                   TO WRK-QTDE-PAGOS.
               ADD WRK-VALOR-CENTAVOS  TO WRK-TOTAL-CENTAVOS.
               ADD EMP-CONTA           TO WRK-HASH-CONTAS.
               ADD WRK-VALOR-PLR       TO WRK-TOTAL-BRUTO.
               ADD WRK-IRRF-PLR        TO WRK-TOTAL-IRRF.
               ADD WRK-LIQUIDO-PLR     TO WRK-TOTAL-LIQUIDO.
      *        HISTORICO PARA A PROXIMA PARCELA E PARA O INFORME
      *        DE RENDIMENTOS
               MOVE EMP-CODIGO         TO PLH-CODIGO.
               MOVE WRK-ANO-PLR        TO PLH-ANO.
               MOVE WRK-PARCELA-PLR    TO PLH-PARCELA.
               MOVE WRK-AVOS-PLR       TO PLH-AVOS.
               MOVE WRK-VALOR-PLR      TO PLH-VALOR.
               MOVE WRK-IRRF-PLR       TO PLH-IRRF.
               MOVE WRK-LIQUIDO-PLR    TO PLH-LIQUIDO.
               MOVE WRK-EMP-ESTAB      TO PLH-ESTAB.
               MOVE BAT-DATA           TO PLH-DATA.
               MOVE BAT-NUMERO         TO PLH-LOTE.
               MOVE BAT-OPERADOR       TO PLH-OPERADOR.
               WRITE PLH-REGISTRO.
               PERFORM 0002-D-ACUMULA-CENTRO.

      *    PLR NO CENTRO DO CADASTRO OU DIVIDIDA PELO RATEIO EM
      *    VIGOR NA DATA DO PAGAMENTO (CPRATPR)
       0002-D-ACUMULA-CENTRO   SECTION.
               MOVE EMP-CODIGO     TO WRK-RAT-CODIGO-EMP.
               MOVE BAT-DATA       TO WRK-RAT-DATA-REF.
               MOVE EMP-CCUSTO     TO WRK-RAT-CCUSTO-PRINC.
               MOVE WRK-VALOR-PLR  TO WRK-RAT-VALOR.
               PERFORM 7942-RATEIA-VALOR.
               PERFORM 0002-F-ACUMULA-PARTE
                   VARYING WRK-RAT-I FROM 1 BY 1
                   UNTIL WRK-RAT-I > WRK-RAT-QTDE.

       0002-F-ACUMULA-PARTE    SECTION.
               MOVE "N" TO WRK-ACHOU.
               PERFORM 0002-E-BUSCA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS
                      OR WRK-ACHOU-SIM.
               IF NOT WRK-ACHOU-SIM
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                           TO WRK-CEN-CCUSTO (WRK-QTDE-CENTROS)
                       MOVE WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                           TO WRK-CEN-TOTAL (WRK-QTDE-CENTROS)
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS DE CUSTO "
                           "- AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0002-E-BUSCA-CENTRO     SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) =
                       WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                   ADD WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                       TO WRK-CEN-TOTAL (WRK-I)
                   MOVE "S" TO WRK-ACHOU
               END-IF.

       0003-GRAVA-RODAPE       SECTION.
               MOVE SPACES             TO PLP-RODAPE-REC.
               MOVE "T"                TO PLP-ROD-TIPO.
               MOVE WRK-QTDE-PAGOS     TO PLP-ROD-QTDE.
               MOVE WRK-TOTAL-CENTAVOS TO PLP-ROD-TOTAL-VALOR.
               MOVE WRK-HASH-CONTAS    TO PLP-ROD-HASH-CONTAS.
               MOVE BAT-NUMERO         TO PLP-ROD-LOTE.
               WRITE PLP-RODAPE-REC.
               DISPLAY "CREDITOS DE PLR GRAVADOS (PLRPAY) - ANO "
                   WRK-ANO-PLR " PARCELA " WRK-PARCELA-PLR
                   " ESTABELECIMENTO " WRK-ESTAB-SEL.
               DISPLAY WRK-QTDE-PAGOS " CREDITOS - BRUTO "
                   WRK-TOTAL-BRUTO " IRRF " WRK-TOTAL-IRRF
                   " LIQUIDO " WRK-TOTAL-LIQUIDO.
               MOVE "PROGRAMA84" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " PLR " WRK-ANO-PLR
                   "/" WRK-PARCELA-PLR " EST " WRK-ESTAB-SEL
                   " CRED " WRK-QTDE-PAGOS
                   " TOT " WRK-TOTAL-CENTAVOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    UM DEBITO DE DESPESA POR CENTRO (O CENTRO FICA NO
      *    JRN-CCUSTO) CONTRA DOIS CREDITOS - PLR A PAGAR PELO
      *    LIQUIDO E IRRF A RECOLHER PELO IMPOSTO - SO DEPOIS DE
      *    CONFERIR QUE DEBITOS = CREDITOS, COMO O PROGRAMA24
       0004-GRAVA-DIARIO       SECTION.
               IF WRK-QTDE-CENTROS = ZEROS
                   DISPLAY "NENHUM CREDITO DE PLR - DIARIO NAO "
                       "GERADO"
               ELSE
                   PERFORM 0004-A-SOMA-DEBITOS
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QTDE-CENTROS
                   COMPUTE WRK-CRD-PAGAR = WRK-TOTAL-LIQUIDO * 100
                   COMPUTE WRK-CRD-IRRF  = WRK-TOTAL-IRRF * 100
                   COMPUTE WRK-TOTAL-CREDITOS =
                       WRK-CRD-PAGAR + WRK-CRD-IRRF
                   IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
                       DISPLAY "*** DIARIO FORA DE BALANCO - "
                           "DEBITOS " WRK-TOTAL-DEBITOS
                           " CREDITOS " WRK-TOTAL-CREDITOS
                           " - NADA FOI GRAVADO ***"
                   ELSE
                       PERFORM 0004-B-GRAVA-LANCAMENTOS
                   END-IF
               END-IF.

       0004-A-SOMA-DEBITOS     SECTION.
               COMPUTE WRK-DEB-CENTAVOS =
                   WRK-CEN-TOTAL (WRK-I) * 100.
               ADD WRK-DEB-CENTAVOS TO WRK-TOTAL-DEBITOS.

       0004-B-GRAVA-LANCAMENTOS SECTION.
               OPEN EXTEND ARQ-DIARIO.
               IF WRK-FS-DIARIO-NAO-EXISTE
                   OPEN OUTPUT ARQ-DIARIO
               END-IF.
               PERFORM 0004-C-GRAVA-DEBITO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS.
               MOVE BAT-DATA        TO JRN-DATA.
               MOVE BAT-NUMERO      TO JRN-LOTE.
               MOVE WRK-CONTA-PAGAR TO JRN-CONTA.
               MOVE SPACES          TO JRN-CCUSTO.
               MOVE "C"             TO JRN-DC.
               MOVE WRK-CRD-PAGAR   TO JRN-VALOR.
               WRITE JRN-REGISTRO.
               IF WRK-CRD-IRRF > ZEROS
                   MOVE BAT-DATA       TO JRN-DATA
                   MOVE BAT-NUMERO     TO JRN-LOTE
                   MOVE WRK-CONTA-IRRF TO JRN-CONTA
                   MOVE SPACES         TO JRN-CCUSTO
                   MOVE "C"            TO JRN-DC
                   MOVE WRK-CRD-IRRF   TO JRN-VALOR
                   WRITE JRN-REGISTRO
               END-IF.
               CLOSE ARQ-DIARIO.
               DISPLAY "DIARIO DA PLR GRAVADO (GLJRNL) - "
                   WRK-QTDE-CENTROS " DEBITOS, TOTAL "
                   WRK-TOTAL-CREDITOS " CENTAVOS".

       0004-C-GRAVA-DEBITO     SECTION.
               MOVE BAT-DATA   TO JRN-DATA.
               MOVE BAT-NUMERO TO JRN-LOTE.
               MOVE WRK-CONTA-DESPESA TO JRN-CONTA.
               MOVE WRK-CEN-CCUSTO (WRK-I) TO JRN-CCUSTO.
               MOVE "D"                    TO JRN-DC.
               COMPUTE JRN-VALOR = WRK-CEN-TOTAL (WRK-I) * 100.
               WRITE JRN-REGISTRO.

       0005-FINALIZAR          SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-PARAMETROS-OK-SIM
                   CLOSE ARQ-REMESSA
                   CLOSE ARQ-HIST-PLR
               ELSE
                   DISPLAY "*** PAGAMENTO DA PLR NAO EXECUTADO - "
                       "CONFERIR OS PARAMETROS ***"
               END-IF.
               IF WRK-QTDE-JA-PAGOS > ZEROS
                   DISPLAY WRK-QTDE-JA-PAGOS " FUNCIONARIOS JA "
                       "TINHAM A PARCELA " WRK-PARCELA-PLR
                       " PAGA NO PLRHIST - FICARAM FORA"
               END-IF.
               IF WRK-QTDE-SEM-CONTA > ZEROS
                   DISPLAY WRK-QTDE-SEM-CONTA " ELEGIVEIS SEM CONTA "
                       "BANCARIA NAO FORAM PAGOS - VALOR BRUTO "
                       WRK-TOTAL-SEM-CONTA
               END-IF.
               IF WRK-QTDE-SEM-ADMIS > ZEROS
                   DISPLAY WRK-QTDE-SEM-ADMIS " FUNCIONARIOS SEM "
                       "DATA DE ADMISSAO (PERIODO INTEIRO "
                       "ASSUMIDO - RH REVISAR)"
               END-IF.
               PERFORM 7941-FECHA-RATEIO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *    MESES DO PERIODO TRABALHADOS PELO FUNCIONARIO LIDO, SO
      *    DO ESTABELECIMENTO ESCOLHIDO: DA ADMISSAO (O MES CONTA
      *    SE ADMITIDO ATE O DIA 15) AO DESLIGAMENTO (O MES CONTA
      *    SE DESLIGADO DO DIA 15 EM DIANTE), DENTRO DO PERIODO DE
      *    APURACAO. DESLIGADO SEM DATA FICA DE FORA; NO MODO
      *    INDIVIDUAL SO E ELEGIVEL QUEM TEM VALOR NO PLRVAL
       0006-APURA-AVOS         SECTION.
               MOVE "N"   TO WRK-ELEGIVEL.
               MOVE ZEROS TO WRK-AVOS-PLR.
               IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                   MOVE EMP-ESTAB TO WRK-EMP-ESTAB
               ELSE
                   MOVE 1         TO WRK-EMP-ESTAB
               END-IF.
               MOVE WRK-MES-INI-PER TO WRK-MES-INICIO.
               MOVE WRK-MES-FIM-PER TO WRK-MES-FIM.
               IF EMP-DATA-ADMIS NUMERIC AND EMP-DATA-ADMIS > ZEROS
                   MOVE EMP-DATA-ADMIS TO WRK-DATA-EVENTO
                   COMPUTE WRK-MES-EVENTO =
                       WRK-EVT-ANO * 12 + WRK-EVT-MES
                   IF WRK-EVT-DIA > 15
                       ADD 1 TO WRK-MES-EVENTO
                   END-IF
                   IF WRK-MES-EVENTO > WRK-MES-INICIO
                       MOVE WRK-MES-EVENTO TO WRK-MES-INICIO
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-ADMIS
               END-IF.
               IF EMP-DESLIGADO
                   IF EMP-DATA-DESLIG NUMERIC
                       AND EMP-DATA-DESLIG > ZEROS
                       MOVE EMP-DATA-DESLIG TO WRK-DATA-EVENTO
                       COMPUTE WRK-MES-EVENTO =
                           WRK-EVT-ANO * 12 + WRK-EVT-MES
                       IF WRK-EVT-DIA < 15
                           SUBTRACT 1 FROM WRK-MES-EVENTO
                       END-IF
                       IF WRK-MES-EVENTO < WRK-MES-FIM
                           MOVE WRK-MES-EVENTO TO WRK-MES-FIM
                       END-IF
                   ELSE
                       MOVE ZEROS TO WRK-MES-FIM
                   END-IF
               END-IF.
               IF WRK-EMP-ESTAB = WRK-ESTAB-SEL
                   AND WRK-MES-FIM >= WRK-MES-INICIO
                   COMPUTE WRK-AVOS-PLR =
                       WRK-MES-FIM - WRK-MES-INICIO + 1
                   MOVE "S" TO WRK-ELEGIVEL
               END-IF.
               IF WRK-ELEGIVEL-SIM AND WRK-MODO-INDIVIDUAL
                   PERFORM 0008-BUSCA-VALOR
                   IF NOT WRK-VAL-ACHADO-SIM
                       MOVE "N" TO WRK-ELEGIVEL
                   END-IF
               END-IF.

      *    PLR JA PAGA NO ANO AO CODIGO EM WRK-ANT-BUSCA -
      *    DEVOLVE VALOR, IMPOSTO E SE A PARCELA ATUAL JA SAIU
       0007-BUSCA-ANTERIOR     SECTION.
               MOVE "N"   TO WRK-ANT-ACHADO.
               MOVE "N"   TO WRK-PARCELA-JA-PAGA.
               MOVE ZEROS TO WRK-ANT-ACH-VALOR.
               MOVE ZEROS TO WRK-ANT-ACH-IRRF.
               SET WRK-ANT-IDX TO 1.
               PERFORM 0007-A-TESTA-ANTERIOR
                   UNTIL WRK-ANT-IDX > WRK-QTDE-ANT
                      OR WRK-ANT-ACHADO-SIM.

       0007-A-TESTA-ANTERIOR   SECTION.
               IF WRK-ANT-CODIGO (WRK-ANT-IDX) = WRK-ANT-BUSCA
                   MOVE "S" TO WRK-ANT-ACHADO
                   MOVE WRK-ANT-VALOR (WRK-ANT-IDX)
                       TO WRK-ANT-ACH-VALOR
                   MOVE WRK-ANT-IRRF (WRK-ANT-IDX)
                       TO WRK-ANT-ACH-IRRF
                   IF WRK-PARCELA-PLR = 1
                       AND WRK-ANT-PAGA-1 (WRK-ANT-IDX) = "S"
                       MOVE "S" TO WRK-PARCELA-JA-PAGA
                   END-IF
                   IF WRK-PARCELA-PLR = 2
                       AND WRK-ANT-PAGA-2 (WRK-ANT-IDX) = "S"
                       MOVE "S" TO WRK-PARCELA-JA-PAGA
                   END-IF
               ELSE
                   SET WRK-ANT-IDX UP BY 1
               END-IF.

      *    VALOR ACORDADO DO CODIGO EM EMP-CODIGO (PLRVAL)
       0008-BUSCA-VALOR        SECTION.
               MOVE "N"   TO WRK-VAL-ACHADO.
               MOVE ZEROS TO WRK-VAL-ACH-VALOR.
               SET WRK-VAL-IDX TO 1.
               PERFORM 0008-A-TESTA-VALOR
                   UNTIL WRK-VAL-IDX > WRK-QTDE-VAL
                      OR WRK-VAL-ACHADO-SIM.

       0008-A-TESTA-VALOR      SECTION.
               IF WRK-VAL-CODIGO (WRK-VAL-IDX) = EMP-CODIGO
                   MOVE "S" TO WRK-VAL-ACHADO
                   MOVE WRK-VAL-VALOR (WRK-VAL-IDX)
                       TO WRK-VAL-ACH-VALOR
               ELSE
                   SET WRK-VAL-IDX UP BY 1
               END-IF.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPESTPR.

           COPY CPRATPR.

           COPY CPPLRPR.

           COPY CPANFPR.
