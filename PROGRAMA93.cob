           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA93.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: FOLHA COMPLEMENTAR DE COMPETENCIA JA FECHADA -
      *==          PAGA O QUE FICOU FORA DA FOLHA MENSAL DEPOIS QUE
      *==          O PROGRAMA12 CARIMBOU A COMPETENCIA NO FOLHACTL
      *==          (EVENTO ESQUECIDO, ADMISSAO TARDIA, SALARIO
      *==          CORRIGIDO), QUE ERA PAGO POR TRANSFERENCIA
      *==          MANUAL E NUNCA CHEGAVA AO FOLHAHST, A GUIA
      *==          GPS/DARF NEM AO INFORME ANUAL. SO ENTRAM OS
      *==          FUNCIONARIOS E EVENTOS SELECIONADOS: OS EVENTOS
      *==          PENDENTES DA COMPETENCIA LANCADOS PELO PROGRAMA92
      *==          EM LOTE COMPLEMENTAR (EVT-FOLHA-COMPLEMENTAR).
      *==          PARA CADA FUNCIONARIO O INSS E O IRRF SAO
      *==          RECALCULADOS PELA TABELA DE FAIXAS DA
      *==          COMPETENCIA SOBRE A BASE DO MES SOMADA (FOLHA
      *==          MENSAL + COMPLEMENTARES ANTERIORES + ESTA) E SO
      *==          A DIFERENCA SOBRE O JA RETIDO E DESCONTADA. O
      *==          RESULTADO VAI PARA O FOLHAHST COMO NOVA
      *==          SEQUENCIA DA MESMA COMPETENCIA (FCT-QTDE-COMPL
      *==          DO FOLHACTL), COM REMESSA BANCARIA PROPRIA POR
      *==          BANCO (BANKCNNN, LAYOUT DO BANKPNNN DO
      *==          PROGRAMA22) E LANCAMENTO BALANCEADO NO DIARIO DO
      *==          RAZAO (GLJRNL, COMO O PROGRAMA24). OS EVENTOS
      *==          PAGOS SAO BAIXADOS NO ARQUIVO EVENTOS.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    DESPESA POR CENTRO DIVIDIDA PELO RATEIO
      *==                  DE CENTRO DE CUSTO EM VIGOR NO FIM DA
      *==                  COMPETENCIA (ARQ. RATEIO, CPRATPR)
      *== 15/10/26   WS    CADA BANKCNNN GERADO ENTRA NO REGISTRO DE
      *==                  TRANSMISSOES (ARQ. TRANSMIT, CPTRANSM/
      *==                  CPTRNWS/CPTRNPR) COM QTDE, TOTAL, HASH E
      *==                  LOTE - A LIBERACAO E PELO PROGRAMB07
      *== 15/10/26   WS    COMPETENCIA DE ANO FECHADO NO CONTROLE
      *==                  ANUAL (ARQ. ANOFECH, CPANOFCH/CPANFWS/
      *==                  CPANFPR, PELO PROGRAMB09) NAO RECEBE
      *==                  FOLHA COMPLEMENTAR
      *== 15/10/26   WS    PENSAO ALIMENTICIA JA DESCONTADA NA
      *==                  COMPETENCIA (FHT-PENSAO DAS SEQUENCIAS
      *==                  ANTERIORES) SAI DA BASE DO IRRF
      *==                  RECALCULADO, COMO NA FOLHA MENSAL -
      *==                  ANTES A DIFERENCA RETINHA A MAIS
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
               SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-CHAVE
                   FILE STATUS IS WRK-FS-EVENTOS.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-TABELA-FAIXAS ASSIGN TO "TABFAIX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-FAIXAS.
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.
               SELECT ARQ-FECHAMENTO-GL ASSIGN TO "GLFECHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLF-COMPETENCIA
                   FILE STATUS IS WRK-FS-GLFECHA.
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
               SELECT ARQ-DIARIO ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DIARIO.
      *        O NOME E MONTADO POR BANCO (BANKCNNN) ANTES DE
      *        CADA OPEN - UMA REMESSA FISICA POR BANCO
               SELECT ARQ-REMESSA ASSIGN TO WRK-NOME-REMESSA
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REMESSA.
               SELECT ARQ-EXCECAO ASSIGN TO "EXCPTRPT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-EXCECAO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-CHAVE
                   FILE STATUS IS WRK-FS-TRANSMIT.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ93"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-EVENTOS
               LABEL RECORD IS STANDARD.
           COPY CPEVENTO.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-TABELA-FAIXAS
               LABEL RECORD IS STANDARD.
           COPY CPTABFX.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.

           FD  ARQ-FECHAMENTO-GL
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

      *    MESMO DIARIO DO RAZAO DO PROGRAMA24 - D-DEBITO /
      *    C-CREDITO, VALOR EM CENTAVOS, ABERTO EXTEND
           FD  ARQ-DIARIO
               LABEL RECORD IS STANDARD.
           01  JRN-REGISTRO.
               05 JRN-DATA             PIC 9(08).
               05 JRN-LOTE             PIC 9(05).
               05 JRN-CONTA            PIC X(06).
               05 JRN-CCUSTO           PIC X(05).
               05 JRN-DC               PIC X(01).
               05 JRN-VALOR            PIC 9(13).

      *    MESMO LAYOUT DE REMESSA DO PROGRAMA22 (60 POSICOES,
      *    VALOR EM CENTAVOS, RODAPE COM CONTAGEM, TOTAL E HASH)
           FD  ARQ-REMESSA
               LABEL RECORD IS STANDARD.
           01  PAG-CABECALHO-REC.
               05 PAG-CAB-TIPO         PIC X(01).
               05 PAG-CAB-DATA         PIC 9(08).
               05 PAG-CAB-OPERADOR     PIC X(10).
               05 PAG-CAB-LOTE         PIC 9(05).
               05 PAG-CAB-CNPJ         PIC 9(14).
               05 FILLER               PIC X(22).
           01  PAG-DETALHE-REC REDEFINES PAG-CABECALHO-REC.
               05 PAG-DET-TIPO         PIC X(01).
               05 PAG-DET-CODIGO       PIC 9(05).
               05 PAG-DET-NOME         PIC X(25).
               05 PAG-DET-BANCO        PIC 9(03).
               05 PAG-DET-AGENCIA      PIC 9(05).
               05 PAG-DET-CONTA        PIC 9(10).
               05 PAG-DET-VALOR        PIC 9(11).
           01  PAG-RODAPE-REC REDEFINES PAG-CABECALHO-REC.
               05 PAG-ROD-TIPO         PIC X(01).
               05 PAG-ROD-QTDE         PIC 9(05).
               05 PAG-ROD-TOTAL-VALOR  PIC 9(13).
               05 PAG-ROD-HASH-CONTAS  PIC 9(15).
               05 PAG-ROD-LOTE         PIC 9(05).
               05 PAG-ROD-QTDE-REEMIT  PIC 9(05).
               05 FILLER               PIC X(16).

           FD  ARQ-EXCECAO
               LABEL RECORD IS STANDARD.
           COPY CPEXCPT.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRANSMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPTRANSM.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-EVENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-EVENTOS-OK          VALUE "00".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-FS-TABELA-FAIXAS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-FAIXAS-OK    VALUE "00".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-FS-GLFECHA       PIC X(02) VALUE SPACES.
           88 WRK-FS-GLFECHA-OK          VALUE "00".
       77 WRK-FS-DIARIO        PIC X(02) VALUE SPACES.
           88 WRK-FS-DIARIO-OK           VALUE "00".
           88 WRK-FS-DIARIO-NAO-EXISTE   VALUE "35".
       77 WRK-FS-REMESSA       PIC X(02) VALUE SPACES.
           88 WRK-FS-REMESSA-OK          VALUE "00".
       77 WRK-FS-EXCECAO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXCECAO-OK          VALUE "00".
           88 WRK-FS-EXCECAO-NAO-EXISTE  VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

      *    ARQUIVOS ABERTOS - SO OS ABERTOS SAO FECHADOS NO FIM
       77 WRK-MESTRE-ABERTO    PIC X(01) VALUE "N".
           88 WRK-MESTRE-ABERTO-SIM      VALUE "S".
       77 WRK-EVENTOS-ABERTO   PIC X(01) VALUE "N".
           88 WRK-EVENTOS-ABERTO-SIM     VALUE "S".
       77 WRK-HIST-ABERTO      PIC X(01) VALUE "N".
           88 WRK-HIST-ABERTO-SIM        VALUE "S".
       77 WRK-CTL-ABERTO       PIC X(01) VALUE "N".
           88 WRK-CTL-ABERTO-SIM         VALUE "S".
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CCUSTO-DISPONIVEL-SIM  VALUE "S".

       77 WRK-PROSSEGUE        PIC X(01) VALUE "S".
           88 WRK-PROSSEGUE-SIM          VALUE "S".
       77 WRK-FIM-LEITURA      PIC X(01) VALUE "N".
           88 WRK-FIM-LEITURA-SIM        VALUE "S".

      *    COMPETENCIA FECHADA DA COMPLEMENTAR E A SEQUENCIA
      *    RESERVADA NO FOLHACTL PARA ESTA EXECUCAO
       01 WRK-COMPET.
           05 WRK-COMPET-ANO    PIC 9(04) VALUE ZEROS.
           05 WRK-COMPET-MES    PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA REDEFINES WRK-COMPET PIC 9(06).
       77 WRK-SEQ-COMPL        PIC 9(02) VALUE ZEROS.
      *    A TABELA DE FAIXAS E A VIGENTE NO FIM DA COMPETENCIA,
      *    NAO NA DATA DA EXECUCAO
       01 WRK-VIG-COMPET.
           05 WRK-VIG-AAAAMM    PIC 9(06) VALUE ZEROS.
           05 WRK-VIG-DIA       PIC 9(02) VALUE 31.
       01 WRK-VIG-COMPET-N REDEFINES WRK-VIG-COMPET PIC 9(08).

      *    DIARIO DO RAZAO - CONTA DE SALARIOS A PAGAR DIGITADA,
      *    CENTRO SEM CADASTRO CAI NA TRANSITORIA, COMO NO
      *    PROGRAMA24
       77 WRK-CONTA-PAGAR      PIC X(06) VALUE SPACES.
       77 WRK-CONTA-SUSPENSE   PIC X(06) VALUE "329999".
       77 WRK-GLF-FECHADO      PIC X(01) VALUE "N".
           88 WRK-GLF-FECHADO-SIM        VALUE "S".
       77 WRK-OVERRIDE-FECHA   PIC X(01) VALUE SPACES.
           88 WRK-OVERRIDE-FECHA-SIM     VALUE "S".

      *    FUNCIONARIOS SELECIONADOS: UM ITEM POR CODIGO COM
      *    EVENTO COMPLEMENTAR PENDENTE NA COMPETENCIA (OS EVENTOS
      *    DO MESMO CODIGO VEM JUNTOS NA CHAVE DO EVENTOS)
       77 WRK-QTDE-CMP         PIC 9(05) VALUE ZEROS.
       77 WRK-CMP-IDX          PIC 9(05) VALUE ZEROS.
       01 WRK-CMP-TABELA.
           05 WRK-CMP-ITEM             OCCURS 2000 TIMES.
               10 WRK-CMP-CODIGO       PIC 9(05).
               10 WRK-CMP-PROVENTOS    PIC 9(08)V99.
               10 WRK-CMP-DESCONTOS    PIC 9(08)V99.
               10 WRK-CMP-QTDE-EVT     PIC 9(03).
               10 WRK-CMP-PAGO         PIC X(01).
       77 WRK-CMP-ACHOU        PIC X(01) VALUE "N".
           88 WRK-CMP-ACHOU-SIM          VALUE "S".

      *    O JA PAGO NA COMPETENCIA (TODAS AS SEQUENCIAS DO
      *    FOLHAHST) E O RESULTADO DESTA COMPLEMENTAR
       77 WRK-ANT-BASE         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ANT-INSS         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ANT-IRRF         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ANT-PENSAO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ANT-QTDE         PIC 9(03) VALUE ZEROS.
       77 WRK-CMP-DEPENDENTES  PIC 9(02) VALUE ZEROS.
       77 WRK-CMP-ESTAB        PIC 9(03) VALUE 1.
       77 WRK-DIF-INSS         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIF-IRRF         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMP-DESC-TOTAL   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMP-LIQUIDO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.

      *    TOTAIS DA EXECUCAO
       77 WRK-QTDE-PAGOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-CONTA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-BAIXADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.

      *    CREDITOS ACUMULADOS EM MEMORIA E GRAVADOS DEPOIS UMA
      *    REMESSA POR BANCO (BANKCNNN), COMO NO PROGRAMA22
       01 WRK-NOME-REMESSA.
           05 FILLER               PIC X(05) VALUE "BANKC".
           05 WRK-NOME-REM-BANCO   PIC 9(03).
       77 WRK-QTDE-CREDITOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CRD-IDX          PIC 9(05) VALUE ZEROS.
       01 WRK-CREDITOS-TABELA.
           05 WRK-CRD-ITEM             OCCURS 2000 TIMES.
               10 WRK-CRD-BANCO        PIC 9(03).
               10 WRK-CRD-CODIGO       PIC 9(05).
               10 WRK-CRD-NOME         PIC X(25).
               10 WRK-CRD-AGENCIA      PIC 9(05).
               10 WRK-CRD-CONTA        PIC 9(10).
               10 WRK-CRD-VALOR        PIC 9(11).
       77 WRK-QTDE-BANCOS      PIC 9(02) VALUE ZEROS.
       01 WRK-BANCOS-TABELA.
           05 WRK-BCO-ITEM             OCCURS 20 TIMES.
               10 WRK-BCO-CODIGO       PIC 9(03).
       77 WRK-BCO-I            PIC 9(02) VALUE ZEROS.
       77 WRK-BCO-ACHOU        PIC X(01) VALUE "N".
           88 WRK-BCO-ACHOU-SIM          VALUE "S".
       77 WRK-BANCO-ATUAL      PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS   PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-CENTAVOS   PIC 9(13) VALUE ZEROS.
       77 WRK-HASH-CONTAS      PIC 9(15) VALUE ZEROS.
       77 WRK-BCO-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-BCO-TOTAL        PIC 9(13) VALUE ZEROS.
       77 WRK-BCO-HASH         PIC 9(15) VALUE ZEROS.

      *    DESPESA DA COMPLEMENTAR POR CENTRO DE CUSTO (BRUTO)
       77 WRK-I                PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-CENTROS     PIC 9(03) VALUE ZEROS.
       77 WRK-CEN-ACHOU        PIC X(01) VALUE "N".
           88 WRK-CEN-ACHOU-SIM          VALUE "S".
       01 WRK-CENTROS-TABELA.
           05 WRK-CEN-ITEM             OCCURS 100 TIMES.
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-TOTAL        PIC 9(11)V99.
       77 WRK-TOTAL-DEBITOS    PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS   PIC 9(13) VALUE ZEROS.

           COPY CPBATCH.
           COPY CPFAIXA.
           COPY CPESTWS.
           COPY CPRATWS.

           COPY CPTRNWS.
           COPY CPANFWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-COLETA-EVENTOS
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0002-RESERVA-SEQUENCIA
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0003-CALCULA-UM
                       VARYING WRK-CMP-IDX FROM 1 BY 1
                       UNTIL WRK-CMP-IDX > WRK-QTDE-CMP
                   PERFORM 0004-BAIXA-EVENTOS
                   PERFORM 0005-GRAVA-REMESSAS
                   PERFORM 0006-GRAVA-DIARIO
               END-IF.
               PERFORM 0007-FINALIZAR.

      *    SO RODA PARA COMPETENCIA JA CARIMBADA PELA FOLHA
      *    MENSAL; COMPETENCIA ABERTA E DA FOLHA MENSAL. MES DO
      *    RAZAO FECHADO PELO BALANCETE PEDE OVERRIDE AUDITADO,
      *    COMO NO PROGRAMA24, ANTES DE QUALQUER GRAVACAO
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA FECHADA (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
               DISPLAY "DIGITE A CONTA DE SALARIOS A PAGAR "
                   "(CREDITO): "
                   ACCEPT WRK-CONTA-PAGAR.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN EXTEND ARQ-EXCECAO.
               IF WRK-FS-EXCECAO-NAO-EXISTE
                   OPEN OUTPUT ARQ-EXCECAO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   OR WRK-COMPET-ANO < 2000
                   DISPLAY "COMPETENCIA INVALIDA (AAAAMM) - "
                       "EXECUCAO ENCERRADA"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   MOVE WRK-COMPET-ANO TO WRK-ANF-ANO
                   PERFORM 8150-CONSULTA-ANO-FECHADO
                   IF WRK-ANF-FECHADO-SIM
                       DISPLAY "ANO " WRK-ANF-ANO " FECHADO (ANOFECH) "
                           "- REABRIR PELO PROGRAMB09"
                       MOVE "N" TO WRK-PROSSEGUE
                   END-IF
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0000-A-CONFERE-COMPETENCIA
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0000-B-CONFERE-RAZAO
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0000-C-ABRE-CADASTROS
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   MOVE WRK-COMPETENCIA    TO WRK-VIG-AAAAMM
                   MOVE WRK-VIG-COMPET-N   TO WRK-DATA-VIGENCIA
                   PERFORM 7520-CARREGA-TABELA-FAIXAS
                   MOVE ZEROS TO WRK-EST-CODIGO
                   PERFORM 7980-LE-ESTAB
               END-IF.

       0000-A-CONFERE-COMPETENCIA SECTION.
               OPEN I-O ARQ-CTL-FOLHA.
               IF WRK-FS-CTL-FOLHA-OK
                   MOVE "S" TO WRK-CTL-ABERTO
                   MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA
                   READ ARQ-CTL-FOLHA
                       INVALID KEY
                           MOVE "N" TO WRK-PROSSEGUE
                       NOT INVALID KEY
                           IF NOT FCT-COMPLETO
                               MOVE "N" TO WRK-PROSSEGUE
                           END-IF
                   END-READ
               ELSE
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               IF NOT WRK-PROSSEGUE-SIM
                   DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                       " NAO FECHADA NO FOLHACTL - PAGAR PELA "
                       "FOLHA MENSAL (PROGRAMA12)"
               END-IF.

       0000-B-CONFERE-RAZAO    SECTION.
               MOVE BAT-DATA (1:6) TO GLF-COMPETENCIA.
               PERFORM 8500-CONSULTA-FECHAMENTO.
               IF WRK-GLF-FECHADO-SIM
                   DISPLAY "MES " BAT-DATA (1:6)
                       " JA FECHADO PELO BALANCETE"
                   DISPLAY "SUPERVISOR AUTORIZA LANCAR MESMO "
                       "ASSIM? (S/N) "
                       ACCEPT WRK-OVERRIDE-FECHA
                   IF WRK-OVERRIDE-FECHA-SIM
                       MOVE SPACES       TO AUD-REGISTRO
                       MOVE "PROGRAMA93" TO AUD-PROGRAMA
                       MOVE BAT-OPERADOR TO AUD-OPERADOR
                       STRING "OVERRIDE DE SUPERVISOR - "
                           "COMPLEMENTAR EM MES FECHADO "
                           BAT-DATA (1:6)
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "FOLHA COMPLEMENTAR RECUSADA - MES "
                           "FECHADO PELO BALANCETE"
                       MOVE "N" TO WRK-PROSSEGUE
                   END-IF
               END-IF.

      *    MESTRE, HISTORICO E EVENTOS SAO OBRIGATORIOS; SEM O
      *    CCUSTO A DESPESA CAI TODA NA CONTA TRANSITORIA
       0000-C-ABRE-CADASTROS   SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-ABERTO
               ELSE
                   DISPLAY "CADASTRO MESTRE (CADMEST) INDISPONIVEL - "
                       "FS: " WRK-FS-MESTRE
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN I-O ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   MOVE "S" TO WRK-HIST-ABERTO
               ELSE
                   DISPLAY "HISTORICO DA FOLHA (FOLHAHST) "
                       "INDISPONIVEL - FS: " WRK-FS-HIST-FOLHA
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN I-O ARQ-EVENTOS.
               IF WRK-FS-EVENTOS-OK
                   MOVE "S" TO WRK-EVENTOS-ABERTO
               ELSE
                   DISPLAY "EVENTOS VARIAVEIS (EVENTOS) "
                       "INDISPONIVEIS - FS: " WRK-FS-EVENTOS
                       " - NADA A PAGAR"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               END-IF.
               PERFORM 7940-ABRE-RATEIO.

      *    SELECAO: EVENTOS PENDENTES DE LOTE COMPLEMENTAR NA
      *    COMPETENCIA, SOMADOS POR FUNCIONARIO
       0001-COLETA-EVENTOS     SECTION.
               MOVE "N"   TO WRK-FIM-LEITURA.
               MOVE ZEROS TO EVT-CHAVE.
               START ARQ-EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0001-A-LE-EVENTO
                   UNTIL WRK-FIM-LEITURA-SIM.
               IF WRK-QTDE-CMP = ZEROS
                   DISPLAY "NENHUM EVENTO COMPLEMENTAR PENDENTE NA "
                       "COMPETENCIA " WRK-COMPETENCIA
                       " - NADA A PAGAR"
                   MOVE "N" TO WRK-PROSSEGUE
               ELSE
                   DISPLAY WRK-QTDE-CMP " FUNCIONARIOS COM EVENTOS "
                       "COMPLEMENTARES NA COMPETENCIA "
                       WRK-COMPETENCIA
               END-IF.

       0001-A-LE-EVENTO        SECTION.
               READ ARQ-EVENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF EVT-COMPETENCIA = WRK-COMPETENCIA
                           AND EVT-FOLHA-COMPLEMENTAR
                           AND EVT-PENDENTE
                           PERFORM 0001-B-ANOTA-EVENTO
                       END-IF
               END-READ.

       0001-B-ANOTA-EVENTO     SECTION.
               IF WRK-QTDE-CMP = ZEROS
                   OR WRK-CMP-CODIGO (WRK-QTDE-CMP)
                       NOT = EVT-CODIGO-EMP
                   IF WRK-QTDE-CMP < 2000
                       ADD 1 TO WRK-QTDE-CMP
                       MOVE EVT-CODIGO-EMP
                           TO WRK-CMP-CODIGO (WRK-QTDE-CMP)
                       MOVE ZEROS TO WRK-CMP-PROVENTOS (WRK-QTDE-CMP)
                       MOVE ZEROS TO WRK-CMP-DESCONTOS (WRK-QTDE-CMP)
                       MOVE ZEROS TO WRK-CMP-QTDE-EVT (WRK-QTDE-CMP)
                       MOVE "N"   TO WRK-CMP-PAGO (WRK-QTDE-CMP)
                   ELSE
                       DISPLAY "*** MAIS DE 2000 FUNCIONARIOS NA "
                           "COMPLEMENTAR - AUMENTAR A TABELA ***"
                       MOVE "S" TO WRK-FIM-LEITURA
                   END-IF
               END-IF.
               IF NOT WRK-FIM-LEITURA-SIM
                   ADD 1 TO WRK-CMP-QTDE-EVT (WRK-QTDE-CMP)
                   IF EVT-PROVENTO
                       ADD EVT-VALOR TO WRK-CMP-PROVENTOS (WRK-QTDE-CMP)
                   ELSE
                       ADD EVT-VALOR TO WRK-CMP-DESCONTOS (WRK-QTDE-CMP)
                   END-IF
               END-IF.

      *    A SEQUENCIA E RESERVADA ANTES DE GRAVAR O HISTORICO -
      *    EXECUCAO INTERROMPIDA DEIXA UM BURACO NA NUMERACAO, NUNCA
      *    DUAS COMPLEMENTARES NA MESMA SEQUENCIA
       0002-RESERVA-SEQUENCIA  SECTION.
               MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA.
               READ ARQ-CTL-FOLHA
                   INVALID KEY
                       MOVE "N" TO WRK-PROSSEGUE
               END-READ.
               IF WRK-PROSSEGUE-SIM
                   IF FCT-QTDE-COMPL NOT NUMERIC
                       MOVE ZEROS TO FCT-QTDE-COMPL
                   END-IF
                   IF FCT-QTDE-COMPL >= 99
                       DISPLAY "*** COMPETENCIA " WRK-COMPETENCIA
                           " JA TEM 99 FOLHAS COMPLEMENTARES ***"
                       MOVE "N" TO WRK-PROSSEGUE
                   ELSE
                       ADD 1 TO FCT-QTDE-COMPL
                       MOVE FCT-QTDE-COMPL TO WRK-SEQ-COMPL
                       REWRITE FCT-REGISTRO
                       IF NOT WRK-FS-CTL-FOLHA-OK
                           DISPLAY "*** ERRO AO RESERVAR A SEQUENCIA "
                               "NO FOLHACTL - FS: " WRK-FS-CTL-FOLHA
                               " ***"
                           MOVE "N" TO WRK-PROSSEGUE
                       END-IF
                   END-IF
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   DISPLAY "FOLHA COMPLEMENTAR " WRK-SEQ-COMPL
                       " DA COMPETENCIA " WRK-COMPETENCIA
                       " - LOTE " BAT-NUMERO
                   MOVE "PROGRAMA93" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " COMPLEMENTAR COMP "
                       WRK-COMPETENCIA " SEQ " WRK-SEQ-COMPL
                       " RESERVADA - FUNCIONARIOS " WRK-QTDE-CMP
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    UM FUNCIONARIO SELECIONADO: O JA PAGO NA COMPETENCIA,
      *    O IMPOSTO RECALCULADO SOBRE A BASE SOMADA, O HISTORICO,
      *    O CREDITO E A DESPESA POR CENTRO
       0003-CALCULA-UM         SECTION.
               MOVE WRK-CMP-CODIGO (WRK-CMP-IDX) TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                           TO WRK-MOTIVO
                       PERFORM 0003-G-REJEITA
                   NOT INVALID KEY
                       PERFORM 0003-A-SOMA-ANTERIORES
                       PERFORM 0003-B-CALCULA-IMPOSTOS
                       PERFORM 0003-C-GRAVA-HISTORICO
               END-READ.
               IF WRK-CMP-PAGO (WRK-CMP-IDX) = "S"
                   ADD 1 TO WRK-QTDE-PAGOS
                   ADD WRK-CMP-PROVENTOS (WRK-CMP-IDX)
                       TO WRK-TOTAL-BRUTO
                   ADD WRK-DIF-INSS    TO WRK-TOTAL-INSS
                   ADD WRK-DIF-IRRF    TO WRK-TOTAL-IRRF
                   ADD WRK-CMP-LIQUIDO TO WRK-TOTAL-LIQUIDO
                   PERFORM 0003-D-ANEXA-CREDITO
                   PERFORM 0003-E-ACUMULA-CENTRO
               END-IF.

      *    TODAS AS SEQUENCIAS DO FUNCIONARIO NA COMPETENCIA. A
      *    BASE E A QUE PASSOU PELA TABELA DE FAIXAS (REGISTRO
      *    ANTIGO SEM ELA USA O BRUTO); DEPENDENTES E
      *    ESTABELECIMENTO SAO OS DA FOLHA MENSAL - SEM ELA
      *    (ADMISSAO TARDIA) VALEM OS DO MESTRE
       0003-A-SOMA-ANTERIORES  SECTION.
               MOVE ZEROS TO WRK-ANT-BASE.
               MOVE ZEROS TO WRK-ANT-INSS.
               MOVE ZEROS TO WRK-ANT-IRRF.
               MOVE ZEROS TO WRK-ANT-PENSAO.
               MOVE ZEROS TO WRK-ANT-QTDE.
               IF EMP-DEPENDENTES NUMERIC
                   MOVE EMP-DEPENDENTES TO WRK-CMP-DEPENDENTES
               ELSE
                   MOVE ZEROS TO WRK-CMP-DEPENDENTES
               END-IF.
               IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                   MOVE EMP-ESTAB TO WRK-CMP-ESTAB
               ELSE
                   MOVE 1         TO WRK-CMP-ESTAB
               END-IF.
               MOVE "N"             TO WRK-FIM-LEITURA.
               MOVE EMP-CODIGO      TO FHT-CODIGO.
               MOVE WRK-COMPETENCIA TO FHT-COMPETENCIA.
               MOVE ZEROS           TO FHT-SEQUENCIA.
               START ARQ-HIST-FOLHA KEY IS NOT LESS THAN FHT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0003-F-LE-ANTERIOR
                   UNTIL WRK-FIM-LEITURA-SIM.

       0003-F-LE-ANTERIOR      SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FHT-CODIGO NOT = EMP-CODIGO
                           OR FHT-COMPETENCIA NOT = WRK-COMPETENCIA
                           MOVE "S" TO WRK-FIM-LEITURA
                       ELSE
                           ADD 1        TO WRK-ANT-QTDE
                           ADD FHT-INSS TO WRK-ANT-INSS
                           ADD FHT-IRRF TO WRK-ANT-IRRF
                           IF FHT-PENSAO NUMERIC
                               ADD FHT-PENSAO TO WRK-ANT-PENSAO
                           END-IF
                           IF FHT-BASE-CALCULO NUMERIC
                               AND FHT-BASE-CALCULO > ZEROS
                               ADD FHT-BASE-CALCULO TO WRK-ANT-BASE
                           ELSE
                               ADD FHT-BRUTO        TO WRK-ANT-BASE
                           END-IF
                           IF FHT-SEQUENCIA = ZEROS
                               MOVE FHT-DEPENDENTES
                                   TO WRK-CMP-DEPENDENTES
                               IF FHT-ESTAB NUMERIC
                                   AND FHT-ESTAB > ZEROS
                                   MOVE FHT-ESTAB TO WRK-CMP-ESTAB
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    INSS E IRRF DA TABELA DE FAIXAS (7500) SOBRE A BASE DO
      *    MES INTEIRO; SO A DIFERENCA SOBRE O JA RETIDO E
      *    DESCONTADA. A PENSAO ALIMENTICIA JA DESCONTADA NA
      *    COMPETENCIA SAI DA BASE DO IRRF, COMO NA FOLHA MENSAL
      *    (7883 DO CPPENPR) - SENAO A DIFERENCA RETERIA IRRF A
      *    MAIS DE QUEM PAGA PENSAO. DESCONTO MAIOR QUE OS
      *    PROVENTOS TRAVA O LIQUIDO EM ZERO, COMO NA FOLHA MENSAL
       0003-B-CALCULA-IMPOSTOS SECTION.
               COMPUTE WRK-SALARIO-BRUTO =
                   WRK-ANT-BASE + WRK-CMP-PROVENTOS (WRK-CMP-IDX).
               MOVE WRK-CMP-DEPENDENTES TO WRK-QTDE-DEPENDENTES.
               PERFORM 7500-CALCULA-DESCONTO.
               IF WRK-ANT-PENSAO > ZEROS
                   SUBTRACT WRK-ANT-PENSAO FROM WRK-BASE-IRRF
                   IF WRK-BASE-IRRF < ZEROS
                       MOVE ZEROS TO WRK-BASE-IRRF
                   END-IF
                   PERFORM 7507-CALCULA-IRRF
               END-IF.
               MOVE ZEROS TO WRK-DIF-INSS.
               MOVE ZEROS TO WRK-DIF-IRRF.
               IF WRK-VALOR-INSS > WRK-ANT-INSS
                   COMPUTE WRK-DIF-INSS =
                       WRK-VALOR-INSS - WRK-ANT-INSS
               END-IF.
               IF WRK-VALOR-IRRF > WRK-ANT-IRRF
                   COMPUTE WRK-DIF-IRRF =
                       WRK-VALOR-IRRF - WRK-ANT-IRRF
               END-IF.
               COMPUTE WRK-CMP-DESC-TOTAL =
                   WRK-CMP-DESCONTOS (WRK-CMP-IDX)
                   + WRK-DIF-INSS + WRK-DIF-IRRF.
               IF WRK-CMP-DESC-TOTAL >
                   WRK-CMP-PROVENTOS (WRK-CMP-IDX)
                   MOVE ZEROS TO WRK-CMP-LIQUIDO
               ELSE
                   COMPUTE WRK-CMP-LIQUIDO =
                       WRK-CMP-PROVENTOS (WRK-CMP-IDX)
                       - WRK-CMP-DESC-TOTAL
               END-IF.

       0003-C-GRAVA-HISTORICO  SECTION.
               MOVE EMP-CODIGO          TO FHT-CODIGO.
               MOVE WRK-COMPETENCIA     TO FHT-COMPETENCIA.
               MOVE WRK-SEQ-COMPL       TO FHT-SEQUENCIA.
               MOVE EMP-NOME            TO FHT-NOME.
               MOVE WRK-CMP-PROVENTOS (WRK-CMP-IDX) TO FHT-BRUTO.
               MOVE WRK-DIF-INSS        TO FHT-INSS.
               MOVE WRK-DIF-IRRF        TO FHT-IRRF.
               MOVE WRK-CMP-DESCONTOS (WRK-CMP-IDX)
                   TO FHT-OUTROS-DESC.
               MOVE WRK-CMP-LIQUIDO     TO FHT-LIQUIDO.
               MOVE WRK-CMP-DEPENDENTES TO FHT-DEPENDENTES.
               MOVE BAT-DATA            TO FHT-DATA.
               MOVE BAT-NUMERO          TO FHT-LOTE.
               MOVE ZEROS               TO FHT-PENSAO.
               MOVE WRK-CMP-ESTAB       TO FHT-ESTAB.
               MOVE ZEROS               TO FHT-ADICIONAIS.
               MOVE ZEROS               TO FHT-VARIAVEIS.
               MOVE WRK-CMP-PROVENTOS (WRK-CMP-IDX)
                   TO FHT-BASE-CALCULO.
               WRITE FHT-REGISTRO.
               IF WRK-FS-HIST-FOLHA-OK
                   MOVE "S" TO WRK-CMP-PAGO (WRK-CMP-IDX)
                   MOVE "PROGRAMA93" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "COMPL " FHT-CODIGO " " FHT-COMPETENCIA
                       "/" FHT-SEQUENCIA " BRUTO " FHT-BRUTO
                       " INSS " FHT-INSS " IRRF " FHT-IRRF
                       " LIQ " FHT-LIQUIDO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "ERRO AO GRAVAR NO FOLHAHST - FS: "
                       WRK-FS-HIST-FOLHA
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   PERFORM 0003-G-REJEITA
               END-IF.

      *    CREDITO DO LIQUIDO NA CONTA DO MESTRE; SEM CONTA O
      *    PAGAMENTO FICA REGISTRADO E O CREDITO VAI PARA O
      *    RELATORIO DE EXCECOES
       0003-D-ANEXA-CREDITO    SECTION.
               IF WRK-CMP-LIQUIDO > ZEROS
                   IF EMP-BANCO NOT NUMERIC OR EMP-BANCO = ZEROS
                       OR EMP-CONTA NOT NUMERIC OR EMP-CONTA = ZEROS
                       ADD 1 TO WRK-QTDE-SEM-CONTA
                       MOVE "PROGRAMA93" TO EXC-PROGRAMA
                       MOVE BAT-NUMERO   TO EXC-LOTE
                       MOVE SPACES       TO EXC-ENTRADA
                       STRING "CODIGO " EMP-CODIGO
                           " COMP " WRK-COMPETENCIA
                           " SEQ " WRK-SEQ-COMPL
                           DELIMITED BY SIZE INTO EXC-ENTRADA
                       MOVE "SEM CONTA BANCARIA - CREDITO FORA DA REM"
                           TO EXC-MOTIVO
                       PERFORM 7100-GRAVA-EXCECAO
                   ELSE
                       PERFORM 0003-H-GUARDA-CREDITO
                   END-IF
               END-IF.

       0003-H-GUARDA-CREDITO   SECTION.
               IF WRK-QTDE-CREDITOS >= 2000
                   DISPLAY "*** MAIS DE 2000 CREDITOS - AUMENTAR "
                       "A TABELA ***"
               ELSE
                   ADD 1 TO WRK-QTDE-CREDITOS
                   MOVE EMP-BANCO
                       TO WRK-CRD-BANCO (WRK-QTDE-CREDITOS)
                   MOVE EMP-CODIGO
                       TO WRK-CRD-CODIGO (WRK-QTDE-CREDITOS)
                   MOVE EMP-NOME
                       TO WRK-CRD-NOME (WRK-QTDE-CREDITOS)
                   MOVE EMP-AGENCIA
                       TO WRK-CRD-AGENCIA (WRK-QTDE-CREDITOS)
                   MOVE EMP-CONTA
                       TO WRK-CRD-CONTA (WRK-QTDE-CREDITOS)
                   COMPUTE WRK-VALOR-CENTAVOS = WRK-CMP-LIQUIDO * 100
                   MOVE WRK-VALOR-CENTAVOS
                       TO WRK-CRD-VALOR (WRK-QTDE-CREDITOS)
                   ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS
                   ADD EMP-CONTA          TO WRK-HASH-CONTAS
                   MOVE "N" TO WRK-BCO-ACHOU
                   PERFORM 0003-I-BUSCA-BANCO
                       VARYING WRK-BCO-I FROM 1 BY 1
                       UNTIL WRK-BCO-I > WRK-QTDE-BANCOS
                          OR WRK-BCO-ACHOU-SIM
                   IF NOT WRK-BCO-ACHOU-SIM
                       IF WRK-QTDE-BANCOS < 20
                           ADD 1 TO WRK-QTDE-BANCOS
                           MOVE EMP-BANCO
                               TO WRK-BCO-CODIGO (WRK-QTDE-BANCOS)
                       ELSE
                           DISPLAY "*** MAIS DE 20 BANCOS DISTINTOS "
                               "- AUMENTAR A TABELA ***"
                       END-IF
                   END-IF
               END-IF.

       0003-I-BUSCA-BANCO      SECTION.
               IF WRK-BCO-CODIGO (WRK-BCO-I) = EMP-BANCO
                   MOVE "S" TO WRK-BCO-ACHOU
               END-IF.

      *    PROVENTOS NO CENTRO DO CADASTRO OU DIVIDIDOS PELO
      *    RATEIO EM VIGOR NO FIM DA COMPETENCIA, COMO NA MENSAL
       0003-E-ACUMULA-CENTRO   SECTION.
               MOVE EMP-CODIGO      TO WRK-RAT-CODIGO-EMP.
               COMPUTE WRK-RAT-DATA-REF = WRK-COMPETENCIA * 100 + 31.
               MOVE EMP-CCUSTO      TO WRK-RAT-CCUSTO-PRINC.
               MOVE WRK-CMP-PROVENTOS (WRK-CMP-IDX) TO WRK-RAT-VALOR.
               PERFORM 7942-RATEIA-VALOR.
               PERFORM 0003-K-ACUMULA-PARTE
                   VARYING WRK-RAT-I FROM 1 BY 1
                   UNTIL WRK-RAT-I > WRK-RAT-QTDE.

       0003-K-ACUMULA-PARTE    SECTION.
               MOVE "N" TO WRK-CEN-ACHOU.
               PERFORM 0003-J-BUSCA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS
                      OR WRK-CEN-ACHOU-SIM.
               IF NOT WRK-CEN-ACHOU-SIM
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                           TO WRK-CEN-CCUSTO (WRK-QTDE-CENTROS)
                       MOVE WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                           TO WRK-CEN-TOTAL (WRK-QTDE-CENTROS)
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS DE CUSTO "
                           "NA COMPLEMENTAR - AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0003-J-BUSCA-CENTRO     SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) =
                       WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                   ADD WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                       TO WRK-CEN-TOTAL (WRK-I)
                   MOVE "S" TO WRK-CEN-ACHOU
               END-IF.

       0003-G-REJEITA          SECTION.
               MOVE "N" TO WRK-CMP-PAGO (WRK-CMP-IDX).
               ADD 1 TO WRK-QTDE-REJEITADOS.
               DISPLAY "CODIGO " WRK-CMP-CODIGO (WRK-CMP-IDX)
                   " FORA DA COMPLEMENTAR - " WRK-MOTIVO.
               MOVE "PROGRAMA93" TO EXC-PROGRAMA.
               MOVE BAT-NUMERO   TO EXC-LOTE.
               MOVE SPACES       TO EXC-ENTRADA.
               STRING "CODIGO " WRK-CMP-CODIGO (WRK-CMP-IDX)
                   " COMP " WRK-COMPETENCIA
                   " SEQ " WRK-SEQ-COMPL
                   DELIMITED BY SIZE INTO EXC-ENTRADA.
               MOVE WRK-MOTIVO TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

      *    BAIXA DOS EVENTOS DOS FUNCIONARIOS PAGOS - O REJEITADO
      *    FICA PENDENTE PARA A PROXIMA COMPLEMENTAR
       0004-BAIXA-EVENTOS      SECTION.
               MOVE "N"   TO WRK-FIM-LEITURA.
               MOVE ZEROS TO EVT-CHAVE.
               START ARQ-EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0004-A-BAIXA-UM
                   UNTIL WRK-FIM-LEITURA-SIM.

       0004-A-BAIXA-UM         SECTION.
               READ ARQ-EVENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF EVT-COMPETENCIA = WRK-COMPETENCIA
                           AND EVT-FOLHA-COMPLEMENTAR
                           AND EVT-PENDENTE
                           MOVE "N" TO WRK-CMP-ACHOU
                           PERFORM 0004-B-BUSCA-PAGO
                               VARYING WRK-CMP-IDX FROM 1 BY 1
                               UNTIL WRK-CMP-IDX > WRK-QTDE-CMP
                                  OR WRK-CMP-ACHOU-SIM
                           IF WRK-CMP-ACHOU-SIM
                               PERFORM 0004-C-CARIMBA-EVENTO
                           END-IF
                       END-IF
               END-READ.

       0004-B-BUSCA-PAGO       SECTION.
               IF WRK-CMP-CODIGO (WRK-CMP-IDX) = EVT-CODIGO-EMP
                   AND WRK-CMP-PAGO (WRK-CMP-IDX) = "S"
                   MOVE "S" TO WRK-CMP-ACHOU
               END-IF.

       0004-C-CARIMBA-EVENTO   SECTION.
               SET EVT-PAGO   TO TRUE.
               MOVE BAT-DATA   TO EVT-DATA-PAGTO.
               MOVE BAT-NUMERO TO EVT-LOTE-PAGTO.
               REWRITE EVT-REGISTRO.
               IF WRK-FS-EVENTOS-OK
                   ADD 1 TO WRK-QTDE-BAIXADOS
               ELSE
                   DISPLAY "*** ERRO AO BAIXAR EVENTO - FS: "
                       WRK-FS-EVENTOS " CODIGO " EVT-CODIGO-EMP
                       " SEQ. " EVT-SEQUENCIA " ***"
               END-IF.

      *    UMA REMESSA POR BANCO, NO LAYOUT DO PROGRAMA22, COM O
      *    CNPJ DA MATRIZ NO CABECALHO
       0005-GRAVA-REMESSAS     SECTION.
               PERFORM 0005-A-REMESSA-DE-UM-BANCO
                   VARYING WRK-BCO-I FROM 1 BY 1
                   UNTIL WRK-BCO-I > WRK-QTDE-BANCOS.
               DISPLAY "REMESSAS DA COMPLEMENTAR GRAVADAS (BANKCNNN)"
                   " - " WRK-QTDE-BANCOS " BANCOS, "
                   WRK-QTDE-CREDITOS " CREDITOS, TOTAL "
                   WRK-TOTAL-CENTAVOS " CENTAVOS".
               IF WRK-QTDE-SEM-CONTA > ZEROS
                   DISPLAY WRK-QTDE-SEM-CONTA " FUNCIONARIOS SEM "
                       "CONTA FICARAM FORA DA REMESSA (EXCPTRPT)"
               END-IF.
               MOVE "PROGRAMA93" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               MOVE SPACES       TO AUD-DESCRICAO.
               STRING "LOTE " BAT-NUMERO " REM COMPL "
                   WRK-QTDE-CREDITOS " BCOS " WRK-QTDE-BANCOS
                   " TOT " WRK-TOTAL-CENTAVOS
                   " HASH " WRK-HASH-CONTAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0005-A-REMESSA-DE-UM-BANCO SECTION.
               MOVE WRK-BCO-CODIGO (WRK-BCO-I) TO WRK-BANCO-ATUAL.
               MOVE WRK-BANCO-ATUAL TO WRK-NOME-REM-BANCO.
               MOVE ZEROS TO WRK-BCO-QTDE.
               MOVE ZEROS TO WRK-BCO-TOTAL.
               MOVE ZEROS TO WRK-BCO-HASH.
               OPEN OUTPUT ARQ-REMESSA.
               MOVE SPACES        TO PAG-CABECALHO-REC.
               MOVE "H"           TO PAG-CAB-TIPO.
               MOVE BAT-DATA      TO PAG-CAB-DATA.
               MOVE BAT-OPERADOR  TO PAG-CAB-OPERADOR.
               MOVE BAT-NUMERO    TO PAG-CAB-LOTE.
               MOVE WRK-EST-CNPJ  TO PAG-CAB-CNPJ.
               WRITE PAG-CABECALHO-REC.
               PERFORM 0005-B-DETALHE-DO-BANCO
                   VARYING WRK-CRD-IDX FROM 1 BY 1
                   UNTIL WRK-CRD-IDX > WRK-QTDE-CREDITOS.
               MOVE SPACES          TO PAG-RODAPE-REC.
               MOVE "T"             TO PAG-ROD-TIPO.
               MOVE WRK-BCO-QTDE    TO PAG-ROD-QTDE.
               MOVE WRK-BCO-TOTAL   TO PAG-ROD-TOTAL-VALOR.
               MOVE WRK-BCO-HASH    TO PAG-ROD-HASH-CONTAS.
               MOVE BAT-NUMERO      TO PAG-ROD-LOTE.
               MOVE ZEROS           TO PAG-ROD-QTDE-REEMIT.
               WRITE PAG-RODAPE-REC.
               CLOSE ARQ-REMESSA.
      *        CADA REMESSA GERADA ENTRA NO REGISTRO DE
      *        TRANSMISSOES COMO CRIADA - O ENVIO AO BANCO SO
      *        SAI PELA LIBERACAO DO PROGRAMB07
               MOVE WRK-NOME-REMESSA TO WRK-TRN-ARQUIVO.
               MOVE BAT-DATA     TO WRK-TRN-DATA.
               MOVE BAT-NUMERO   TO WRK-TRN-LOTE.
               MOVE "PROGRAMA93" TO WRK-TRN-PROGRAMA.
               MOVE WRK-BCO-QTDE TO WRK-TRN-QTDE.
               MOVE WRK-BCO-TOTAL TO WRK-TRN-VALOR.
               MOVE WRK-BCO-HASH TO WRK-TRN-HASH.
               PERFORM 8130-REGISTRA-TRANSMISSAO.
               DISPLAY "BANCO " WRK-BANCO-ATUAL " - "
                   WRK-BCO-QTDE " CREDITOS".

       0005-B-DETALHE-DO-BANCO SECTION.
               IF WRK-CRD-BANCO (WRK-CRD-IDX) = WRK-BANCO-ATUAL
                   MOVE SPACES TO PAG-DETALHE-REC
                   MOVE "D"    TO PAG-DET-TIPO
                   MOVE WRK-CRD-CODIGO (WRK-CRD-IDX)
                       TO PAG-DET-CODIGO
                   MOVE WRK-CRD-NOME (WRK-CRD-IDX)
                       TO PAG-DET-NOME
                   MOVE WRK-CRD-BANCO (WRK-CRD-IDX)
                       TO PAG-DET-BANCO
                   MOVE WRK-CRD-AGENCIA (WRK-CRD-IDX)
                       TO PAG-DET-AGENCIA
                   MOVE WRK-CRD-CONTA (WRK-CRD-IDX)
                       TO PAG-DET-CONTA
                   MOVE WRK-CRD-VALOR (WRK-CRD-IDX)
                       TO PAG-DET-VALOR
                   WRITE PAG-DETALHE-REC
                   ADD 1 TO WRK-BCO-QTDE
                   ADD WRK-CRD-VALOR (WRK-CRD-IDX)
                       TO WRK-BCO-TOTAL
                   ADD WRK-CRD-CONTA (WRK-CRD-IDX)
                       TO WRK-BCO-HASH
               END-IF.

      *    DEBITO DE DESPESA POR CENTRO (CONTA DO CADASTRO CCUSTO)
      *    E CREDITO UNICO DE SALARIOS A PAGAR, SO DEPOIS DE
      *    CONFERIR QUE DEBITOS = CREDITOS - O MESMO LANCAMENTO
      *    DO PROGRAMA24
       0006-GRAVA-DIARIO       SECTION.
               MOVE ZEROS TO WRK-TOTAL-DEBITOS.
               IF WRK-QTDE-CENTROS = ZEROS
                   DISPLAY "NENHUM FUNCIONARIO PAGO - DIARIO NAO "
                       "GERADO"
               ELSE
                   PERFORM 0006-A-SOMA-DEBITO
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QTDE-CENTROS
                   COMPUTE WRK-TOTAL-CREDITOS =
                       WRK-TOTAL-BRUTO * 100
                   IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
                       DISPLAY "*** DIARIO FORA DE BALANCO - "
                           "DEBITOS " WRK-TOTAL-DEBITOS
                           " CREDITOS " WRK-TOTAL-CREDITOS
                           " - NADA FOI GRAVADO ***"
                   ELSE
                       PERFORM 0006-B-GRAVA-LANCAMENTOS
                   END-IF
               END-IF.

       0006-A-SOMA-DEBITO      SECTION.
               COMPUTE WRK-VALOR-CENTAVOS =
                   WRK-CEN-TOTAL (WRK-I) * 100.
               ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-DEBITOS.

       0006-B-GRAVA-LANCAMENTOS SECTION.
               OPEN EXTEND ARQ-DIARIO.
               IF WRK-FS-DIARIO-NAO-EXISTE
                   OPEN OUTPUT ARQ-DIARIO
               END-IF.
               PERFORM 0006-C-GRAVA-DEBITO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS.
               MOVE BAT-DATA           TO JRN-DATA.
               MOVE BAT-NUMERO         TO JRN-LOTE.
               MOVE WRK-CONTA-PAGAR    TO JRN-CONTA.
               MOVE SPACES             TO JRN-CCUSTO.
               MOVE "C"                TO JRN-DC.
               MOVE WRK-TOTAL-CREDITOS TO JRN-VALOR.
               WRITE JRN-REGISTRO.
               CLOSE ARQ-DIARIO.
               DISPLAY "DIARIO DA COMPLEMENTAR GRAVADO (GLJRNL) - "
                   WRK-QTDE-CENTROS " DEBITOS + 1 CREDITO, TOTAL "
                   WRK-TOTAL-CREDITOS " CENTAVOS".
               MOVE "PROGRAMA93" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               MOVE SPACES       TO AUD-DESCRICAO.
               STRING "LOTE " BAT-NUMERO " DIARIO COMPL "
                   WRK-QTDE-CENTROS " DEBITOS TOTAL "
                   WRK-TOTAL-CREDITOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0006-C-GRAVA-DEBITO     SECTION.
               MOVE BAT-DATA           TO JRN-DATA.
               MOVE BAT-NUMERO         TO JRN-LOTE.
               MOVE WRK-CONTA-SUSPENSE TO JRN-CONTA.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   MOVE WRK-CEN-CCUSTO (WRK-I) TO CCU-CODIGO
                   READ CADASTRO-CCUSTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CCU-CONTA-GL TO JRN-CONTA
                   END-READ
               END-IF.
               MOVE WRK-CEN-CCUSTO (WRK-I) TO JRN-CCUSTO.
               MOVE "D"                    TO JRN-DC.
               COMPUTE JRN-VALOR = WRK-CEN-TOTAL (WRK-I) * 100.
               WRITE JRN-REGISTRO.

       0007-FINALIZAR          SECTION.
               IF WRK-SEQ-COMPL > ZEROS
                   DISPLAY "FOLHA COMPLEMENTAR " WRK-SEQ-COMPL
                       " DA COMPETENCIA " WRK-COMPETENCIA
                       " - PAGOS " WRK-QTDE-PAGOS
                       " REJEITADOS " WRK-QTDE-REJEITADOS
                       " EVENTOS BAIXADOS " WRK-QTDE-BAIXADOS
                   DISPLAY "BRUTO " WRK-TOTAL-BRUTO
                       " INSS " WRK-TOTAL-INSS
                       " IRRF " WRK-TOTAL-IRRF
                       " LIQUIDO " WRK-TOTAL-LIQUIDO
                   MOVE "PROGRAMA93" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " COMPL " WRK-COMPETENCIA
                       "/" WRK-SEQ-COMPL " PAGOS " WRK-QTDE-PAGOS
                       " REJ " WRK-QTDE-REJEITADOS
                       " BRUTO " WRK-TOTAL-BRUTO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               IF WRK-MESTRE-ABERTO-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-HIST-ABERTO-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.
               IF WRK-EVENTOS-ABERTO-SIM
                   CLOSE ARQ-EVENTOS
               END-IF.
               IF WRK-CTL-ABERTO-SIM
                   CLOSE ARQ-CTL-FOLHA
               END-IF.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               PERFORM 7941-FECHA-RATEIO.
               CLOSE ARQ-EXCECAO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPTABFPR.

           COPY CPFAIXPR.

           COPY CPGLFPR.

           COPY CPESTPR.

           COPY CPRATPR.

           COPY CPAUDPR.

           COPY CPEXCPR.

           COPY CPBATPR.

           COPY CPTRNPR.

           COPY CPANFPR.
