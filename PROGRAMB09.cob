           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB09.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: FECHAMENTO ANUAL DA FOLHA (SO SUPERVISOR, NIVEL
      *==          2) - A VIRADA DO ANO ERA UMA LISTA DE CONFERENCIA
      *==          DE PAPEL E CADA PASSO ESQUECIDO VIRAVA UMA FOLHA
      *==          DE JANEIRO ERRADA. DOIS MODOS:
      *==          1 - FECHAMENTO: CONFERE CADA PRE-REQUISITO DO
      *==              ANO E IMPRIME A LISTA COM OK/FALHA (ARQ.
      *==              ANOFREL, GUARDADA NO REPOSITORIO DE
      *==              RELATORIOS, ID ANOFECHA):
      *==              - AS DOZE COMPETENCIAS CONCLUIDAS NO FOLHACTL;
      *==              - AS DUAS PARCELAS DO 13. NO DECHIST, SEM
      *==                FUNCIONARIO ATIVO SO COM A PARCELA 1;
      *==              - O INFORME ANUAL EMITIDO (PROGRAMA46, QUE
      *==                CARIMBA A EMISSAO NO ANOFECH);
      *==              - OS DOZE MESES NO HISTORICO FOLHAHST;
      *==              - OS CONTADORES ANUAIS DO 13. (PROVISAO)
      *==                ACESSIVEIS PARA A VIRADA;
      *==              - TABFAIX (INSS E IRRF), TABSALF, TABENC E
      *==                FERIADOS JA CARREGADOS PARA O ANO SEGUINTE.
      *==              QUALQUER FALHA RECUSA O FECHAMENTO. TUDO OK:
      *==              ZERA OS CONTADORES ANUAIS DO 13. NA PROVISAO
      *==              (PRV-ANO-REF PASSA AO ANO SEGUINTE) E CARIMBA
      *==              O ANO COMO FECHADO NO ANOFECH (CPANOFCH) -
      *==              DAI EM DIANTE A FOLHA, OS EVENTOS, A
      *==              COMPLEMENTAR, O ESTORNO, O 13. E A PLR
      *==              RECUSAM LANCAR NO ANO (SECTION 8150 DO
      *==              CPANFPR);
      *==          2 - REABERTURA: ANO FECHADO VOLTA A RECEBER
      *==              LANCAMENTOS COM JUSTIFICATIVA OBRIGATORIA.
      *==          FECHAMENTOS, RECUSAS E REABERTURAS VAO PARA A
      *==          TRILHA DE AUDITORIA.
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
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-HIST-DEC ASSIGN TO "DECHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-DEC.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-PROVISAO ASSIGN TO "PROVISAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRV-CHAVE
                   FILE STATUS IS WRK-FS-PROVISAO.
               SELECT ARQ-TABELA-FAIXAS ASSIGN TO "TABFAIX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-FAIXAS.
               SELECT ARQ-TABELA-SALFAM ASSIGN TO "TABSALF"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-SALFAM.
               SELECT ARQ-TABELA-ENCARGOS ASSIGN TO "TABENC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-ENCARGOS.
               SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FERIADOS.
               SELECT ARQ-RELATORIO ASSIGN TO "ANOFREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQB9"
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
           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-HIST-DEC
               LABEL RECORD IS STANDARD.
           COPY CPDECHST.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-PROVISAO
               LABEL RECORD IS STANDARD.
           COPY CPPROVIS.

           FD  ARQ-TABELA-FAIXAS
               LABEL RECORD IS STANDARD.
           COPY CPTABFX.

           FD  ARQ-TABELA-SALFAM
               LABEL RECORD IS STANDARD.
           COPY CPSALFAM.

           FD  ARQ-TABELA-ENCARGOS
               LABEL RECORD IS STANDARD.
           COPY CPENCARG.

           FD  ARQ-FERIADOS
               LABEL RECORD IS STANDARD.
           COPY CPFERIAD.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS NOMEADOS,
      *    NAO FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS QUATRO VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  FCR-CABECALHO-REC.
               05 FCR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 FCR-CAB-TITULO       PIC X(50).
               05 FCR-CAB-LIT-ANO      PIC X(10).
               05 FCR-CAB-ANO          PIC 9(04).
               05 FCR-CAB-LIT-LOTE     PIC X(09).
               05 FCR-CAB-LOTE         PIC 9(05).
               05 FILLER               PIC X(49).
           01  FCR-COLUNA-REC REDEFINES FCR-CABECALHO-REC.
               05 FCR-COL-TIPO         PIC X(01).
               05 FCR-COL-TEXTO        PIC X(131).
           01  FCR-DETALHE-REC REDEFINES FCR-CABECALHO-REC.
               05 FCR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FCR-DET-ITEM         PIC 9(02).
               05 FILLER               PIC X(02).
               05 FCR-DET-DESCRICAO    PIC X(50).
               05 FILLER               PIC X(02).
               05 FCR-DET-RESULTADO    PIC X(06).
               05 FILLER               PIC X(02).
               05 FCR-DET-OBSERVACAO   PIC X(66).
           01  FCR-TOTAL-REC REDEFINES FCR-CABECALHO-REC.
               05 FCR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 FCR-TOT-DESCRICAO    PIC X(50).
               05 FCR-TOT-QTDE         PIC ZZZZZZ9.
               05 FILLER               PIC X(73).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-FS-HIST-DEC      PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-DEC-OK         VALUE "00".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-PROVISAO      PIC X(02) VALUE SPACES.
           88 WRK-FS-PROVISAO-OK         VALUE "00".
           88 WRK-FS-PROVISAO-NAO-EXISTE VALUE "35".
       77 WRK-FS-TABELA-FAIXAS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-FAIXAS-OK    VALUE "00".
       77 WRK-FS-TABELA-SALFAM PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-SALFAM-OK    VALUE "00".
       77 WRK-FS-TABELA-ENCARGOS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-ENCARGOS-OK  VALUE "00".
       77 WRK-FS-FERIADOS      PIC X(02) VALUE SPACES.
           88 WRK-FS-FERIADOS-OK         VALUE "00".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
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

       01 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.

      *    PARAMETROS DO SYSIN: OPERADOR (SIGN-ON COM SENHA), MODO,
      *    ANO E, NA REABERTURA, A JUSTIFICATIVA
       77 WRK-MODO             PIC 9(01) VALUE ZEROS.
           88 WRK-MODO-FECHAMENTO        VALUE 1.
           88 WRK-MODO-REABERTURA        VALUE 2.
           88 WRK-MODO-VALIDO            VALUE 1 THRU 2.
       77 WRK-ANO-FECHA        PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-SEGUINTE     PIC 9(04) VALUE ZEROS.
       77 WRK-SEG-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-SEG-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-JUSTIFICATIVA    PIC X(50) VALUE SPACES.
      *    MOTIVO DA RECUSA - EM BRANCO, A OPERACAO PROSSEGUE
       77 WRK-MOTIVO-RECUSA    PIC X(60) VALUE SPACES.

      *    SITUACAO DO ANO NO ANOFECH ANTES DO FECHAMENTO
       77 WRK-SIT-ANO          PIC X(01) VALUE SPACES.
           88 WRK-SIT-ANO-FECHADO        VALUE "F".
       77 WRK-SIT-DATA-FECHA   PIC 9(08) VALUE ZEROS.
       77 WRK-SIT-INF-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-SIT-INF-LOTE     PIC 9(05) VALUE ZEROS.
       77 WRK-SIT-INF-ESTAB    PIC 9(03) VALUE ZEROS.
       77 WRK-SIT-INF-QTDE     PIC 9(05) VALUE ZEROS.

      *    ITEM DA LISTA EM CONFERENCIA - MONTADO POR CADA SECTION
      *    1100-1630 E IMPRESSO PELA 1900
       77 WRK-ITEM-NUM         PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WRK-ITEM-OK          PIC X(01) VALUE "N".
           88 WRK-ITEM-OK-SIM            VALUE "S".
       77 WRK-ITEM-OBS         PIC X(66) VALUE SPACES.
       77 WRK-QTDE-ITENS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FALHAS      PIC 9(07) VALUE ZEROS.

      *    COMPETENCIAS DO ANO - FOLHACTL E FOLHAHST
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       01 WRK-COMP-TESTE.
           05 WRK-CT-ANO           PIC 9(04).
           05 WRK-CT-MES           PIC 9(02).
       01 WRK-COMP-TESTE-N REDEFINES WRK-COMP-TESTE PIC 9(06).
       77 WRK-QTDE-MESES-FALTA PIC 9(02) VALUE ZEROS.
       77 WRK-PRIMEIRA-FALTA   PIC 9(06) VALUE ZEROS.
       01 WRK-MESES-HIST.
           05 WRK-MES-NO-HIST      PIC X(01) OCCURS 12 TIMES.

      *    13. DO ANO POR FUNCIONARIO, CARREGADO DO DECHIST -
      *    PARCELAS ENCONTRADAS DE CADA UM
       77 WRK-QTDE-DEC         PIC 9(05) VALUE ZEROS.
       01 WRK-DEC-TABELA.
           05 WRK-D13-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-D13-IDX.
               10 WRK-D13-CODIGO       PIC 9(05).
               10 WRK-D13-TEM-P1       PIC X(01).
               10 WRK-D13-TEM-P2       PIC X(01).
       77 WRK-D13-ACHADO       PIC X(01) VALUE "N".
           88 WRK-D13-ACHADO-SIM         VALUE "S".
       77 WRK-QTDE-PARC-1      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PARC-2      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-PARC-2  PIC 9(05) VALUE ZEROS.
       77 WRK-PRIMEIRO-SEM-P2  PIC 9(05) VALUE ZEROS.

      *    CONTADORES ANUAIS DO 13. NA PROVISAO
       77 WRK-QTDE-ZERAR       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ZERADOS     PIC 9(05) VALUE ZEROS.

      *    TABELAS DO ANO SEGUINTE
       77 WRK-QTDE-VIG-INSS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VIG-IRRF    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VIGENTES    PIC 9(05) VALUE ZEROS.

       77 WRK-TOTAL-DESCRICAO  PIC X(50) VALUE SPACES.
       77 WRK-TOTAL-QTDE       PIC 9(07) VALUE ZEROS.

           COPY CPBATCH.

           COPY CPANFWS.

           COPY CPREPWS.

           COPY CPAUDELO.

           COPY CPOPERWS.

      *    ROTULOS DA ANOFREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-FCR-TITULO   PIC X(50)
           VALUE "FECHAMENTO ANUAL DA FOLHA - LISTA DE CONFERENCIA".
       77 WRK-LIT-FCR-ANO      PIC X(10) VALUE "  ANO: ".
       77 WRK-LIT-FCR-LOTE     PIC X(09) VALUE "  LOTE: ".
       77 WRK-LIT-FCR-OK       PIC X(06) VALUE "OK".
       77 WRK-LIT-FCR-FALHA    PIC X(06) VALUE "FALHA".
       77 WRK-LIT-FCR-ITEM-01  PIC X(50)
           VALUE "COMPETENCIAS CONCLUIDAS NO FOLHACTL (12)".
       77 WRK-LIT-FCR-ITEM-02  PIC X(50)
           VALUE "13. SALARIO - PARCELAS 1 E 2 NO DECHIST".
       77 WRK-LIT-FCR-ITEM-03  PIC X(50)
           VALUE "INFORME ANUAL DE RENDIMENTOS (PROGRAMA46)".
       77 WRK-LIT-FCR-ITEM-04  PIC X(50)
           VALUE "HISTORICO DA FOLHA - 12 MESES NO FOLHAHST".
       77 WRK-LIT-FCR-ITEM-05  PIC X(50)
           VALUE "CONTADORES ANUAIS DO 13. (PROVISAO)".
       77 WRK-LIT-FCR-ITEM-06  PIC X(50)
           VALUE "FAIXAS INSS/IRRF DO ANO SEGUINTE (TABFAIX)".
       77 WRK-LIT-FCR-ITEM-07  PIC X(50)
           VALUE "SALARIO-FAMILIA DO ANO SEGUINTE (TABSALF)".
       77 WRK-LIT-FCR-ITEM-08  PIC X(50)
           VALUE "ENCARGOS PATRONAIS DO ANO SEGUINTE (TABENC)".
       77 WRK-LIT-FCR-ITEM-09  PIC X(50)
           VALUE "FERIADOS DO ANO SEGUINTE (FERIADOS)".
       77 WRK-LIT-FCR-ITENS    PIC X(50)
           VALUE "ITENS CONFERIDOS:".
       77 WRK-LIT-FCR-FALHAS   PIC X(50)
           VALUE "ITENS COM FALHA:".
       77 WRK-LIT-FCR-FECHADO  PIC X(50)
           VALUE "ANO FECHADO - LANCAMENTOS BLOQUEADOS NO ANO:".
       77 WRK-LIT-FCR-RECUSADO PIC X(50)
           VALUE "FECHAMENTO RECUSADO - CONTINUA ABERTO O ANO:".
       77 WRK-LIT-FCR-ZERADOS  PIC X(50)
           VALUE "CONTADORES ANUAIS DO 13. ZERADOS:".
       01 WRK-LIT-FCR-COLUNAS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LFC-ITEM         PIC X(06) VALUE "ITEM".
           05 WRK-LFC-DESCRICAO    PIC X(52) VALUE "VERIFICACAO".
           05 WRK-LFC-RESULTADO    PIC X(08) VALUE "RESULT.".
           05 WRK-LFC-OBSERVACAO   PIC X(64) VALUE "OBSERVACAO".

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0000-SIGN-ON.
               IF WRK-OPERADOR-AUTORIZADO-SIM
                   PERFORM 0100-CAPTURA-MODO
                       UNTIL WRK-MODO-VALIDO
                   PERFORM 0200-CAPTURA-ANO
                       UNTIL WRK-ANO-FECHA NOT < 2000
                   MOVE WRK-DATA-EXEC       TO BAT-DATA
                   MOVE WRK-OPERADOR-SIGNON TO BAT-OPERADOR
                   PERFORM 7200-ATRIBUI-LOTE
                   OPEN EXTEND ARQ-AUDITORIA
                   IF WRK-FS-AUDITORIA-NAO-EXISTE
                       OPEN OUTPUT ARQ-AUDITORIA
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-MODO-FECHAMENTO
                           PERFORM 1000-FECHA-ANO
                       WHEN OTHER
                           PERFORM 2000-REABRE-ANO
                   END-EVALUATE
                   CLOSE ARQ-AUDITORIA
               END-IF.
               GOBACK.

      *    SIGN-ON COM SENHA (CPOPERPR) - FECHAR E REABRIR O ANO E
      *    COISA DE SUPERVISOR (NIVEL 2)
       0000-SIGN-ON            SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR-SIGNON.
               PERFORM 7900-VALIDA-OPERADOR.
               IF NOT WRK-OPERADOR-AUTORIZADO-SIM
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
               ELSE
                   IF WRK-NIVEL-OPERADOR < 2
                       DISPLAY "FECHAMENTO ANUAL EXIGE NIVEL DE "
                           "SUPERVISOR - EXECUCAO ENCERRADA"
                       MOVE "N" TO WRK-OPERADOR-AUTORIZADO
                   END-IF
               END-IF.

       0100-CAPTURA-MODO       SECTION.
               DISPLAY "MODO: 1-FECHAMENTO DO ANO  2-REABERTURA "
                   "DO ANO "
                   ACCEPT WRK-MODO.
               IF NOT WRK-MODO-VALIDO
                   DISPLAY "MODO INVALIDO: " WRK-MODO
               END-IF.

       0200-CAPTURA-ANO        SECTION.
               DISPLAY "DIGITE O ANO (AAAA): "
                   ACCEPT WRK-ANO-FECHA.
               IF WRK-ANO-FECHA < 2000
                   DISPLAY "ERRO: ANO INVALIDO - " WRK-ANO-FECHA
               END-IF.

      *    SITUACAO ATUAL DO ANO E O CARIMBO DO INFORME ANUAL;
      *    SEM O ANOFECH NENHUM ANO FOI FECHADO NEM INFORMADO
       0300-LE-SITUACAO-ANO    SECTION.
               MOVE SPACES TO WRK-SIT-ANO.
               MOVE ZEROS  TO WRK-SIT-DATA-FECHA WRK-SIT-INF-DATA
                   WRK-SIT-INF-LOTE WRK-SIT-INF-ESTAB
                   WRK-SIT-INF-QTDE.
               OPEN INPUT ARQ-FECHAMENTO-ANO.
               IF WRK-FS-ANOFECH-OK
                   MOVE WRK-ANO-FECHA TO ANF-ANO
                   READ ARQ-FECHAMENTO-ANO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ANF-SITUACAO      TO WRK-SIT-ANO
                           MOVE ANF-DATA-FECHA    TO WRK-SIT-DATA-FECHA
                           MOVE ANF-INFORME-DATA  TO WRK-SIT-INF-DATA
                           MOVE ANF-INFORME-LOTE  TO WRK-SIT-INF-LOTE
                           MOVE ANF-INFORME-ESTAB TO WRK-SIT-INF-ESTAB
                           MOVE ANF-INFORME-QTDE  TO WRK-SIT-INF-QTDE
                   END-READ
                   CLOSE ARQ-FECHAMENTO-ANO
               ELSE
                   IF NOT WRK-FS-ANOFECH-NAO-EXISTE
                       DISPLAY "CONTROLE DE FECHAMENTO ANUAL (ANOFECH) "
                           "INDISPONIVEL - FS: " WRK-FS-ANOFECH
                   END-IF
               END-IF.

      *    FECHAMENTO - TODOS OS ITENS SAO CONFERIDOS E IMPRESSOS,
      *    MESMO DEPOIS DA PRIMEIRA FALHA, PARA A OPERACAO VER A
      *    LISTA INTEIRA DE PENDENCIAS DE UMA VEZ
       1000-FECHA-ANO          SECTION.
               COMPUTE WRK-ANO-SEGUINTE = WRK-ANO-FECHA + 1.
               COMPUTE WRK-SEG-INICIO = WRK-ANO-SEGUINTE * 10000 + 101.
               COMPUTE WRK-SEG-FIM = WRK-ANO-SEGUINTE * 10000 + 1231.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               PERFORM 0300-LE-SITUACAO-ANO.
               IF WRK-SIT-ANO-FECHADO
                   STRING "ANO JA FECHADO EM " WRK-SIT-DATA-FECHA
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   PERFORM 1010-EMITE-LISTA
               END-IF.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB09"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               EVALUATE TRUE
                   WHEN WRK-MOTIVO-RECUSA NOT = SPACES
                       STRING "FECHAMENTO DO ANO " WRK-ANO-FECHA
                           " RECUSADO - " WRK-MOTIVO-RECUSA
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       DISPLAY "*** FECHAMENTO RECUSADO - "
                           WRK-MOTIVO-RECUSA
                   WHEN WRK-QTDE-FALHAS > ZEROS
                       STRING "FECHAMENTO DO ANO " WRK-ANO-FECHA
                           " RECUSADO - " WRK-QTDE-FALHAS
                           " ITENS COM FALHA - LOTE " BAT-NUMERO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       DISPLAY "*** FECHAMENTO RECUSADO - "
                           WRK-QTDE-FALHAS " ITENS COM FALHA (ANOFREL)"
                   WHEN OTHER
                       STRING "ANO " WRK-ANO-FECHA " FECHADO - LOTE "
                           BAT-NUMERO " CONTADORES ZERADOS "
                           WRK-QTDE-ZERADOS
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       DISPLAY "ANO " WRK-ANO-FECHA " FECHADO - "
                           "LANCAMENTOS NO ANO BLOQUEADOS"
               END-EVALUATE.
               PERFORM 7000-GRAVA-AUDITORIA.

       1010-EMITE-LISTA        SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "ANOFECHA"    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE BAT-NUMERO    TO WRK-REP-LOTE.
               MOVE "PROGRAMB09"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO FCR-CABECALHO-REC.
               MOVE "H"                TO FCR-CAB-TIPO.
               MOVE WRK-LIT-FCR-TITULO TO FCR-CAB-TITULO.
               MOVE WRK-LIT-FCR-ANO    TO FCR-CAB-LIT-ANO.
               MOVE WRK-ANO-FECHA      TO FCR-CAB-ANO.
               MOVE WRK-LIT-FCR-LOTE   TO FCR-CAB-LIT-LOTE.
               MOVE BAT-NUMERO         TO FCR-CAB-LOTE.
               WRITE FCR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO FCR-COLUNA-REC.
               MOVE "C"                 TO FCR-COL-TIPO.
               MOVE WRK-LIT-FCR-COLUNAS TO FCR-COL-TEXTO.
               WRITE FCR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 1100-CONFERE-FOLHACTL.
               PERFORM 1200-CONFERE-DECHIST.
               PERFORM 1300-CONFERE-INFORME.
               PERFORM 1400-CONFERE-FOLHAHST.
               PERFORM 1500-CONFERE-CONTADORES.
               PERFORM 1600-CONFERE-TABFAIX.
               PERFORM 1610-CONFERE-TABSALF.
               PERFORM 1620-CONFERE-TABENC.
               PERFORM 1630-CONFERE-FERIADOS.
               IF WRK-QTDE-FALHAS = ZEROS
                   PERFORM 1700-ZERA-CONTADORES
               END-IF.
               IF WRK-QTDE-FALHAS = ZEROS
                   PERFORM 1800-GRAVA-FECHAMENTO
               END-IF.
               PERFORM 1950-GRAVA-TOTAIS.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.

      *    ITEM 1 - AS DOZE COMPETENCIAS CARIMBADAS COMO CONCLUIDAS
      *    PELA FOLHA MENSAL (ESTORNADA NAO CONTA)
       1100-CONFERE-FOLHACTL   SECTION.
               MOVE 1                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-01  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS TO WRK-QTDE-MESES-FALTA WRK-PRIMEIRA-FALTA.
               OPEN INPUT ARQ-CTL-FOLHA.
               IF WRK-FS-CTL-FOLHA-OK
                   PERFORM 1110-CONFERE-COMPETENCIA
                       VARYING WRK-MES FROM 1 BY 1
                       UNTIL WRK-MES > 12
                   CLOSE ARQ-CTL-FOLHA
                   IF WRK-QTDE-MESES-FALTA = ZEROS
                       MOVE "S" TO WRK-ITEM-OK
                       MOVE "AS 12 COMPETENCIAS CONCLUIDAS"
                           TO WRK-ITEM-OBS
                   ELSE
                       MOVE "N" TO WRK-ITEM-OK
                       STRING WRK-QTDE-MESES-FALTA
                           " COMPETENCIA(S) SEM CONCLUSAO - A PRIMEIRA "
                           WRK-PRIMEIRA-FALTA
                           DELIMITED BY SIZE INTO WRK-ITEM-OBS
                   END-IF
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "CONTROLE DA FOLHA (FOLHACTL) INDISPONIVEL "
                       "- FS " WRK-FS-CTL-FOLHA
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1110-CONFERE-COMPETENCIA SECTION.
               MOVE WRK-ANO-FECHA    TO WRK-CT-ANO.
               MOVE WRK-MES          TO WRK-CT-MES.
               MOVE WRK-COMP-TESTE-N TO FCT-COMPETENCIA.
               READ ARQ-CTL-FOLHA
                   INVALID KEY
                       PERFORM 1120-ANOTA-FALTA
                   NOT INVALID KEY
                       IF NOT FCT-COMPLETO
                           PERFORM 1120-ANOTA-FALTA
                       END-IF
               END-READ.

       1120-ANOTA-FALTA        SECTION.
               ADD 1 TO WRK-QTDE-MESES-FALTA.
               IF WRK-PRIMEIRA-FALTA = ZEROS
                   MOVE WRK-COMP-TESTE-N TO WRK-PRIMEIRA-FALTA
               END-IF.

      *    ITEM 2 - AS DUAS PARCELAS DO 13. DO ANO NO DECHIST; QUEM
      *    RECEBEU A PARCELA 1 E CONTINUA ATIVO NO MESTRE TEM DE TER
      *    A PARCELA 2 (O DESLIGADO ACERTOU O 13. NA RESCISAO)
       1200-CONFERE-DECHIST    SECTION.
               MOVE 2                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-02  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS TO WRK-QTDE-DEC WRK-QTDE-PARC-1
                   WRK-QTDE-PARC-2 WRK-QTDE-SEM-PARC-2
                   WRK-PRIMEIRO-SEM-P2.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-HIST-DEC.
               IF WRK-FS-HIST-DEC-OK
                   PERFORM 1210-LE-UMA-PARCELA
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-HIST-DEC
                   OPEN INPUT CADASTRO-MESTRE
                   PERFORM 1240-CONFERE-PARCELA-2
                       VARYING WRK-D13-IDX FROM 1 BY 1
                       UNTIL WRK-D13-IDX > WRK-QTDE-DEC
                   IF WRK-FS-MESTRE-OK
                       CLOSE CADASTRO-MESTRE
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-QTDE-PARC-1 = ZEROS
                           MOVE "N" TO WRK-ITEM-OK
                           MOVE "PARCELA 1 DO ANO NAO CALCULADA"
                               TO WRK-ITEM-OBS
                       WHEN WRK-QTDE-PARC-2 = ZEROS
                           MOVE "N" TO WRK-ITEM-OK
                           MOVE "PARCELA 2 DO ANO NAO CALCULADA"
                               TO WRK-ITEM-OBS
                       WHEN WRK-QTDE-SEM-PARC-2 > ZEROS
                           MOVE "N" TO WRK-ITEM-OK
                           STRING WRK-QTDE-SEM-PARC-2
                               " ATIVO(S) SEM A PARCELA 2 - O PRIMEIRO "
                               WRK-PRIMEIRO-SEM-P2
                               DELIMITED BY SIZE INTO WRK-ITEM-OBS
                       WHEN OTHER
                           MOVE "S" TO WRK-ITEM-OK
                           STRING "PARCELA 1: " WRK-QTDE-PARC-1
                               " PARCELA 2: " WRK-QTDE-PARC-2
                               DELIMITED BY SIZE INTO WRK-ITEM-OBS
                   END-EVALUATE
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "HISTORICO DO 13. (DECHIST) INDISPONIVEL "
                       "- FS " WRK-FS-HIST-DEC
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1210-LE-UMA-PARCELA     SECTION.
               READ ARQ-HIST-DEC
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF DHT-ANO = WRK-ANO-FECHA
                           PERFORM 1220-ANOTA-PARCELA
                       END-IF
               END-READ.

       1220-ANOTA-PARCELA      SECTION.
               MOVE "N" TO WRK-D13-ACHADO.
               PERFORM 1230-TESTA-CODIGO
                   VARYING WRK-D13-IDX FROM 1 BY 1
                   UNTIL WRK-D13-IDX > WRK-QTDE-DEC
                      OR WRK-D13-ACHADO-SIM.
               IF NOT WRK-D13-ACHADO-SIM
                   AND WRK-QTDE-DEC < 9999
                   ADD 1 TO WRK-QTDE-DEC
                   SET WRK-D13-IDX TO WRK-QTDE-DEC
                   MOVE DHT-CODIGO TO WRK-D13-CODIGO (WRK-D13-IDX)
                   MOVE "N"        TO WRK-D13-TEM-P1 (WRK-D13-IDX)
                   MOVE "N"        TO WRK-D13-TEM-P2 (WRK-D13-IDX)
                   PERFORM 1235-MARCA-PARCELA
               END-IF.

       1230-TESTA-CODIGO       SECTION.
               IF WRK-D13-CODIGO (WRK-D13-IDX) = DHT-CODIGO
                   MOVE "S" TO WRK-D13-ACHADO
                   PERFORM 1235-MARCA-PARCELA
               END-IF.

      *    REPROCESSO DA MESMA PARCELA ANEXA DE NOVO NO DECHIST -
      *    CADA FUNCIONARIO CONTA UMA VEZ POR PARCELA
       1235-MARCA-PARCELA      SECTION.
               IF DHT-PARCELA = 1
                   IF WRK-D13-TEM-P1 (WRK-D13-IDX) NOT = "S"
                       MOVE "S" TO WRK-D13-TEM-P1 (WRK-D13-IDX)
                       ADD 1 TO WRK-QTDE-PARC-1
                   END-IF
               ELSE
                   IF WRK-D13-TEM-P2 (WRK-D13-IDX) NOT = "S"
                       MOVE "S" TO WRK-D13-TEM-P2 (WRK-D13-IDX)
                       ADD 1 TO WRK-QTDE-PARC-2
                   END-IF
               END-IF.

      *    SEM O MESTRE NAO HA COMO SABER QUEM FOI DESLIGADO - TODO
      *    FUNCIONARIO SO COM A PARCELA 1 CONTA COMO PENDENCIA
       1240-CONFERE-PARCELA-2  SECTION.
               IF WRK-D13-TEM-P1 (WRK-D13-IDX) = "S"
                   AND WRK-D13-TEM-P2 (WRK-D13-IDX) NOT = "S"
                   IF WRK-FS-MESTRE-OK
                       MOVE WRK-D13-CODIGO (WRK-D13-IDX) TO EMP-CODIGO
                       READ CADASTRO-MESTRE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT EMP-DESLIGADO
                                   PERFORM 1245-ANOTA-SEM-PARCELA-2
                               END-IF
                       END-READ
                   ELSE
                       PERFORM 1245-ANOTA-SEM-PARCELA-2
                   END-IF
               END-IF.

       1245-ANOTA-SEM-PARCELA-2 SECTION.
               ADD 1 TO WRK-QTDE-SEM-PARC-2.
               IF WRK-PRIMEIRO-SEM-P2 = ZEROS
                   MOVE WRK-D13-CODIGO (WRK-D13-IDX)
                       TO WRK-PRIMEIRO-SEM-P2
               END-IF.

      *    ITEM 3 - O INFORME ANUAL CARIMBADO PELO PROGRAMA46 NO
      *    REGISTRO DO ANO (ULTIMA EMISSAO)
       1300-CONFERE-INFORME    SECTION.
               MOVE 3                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-03  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               IF WRK-SIT-INF-DATA > ZEROS
                   MOVE "S" TO WRK-ITEM-OK
                   STRING "EMITIDO EM " WRK-SIT-INF-DATA
                       " LOTE " WRK-SIT-INF-LOTE
                       " ESTAB " WRK-SIT-INF-ESTAB
                       " - " WRK-SIT-INF-QTDE " INFORMES"
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   MOVE "INFORME DO ANO NAO EMITIDO (PROGRAMA46)"
                       TO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

      *    ITEM 4 - CADA MES DO ANO COM PELO MENOS UM RESULTADO NO
      *    HISTORICO DA FOLHA (O INFORME E O 13. SAEM DAQUI)
       1400-CONFERE-FOLHAHST   SECTION.
               MOVE 4                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-04  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ALL "N"              TO WRK-MESES-HIST.
               MOVE ZEROS TO WRK-QTDE-MESES-FALTA WRK-PRIMEIRA-FALTA.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   PERFORM 1410-LE-UM-HISTORICO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-HIST-FOLHA
                   PERFORM 1420-CONFERE-MES
                       VARYING WRK-MES FROM 1 BY 1
                       UNTIL WRK-MES > 12
                   IF WRK-QTDE-MESES-FALTA = ZEROS
                       MOVE "S" TO WRK-ITEM-OK
                       MOVE "OS 12 MESES NO HISTORICO" TO WRK-ITEM-OBS
                   ELSE
                       MOVE "N" TO WRK-ITEM-OK
                       STRING WRK-QTDE-MESES-FALTA
                           " MES(ES) SEM HISTORICO - O PRIMEIRO "
                           WRK-PRIMEIRA-FALTA
                           DELIMITED BY SIZE INTO WRK-ITEM-OBS
                   END-IF
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "HISTORICO DA FOLHA (FOLHAHST) INDISPONIVEL "
                       "- FS " WRK-FS-HIST-FOLHA
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1410-LE-UM-HISTORICO    SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       MOVE FHT-COMPETENCIA TO WRK-COMP-TESTE-N
                       IF WRK-CT-ANO = WRK-ANO-FECHA
                           AND WRK-CT-MES >= 1 AND WRK-CT-MES <= 12
                           MOVE "S" TO WRK-MES-NO-HIST (WRK-CT-MES)
                       END-IF
               END-READ.

       1420-CONFERE-MES        SECTION.
               IF WRK-MES-NO-HIST (WRK-MES) NOT = "S"
                   MOVE WRK-ANO-FECHA TO WRK-CT-ANO
                   MOVE WRK-MES       TO WRK-CT-MES
                   PERFORM 1120-ANOTA-FALTA
               END-IF.

      *    ITEM 5 - OS CONTADORES ANUAIS DO 13. (JA PAGO NO ANO E
      *    ULTIMA PARCELA BAIXADA) PRECISAM ESTAR ACESSIVEIS PARA A
      *    VIRADA; SEM A PROVISAO NAO HA O QUE ZERAR
       1500-CONFERE-CONTADORES SECTION.
               MOVE 5                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-05  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS                TO WRK-QTDE-ZERAR.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-PROVISAO.
               EVALUATE TRUE
                   WHEN WRK-FS-PROVISAO-OK
                       PERFORM 1510-LE-UMA-PROVISAO
                           UNTIL WRK-FIM-LEITURA-SIM
                       CLOSE ARQ-PROVISAO
                       MOVE "S" TO WRK-ITEM-OK
                       STRING WRK-QTDE-ZERAR
                           " CONTADOR(ES) A ZERAR PARA "
                           WRK-ANO-SEGUINTE
                           DELIMITED BY SIZE INTO WRK-ITEM-OBS
                   WHEN WRK-FS-PROVISAO-NAO-EXISTE
                       MOVE "S" TO WRK-ITEM-OK
                       MOVE "SEM PROVISAO (PROVISAO) - NADA A ZERAR"
                           TO WRK-ITEM-OBS
                   WHEN OTHER
                       MOVE "N" TO WRK-ITEM-OK
                       STRING "PROVISAO (PROVISAO) INDISPONIVEL - FS "
                           WRK-FS-PROVISAO
                           DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-EVALUATE.
               PERFORM 1900-GRAVA-ITEM.

       1510-LE-UMA-PROVISAO    SECTION.
               READ ARQ-PROVISAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF PRV-DECIMO
                           AND PRV-ANO-REF NOT > WRK-ANO-FECHA
                           ADD 1 TO WRK-QTDE-ZERAR
                       END-IF
               END-READ.

      *    ITENS 6 A 9 - TABELAS JA CARREGADAS COM VIGENCIA (OU
      *    FERIADO) DENTRO DO ANO SEGUINTE; NO TABFAIX, INSS E IRRF
       1600-CONFERE-TABFAIX    SECTION.
               MOVE 6                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-06  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS TO WRK-QTDE-VIG-INSS WRK-QTDE-VIG-IRRF.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-TABELA-FAIXAS.
               IF WRK-FS-TABELA-FAIXAS-OK
                   PERFORM 1605-LE-UMA-FAIXA
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-TABELA-FAIXAS
                   EVALUATE TRUE
                       WHEN WRK-QTDE-VIG-INSS = ZEROS
                           MOVE "N" TO WRK-ITEM-OK
                           STRING "FAIXAS DO INSS DE " WRK-ANO-SEGUINTE
                               " NAO CARREGADAS (PROGRAMA14)"
                               DELIMITED BY SIZE INTO WRK-ITEM-OBS
                       WHEN WRK-QTDE-VIG-IRRF = ZEROS
                           MOVE "N" TO WRK-ITEM-OK
                           STRING "FAIXAS DO IRRF DE " WRK-ANO-SEGUINTE
                               " NAO CARREGADAS (PROGRAMA14)"
                               DELIMITED BY SIZE INTO WRK-ITEM-OBS
                       WHEN OTHER
                           MOVE "S" TO WRK-ITEM-OK
                           STRING "INSS: " WRK-QTDE-VIG-INSS
                               " IRRF: " WRK-QTDE-VIG-IRRF
                               " FAIXAS DE " WRK-ANO-SEGUINTE
                               DELIMITED BY SIZE INTO WRK-ITEM-OBS
                   END-EVALUATE
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "TABELA DE FAIXAS (TABFAIX) INDISPONIVEL "
                       "- FS " WRK-FS-TABELA-FAIXAS
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1605-LE-UMA-FAIXA       SECTION.
               READ ARQ-TABELA-FAIXAS
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF TBF-VIGENCIA NOT < WRK-SEG-INICIO
                           AND TBF-VIGENCIA NOT > WRK-SEG-FIM
                           IF TBF-TIPO-INSS
                               ADD 1 TO WRK-QTDE-VIG-INSS
                           END-IF
                           IF TBF-TIPO-IRRF
                               ADD 1 TO WRK-QTDE-VIG-IRRF
                           END-IF
                       END-IF
               END-READ.

       1610-CONFERE-TABSALF    SECTION.
               MOVE 7                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-07  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS                TO WRK-QTDE-VIGENTES.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-TABELA-SALFAM.
               IF WRK-FS-TABELA-SALFAM-OK
                   PERFORM 1615-LE-UM-SALFAM
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-TABELA-SALFAM
                   PERFORM 1690-AVALIA-VIGENTES
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "TABELA DO SALARIO-FAMILIA (TABSALF) "
                       "INDISPONIVEL - FS " WRK-FS-TABELA-SALFAM
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1615-LE-UM-SALFAM       SECTION.
               READ ARQ-TABELA-SALFAM
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF SLF-VIGENCIA NOT < WRK-SEG-INICIO
                           AND SLF-VIGENCIA NOT > WRK-SEG-FIM
                           ADD 1 TO WRK-QTDE-VIGENTES
                       END-IF
               END-READ.

       1620-CONFERE-TABENC     SECTION.
               MOVE 8                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-08  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS                TO WRK-QTDE-VIGENTES.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-TABELA-ENCARGOS.
               IF WRK-FS-TABELA-ENCARGOS-OK
                   PERFORM 1625-LE-UM-ENCARGO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-TABELA-ENCARGOS
                   PERFORM 1690-AVALIA-VIGENTES
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "TABELA DE ENCARGOS (TABENC) INDISPONIVEL "
                       "- FS " WRK-FS-TABELA-ENCARGOS
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1625-LE-UM-ENCARGO      SECTION.
               READ ARQ-TABELA-ENCARGOS
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF ENC-VIGENCIA NOT < WRK-SEG-INICIO
                           AND ENC-VIGENCIA NOT > WRK-SEG-FIM
                           ADD 1 TO WRK-QTDE-VIGENTES
                       END-IF
               END-READ.

       1630-CONFERE-FERIADOS   SECTION.
               MOVE 9                    TO WRK-ITEM-NUM.
               MOVE WRK-LIT-FCR-ITEM-09  TO WRK-ITEM-DESCRICAO.
               MOVE SPACES               TO WRK-ITEM-OBS.
               MOVE ZEROS                TO WRK-QTDE-VIGENTES.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-FERIADOS.
               IF WRK-FS-FERIADOS-OK
                   PERFORM 1635-LE-UM-FERIADO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-FERIADOS
                   PERFORM 1690-AVALIA-VIGENTES
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "CALENDARIO DE FERIADOS (FERIADOS) "
                       "INDISPONIVEL - FS " WRK-FS-FERIADOS
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.
               PERFORM 1900-GRAVA-ITEM.

       1635-LE-UM-FERIADO      SECTION.
               READ ARQ-FERIADOS
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FER-DATA NOT < WRK-SEG-INICIO
                           AND FER-DATA NOT > WRK-SEG-FIM
                           ADD 1 TO WRK-QTDE-VIGENTES
                       END-IF
               END-READ.

       1690-AVALIA-VIGENTES    SECTION.
               IF WRK-QTDE-VIGENTES > ZEROS
                   MOVE "S" TO WRK-ITEM-OK
                   STRING WRK-QTDE-VIGENTES " LINHA(S) DE "
                       WRK-ANO-SEGUINTE
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               ELSE
                   MOVE "N" TO WRK-ITEM-OK
                   STRING "NADA CARREGADO PARA " WRK-ANO-SEGUINTE
                       DELIMITED BY SIZE INTO WRK-ITEM-OBS
               END-IF.

      *    VIRADA DOS CONTADORES ANUAIS DO 13.: O JA PAGO NO ANO E A
      *    ULTIMA PARCELA BAIXADA RECOMECAM NO ANO SEGUINTE (O SALDO
      *    PROVISIONADO FICA) - A MESMA VIRADA QUE O PROGRAMA75 E A
      *    7951 DO CPPRVPR FARIAM NO PRIMEIRO LANCAMENTO DO ANO
       1700-ZERA-CONTADORES    SECTION.
               MOVE ZEROS TO WRK-QTDE-ZERADOS.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN I-O ARQ-PROVISAO.
               EVALUATE TRUE
                   WHEN WRK-FS-PROVISAO-OK
                       PERFORM 1710-ZERA-UMA-PROVISAO
                           UNTIL WRK-FIM-LEITURA-SIM
                       CLOSE ARQ-PROVISAO
                   WHEN WRK-FS-PROVISAO-NAO-EXISTE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTDE-FALHAS
                       STRING "PROVISAO INDISPONIVEL PARA A VIRADA "
                           "- FS " WRK-FS-PROVISAO
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               END-EVALUATE.

       1710-ZERA-UMA-PROVISAO  SECTION.
               READ ARQ-PROVISAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF PRV-DECIMO
                           AND PRV-ANO-REF NOT > WRK-ANO-FECHA
                           MOVE WRK-ANO-SEGUINTE TO PRV-ANO-REF
                           MOVE ZEROS TO PRV-BAIXADO-ANO
                           MOVE ZEROS TO PRV-ULT-PARCELA
                           MOVE WRK-DATA-EXEC TO PRV-DATA
                           MOVE BAT-NUMERO    TO PRV-LOTE
                           REWRITE PRV-REGISTRO
                           ADD 1 TO WRK-QTDE-ZERADOS
                       END-IF
               END-READ.

      *    CARIMBO DO ANO FECHADO - O CONTROLE NASCE NO PRIMEIRO
      *    FECHAMENTO (OU NO PRIMEIRO INFORME DO PROGRAMA46)
       1800-GRAVA-FECHAMENTO   SECTION.
               OPEN I-O ARQ-FECHAMENTO-ANO.
               IF WRK-FS-ANOFECH-NAO-EXISTE
                   OPEN OUTPUT ARQ-FECHAMENTO-ANO
                   CLOSE ARQ-FECHAMENTO-ANO
                   OPEN I-O ARQ-FECHAMENTO-ANO
               END-IF.
               IF NOT WRK-FS-ANOFECH-OK
                   ADD 1 TO WRK-QTDE-FALHAS
                   STRING "CONTROLE ANUAL (ANOFECH) INDISPONIVEL - FS "
                       WRK-FS-ANOFECH
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-ANO-FECHA TO ANF-ANO
                   READ ARQ-FECHAMENTO-ANO
                       INVALID KEY
                           MOVE SPACES        TO ANF-REGISTRO
                           MOVE WRK-ANO-FECHA TO ANF-ANO
                           MOVE ZEROS TO ANF-QTDE-FECHA
                               ANF-DATA-REABRE ANF-INFORME-DATA
                               ANF-INFORME-LOTE ANF-INFORME-ESTAB
                               ANF-INFORME-QTDE
                   END-READ
                   SET ANF-FECHADO            TO TRUE
                   MOVE WRK-DATA-EXEC         TO ANF-DATA-FECHA
                   ACCEPT ANF-HORA-FECHA FROM TIME
                   MOVE WRK-OPERADOR-SIGNON   TO ANF-OPERADOR-FECHA
                   MOVE BAT-NUMERO            TO ANF-LOTE-FECHA
                   ADD 1                      TO ANF-QTDE-FECHA
                   IF WRK-FS-ANOFECH-OK
                       REWRITE ANF-REGISTRO
                   ELSE
                       WRITE ANF-REGISTRO
                   END-IF
                   IF NOT WRK-FS-ANOFECH-OK
                       ADD 1 TO WRK-QTDE-FALHAS
                       STRING "ANO NAO CARIMBADO NO ANOFECH - FS "
                           WRK-FS-ANOFECH
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   END-IF
                   CLOSE ARQ-FECHAMENTO-ANO
               END-IF.

       1900-GRAVA-ITEM         SECTION.
               ADD 1 TO WRK-QTDE-ITENS.
               MOVE SPACES             TO FCR-DETALHE-REC.
               MOVE "D"                TO FCR-DET-TIPO.
               MOVE WRK-ITEM-NUM       TO FCR-DET-ITEM.
               MOVE WRK-ITEM-DESCRICAO TO FCR-DET-DESCRICAO.
               IF WRK-ITEM-OK-SIM
                   MOVE WRK-LIT-FCR-OK    TO FCR-DET-RESULTADO
               ELSE
                   MOVE WRK-LIT-FCR-FALHA TO FCR-DET-RESULTADO
                   ADD 1 TO WRK-QTDE-FALHAS
               END-IF.
               MOVE WRK-ITEM-OBS       TO FCR-DET-OBSERVACAO.
               WRITE FCR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    FALHA NA VIRADA OU NO CARIMBO (DEPOIS DA LISTA TODA OK)
      *    TAMBEM RECUSA - O MOTIVO SAI NA TELA E NA TRILHA
       1950-GRAVA-TOTAIS       SECTION.
               MOVE WRK-LIT-FCR-ITENS  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-ITENS     TO WRK-TOTAL-QTDE.
               PERFORM 1960-GRAVA-TOTAL.
               MOVE WRK-LIT-FCR-FALHAS TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-FALHAS    TO WRK-TOTAL-QTDE.
               PERFORM 1960-GRAVA-TOTAL.
               IF WRK-QTDE-FALHAS = ZEROS
                   MOVE WRK-LIT-FCR-ZERADOS  TO WRK-TOTAL-DESCRICAO
                   MOVE WRK-QTDE-ZERADOS     TO WRK-TOTAL-QTDE
                   PERFORM 1960-GRAVA-TOTAL
                   MOVE WRK-LIT-FCR-FECHADO  TO WRK-TOTAL-DESCRICAO
               ELSE
                   MOVE WRK-LIT-FCR-RECUSADO TO WRK-TOTAL-DESCRICAO
               END-IF.
               MOVE WRK-ANO-FECHA TO WRK-TOTAL-QTDE.
               PERFORM 1960-GRAVA-TOTAL.

       1960-GRAVA-TOTAL        SECTION.
               MOVE SPACES              TO FCR-TOTAL-REC.
               MOVE "T"                 TO FCR-TOT-TIPO.
               MOVE WRK-TOTAL-DESCRICAO TO FCR-TOT-DESCRICAO.
               MOVE WRK-TOTAL-QTDE      TO FCR-TOT-QTDE.
               WRITE FCR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    REABERTURA - SO ANO FECHADO E SEMPRE COM JUSTIFICATIVA;
      *    O ANO VOLTA A RECEBER LANCAMENTOS ATE O PROXIMO
      *    FECHAMENTO (QUE CONFERE A LISTA TODA DE NOVO)
       2000-REABRE-ANO         SECTION.
               DISPLAY "JUSTIFICATIVA DA REABERTURA: "
                   ACCEPT WRK-JUSTIFICATIVA.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               IF WRK-JUSTIFICATIVA = SPACES
                   MOVE "JUSTIFICATIVA NAO INFORMADA"
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   PERFORM 2100-GRAVA-REABERTURA
               END-IF.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB09"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               IF WRK-MOTIVO-RECUSA = SPACES
                   STRING "ANO " WRK-ANO-FECHA " REABERTO - "
                       WRK-JUSTIFICATIVA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "ANO " WRK-ANO-FECHA " REABERTO - "
                       "LANCAMENTOS LIBERADOS"
               ELSE
                   STRING "REABERTURA DO ANO " WRK-ANO-FECHA
                       " RECUSADA - " WRK-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "*** REABERTURA RECUSADA - "
                       WRK-MOTIVO-RECUSA
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

       2100-GRAVA-REABERTURA   SECTION.
               OPEN I-O ARQ-FECHAMENTO-ANO.
               IF NOT WRK-FS-ANOFECH-OK
                   STRING "CONTROLE ANUAL (ANOFECH) INDISPONIVEL - FS "
                       WRK-FS-ANOFECH
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-ANO-FECHA TO ANF-ANO
                   READ ARQ-FECHAMENTO-ANO
                       INVALID KEY
                           MOVE "ANO NUNCA FECHADO"
                               TO WRK-MOTIVO-RECUSA
                       NOT INVALID KEY
                           IF NOT ANF-FECHADO
                               MOVE "ANO NAO ESTA FECHADO"
                                   TO WRK-MOTIVO-RECUSA
                           ELSE
                               SET ANF-REABERTO TO TRUE
                               MOVE WRK-DATA-EXEC
                                   TO ANF-DATA-REABRE
                               MOVE WRK-OPERADOR-SIGNON
                                   TO ANF-OPERADOR-REABRE
                               MOVE WRK-JUSTIFICATIVA
                                   TO ANF-MOTIVO-REABRE
                               REWRITE ANF-REGISTRO
                           END-IF
                   END-READ
                   CLOSE ARQ-FECHAMENTO-ANO
               END-IF.

           COPY CPAUDPR.

           COPY CPBATPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE FCR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPOPERPR.
