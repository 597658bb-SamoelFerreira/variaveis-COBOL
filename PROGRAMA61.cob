      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 02/09/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    UMA DECLARACAO POR ESTABELECIMENTO (NOVO
      *==                  CARTAO, 000 = MATRIZ): SO ENTRAM AS
      *==                  LINHAS DO FOLHAHST DO EMPREGADOR
      *==                  ESCOLHIDO E O CABECALHO LEVA CNPJ E
      *==                  RAZAO SOCIAL DO CADASTRO ESTAB
      *==                  (CPESTAB/CPESTWS/CPESTPR)
      *== 15/10/26   WS    CARIMBO DE CONCLUSAO NO RUNCTL
      *==                  (CPRUNCTL/CPRUNCPR) PARA O CALENDARIO
      *==                  DA FOLHA (PROGRAMA89)
      *== 15/10/26   WS    FOLHAS COMPLEMENTARES (FHT-SEQUENCIA 01
      *==                  EM DIANTE) SOMADAS A FOLHA MENSAL: UMA LINHA
      *==                  POR FUNCIONARIO COM O BRUTO, O INSS E O IRRF
      *==                  DE TODAS AS SEQUENCIAS DA COMPETENCIA
      *== 15/10/26   WS    A DECLARA GERADA ENTRA NO REGISTRO DE
      *==                  TRANSMISSOES (ARQ. TRANSMIT, CPTRANSM/
      *==                  CPTRNWS/CPTRNPR) COM QTDE, BRUTO, HASH DOS
      *==                  CODIGOS E LOTE - LIBERACAO PELO PROGRAMB07
      *== 15/10/26   WS    DECLARA REGISTRADO NO TRANSMIT COM O GRUPO
      *==                  ESTABELECIMENTO + COMPETENCIA - A GERACAO
      *==                  NOVA DO MESMO GRUPO SUPERA A ANTERIOR NA
      *==                  LIBERACAO DO PROGRAMB07
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-CHAVE
                   FILE STATUS IS WRK-FS-TRANSMIT.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ61"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.

           DATA DIVISION.
           FILE                    SECTION.
               05 DCL-CAB-DATA         PIC 9(08).
               05 DCL-CAB-OPERADOR     PIC X(10).
               05 DCL-CAB-LOTE         PIC 9(05).
               05 DCL-CAB-CNPJ         PIC 9(14).
               05 DCL-CAB-RAZAO        PIC X(40).
               05 FILLER               PIC X(16).
           01  DCL-DETALHE-REC REDEFINES DCL-CABECALHO-REC.
               05 DCL-DET-TIPO         PIC X(01).
               05 DCL-DET-DOCUMENTO    PIC X(11).
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRANSMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPTRANSM.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
           88 WRK-FS-RUNCTL-NAO-EXISTE   VALUE "35".
           88 WRK-FS-RUNCTL-DUPLICADO    VALUE "22".
       77 WRK-RUN-ENCONTRADO   PIC X(01) VALUE "N".
           88 WRK-RUN-ENCONTRADO-SIM     VALUE "S".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-HIST-DISPONIVEL  PIC X(01) VALUE "N".
       77 WRK-TOTAL-BRUTO      PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-INSS       PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-IRRF       PIC 9(13) VALUE ZEROS.
      *    SOMA DOS CODIGOS DECLARADOS - O RODAPE DO LAYOUT OFICIAL
      *    NAO TEM HASH, ELE SO VAI PARA O REGISTRO DE TRANSMISSOES
       77 WRK-HASH-CODIGOS     PIC 9(15) VALUE ZEROS.
       77 WRK-CENTAVOS         PIC 9(11) VALUE ZEROS.
       77 WRK-MOTIVO-CRITICA   PIC X(40) VALUE SPACES.
       77 WRK-FUNC-APROVADO    PIC X(01) VALUE "N".
           88 WRK-FUNC-APROVADO-SIM      VALUE "S".

      *    FUNCIONARIO EM ACUMULO: A FOLHA MENSAL E AS
      *    COMPLEMENTARES DA COMPETENCIA VEM JUNTAS NA CHAVE E
      *    SAEM NUMA LINHA SO, GRAVADA NA TROCA DE CODIGO
       77 WRK-DCL-PENDENTE     PIC X(01) VALUE "N".
           88 WRK-DCL-PENDENTE-SIM       VALUE "S".
       77 WRK-DCL-CODIGO       PIC 9(05) VALUE ZEROS.
       77 WRK-DCL-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DCL-INSS         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DCL-IRRF         PIC 9(09)V99 VALUE ZEROS.

      *    ESTABELECIMENTO DA DECLARACAO E O DA LINHA LIDA - LINHA
      *    GRAVADA ANTES DO CAMPO EXISTIR E DA MATRIZ (001)
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-LIN-ESTAB        PIC 9(03) VALUE 1.

           COPY CPBATCH.
           COPY CPCPF.
           COPY CPESTWS.

           COPY CPTRNWS.

           COPY CPAUDELO.

               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-LE-HISTORICO
                   UNTIL WRK-FS-LEITURA-FIM.
               IF WRK-DCL-PENDENTE-SIM
                   PERFORM 0002-DECLARA-UM
               END-IF.
               PERFORM 0003-GRAVA-RODAPE.
               PERFORM 0004-FINALIZAR.

                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
      *        UMA DECLARACAO POR EMPREGADOR - CODIGO FORA DO
      *        CADASTRO ESTAB NAO DECLARA NINGUEM; SEM O CADASTRO
      *        O CABECALHO SAI COM O CNPJ ZERADO
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN INPUT ARQ-HIST-FOLHA.
                   MOVE "S" TO WRK-HIST-DISPONIVEL
                   MOVE ZEROS TO FHT-CODIGO
                   MOVE ZEROS TO FHT-COMPETENCIA
                   MOVE ZEROS TO FHT-SEQUENCIA
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                       WRK-FS-MESTRE
                   MOVE "10" TO WRK-FS-LEITURA-HIST
               END-IF.
               IF WRK-EST-DISPONIVEL-SIM
                   IF NOT WRK-EST-ACHOU-SIM
                       DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                           " NAO CADASTRADO - NINGUEM SERA "
                           "DECLARADO ***"
                       MOVE "10" TO WRK-FS-LEITURA-HIST
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                       "AUSENTE - CNPJ ZERADO NO CABECALHO"
               END-IF.
               OPEN OUTPUT ARQ-DECLARACAO.
               OPEN EXTEND ARQ-EXCECAO.
               IF WRK-FS-EXCECAO-NAO-EXISTE
               MOVE BAT-DATA        TO DCL-CAB-DATA.
               MOVE BAT-OPERADOR    TO DCL-CAB-OPERADOR.
               MOVE BAT-NUMERO      TO DCL-CAB-LOTE.
               MOVE WRK-EST-CNPJ    TO DCL-CAB-CNPJ.
               MOVE WRK-EST-RAZAO   TO DCL-CAB-RAZAO.
               WRITE DCL-CABECALHO-REC.

       0001-LE-HISTORICO       SECTION.
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-HIST
                   NOT AT END
                       IF FHT-ESTAB NUMERIC AND FHT-ESTAB > ZEROS
                           MOVE FHT-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-LIN-ESTAB = WRK-ESTAB-SEL
                           PERFORM 0001-A-ACUMULA-UM
                       END-IF
               END-READ.

       0001-A-ACUMULA-UM       SECTION.
               IF WRK-DCL-PENDENTE-SIM
                   AND FHT-CODIGO NOT = WRK-DCL-CODIGO
                   PERFORM 0002-DECLARA-UM
               END-IF.
               IF NOT WRK-DCL-PENDENTE-SIM
                   MOVE "S"        TO WRK-DCL-PENDENTE
                   MOVE FHT-CODIGO TO WRK-DCL-CODIGO
                   MOVE ZEROS      TO WRK-DCL-BRUTO
                   MOVE ZEROS      TO WRK-DCL-INSS
                   MOVE ZEROS      TO WRK-DCL-IRRF
               END-IF.
               ADD FHT-BRUTO TO WRK-DCL-BRUTO.
               ADD FHT-INSS  TO WRK-DCL-INSS.
               ADD FHT-IRRF  TO WRK-DCL-IRRF.

      *    AS CRITICAS DA DECLARACAO: CADASTRO PRESENTE NO
      *    MESTRE, CPF VALIDO PELO MODULO 11 (CPCPFVL) E
      *    ADMISSAO PREENCHIDA (A CONVERSAO DO PROGRAMA18 DEIXOU
       0002-DECLARA-UM         SECTION.
               MOVE "S"    TO WRK-FUNC-APROVADO.
               MOVE SPACES TO WRK-MOTIVO-CRITICA.
               MOVE "N"    TO WRK-DCL-PENDENTE.
               MOVE WRK-DCL-CODIGO TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE "N" TO WRK-FUNC-APROVADO
                   MOVE "PROGRAMA61" TO EXC-PROGRAMA
                   MOVE BAT-NUMERO   TO EXC-LOTE
                   MOVE SPACES       TO EXC-ENTRADA
                   STRING "CODIGO " WRK-DCL-CODIGO
                       " COMP " WRK-COMPETENCIA
                       DELIMITED BY SIZE INTO EXC-ENTRADA
                   MOVE WRK-MOTIVO-CRITICA TO EXC-MOTIVO
               ELSE
                   MOVE ZEROS TO DCL-DET-DEPENDENTES
               END-IF.
               COMPUTE WRK-CENTAVOS = WRK-DCL-BRUTO * 100.
               MOVE WRK-CENTAVOS TO DCL-DET-BRUTO.
               ADD WRK-CENTAVOS  TO WRK-TOTAL-BRUTO.
               COMPUTE WRK-CENTAVOS = WRK-DCL-INSS * 100.
               MOVE WRK-CENTAVOS TO DCL-DET-INSS.
               ADD WRK-CENTAVOS  TO WRK-TOTAL-INSS.
               COMPUTE WRK-CENTAVOS = WRK-DCL-IRRF * 100.
               MOVE WRK-CENTAVOS TO DCL-DET-IRRF.
               ADD WRK-CENTAVOS  TO WRK-TOTAL-IRRF.
               WRITE DCL-DETALHE-REC.
               ADD 1 TO WRK-QTDE-DECLARADOS.
               ADD EMP-CODIGO TO WRK-HASH-CODIGOS.

       0003-GRAVA-RODAPE       SECTION.
               MOVE SPACES             TO DCL-RODAPE-REC.
               MOVE WRK-TOTAL-INSS     TO DCL-ROD-TOTAL-INSS.
               MOVE WRK-TOTAL-IRRF     TO DCL-ROD-TOTAL-IRRF.
               WRITE DCL-RODAPE-REC.
      *        A GERACAO ENTRA NO REGISTRO DE TRANSMISSOES COMO
      *        CRIADA (TOTAL = BRUTO DECLARADO) - O ENVIO SO SAI
      *        PELA LIBERACAO DO PROGRAMB07
               MOVE "DECLARA" TO WRK-TRN-ARQUIVO.
               MOVE BAT-DATA     TO WRK-TRN-DATA.
               MOVE BAT-NUMERO   TO WRK-TRN-LOTE.
               MOVE "PROGRAMA61" TO WRK-TRN-PROGRAMA.
               MOVE WRK-QTDE-DECLARADOS TO WRK-TRN-QTDE.
               MOVE WRK-TOTAL-BRUTO TO WRK-TRN-VALOR.
               MOVE WRK-HASH-CODIGOS TO WRK-TRN-HASH.
               MOVE WRK-ESTAB-SEL   TO WRK-TRN-GRP-ESTAB.
               MOVE WRK-COMPETENCIA TO WRK-TRN-GRP-COMPETENCIA.
               MOVE "D"             TO WRK-TRN-GRP-TIPO.
               PERFORM 8130-REGISTRA-TRANSMISSAO.
               DISPLAY "HASH DOS CODIGOS DECLARADOS: "
                   WRK-HASH-CODIGOS.
               DISPLAY "DECLARACAO GRAVADA (DECLARA) - ESTAB "
                   WRK-ESTAB-SEL " CNPJ " WRK-EST-CNPJ.
               DISPLAY WRK-QTDE-DECLARADOS " DECLARADOS, "
                   WRK-QTDE-REJEITADOS " REPROVADOS NAS CRITICAS".
               MOVE "PROGRAMA61" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " EST " WRK-ESTAB-SEL
                   " DECLARACAO COMP "
                   WRK-COMPETENCIA " QTDE " WRK-QTDE-DECLARADOS
                   " REPROVADOS " WRK-QTDE-REJEITADOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               END-IF.
               CLOSE ARQ-DECLARACAO.
               CLOSE ARQ-EXCECAO.
      *        CARIMBA A CONCLUSAO NO CONTROLE DE EXECUCAO DO DIA,
      *        CONSULTADO PELO ACOMPANHAMENTO DO CALENDARIO DA FOLHA
               IF WRK-HIST-DISPONIVEL-SIM
                   MOVE "PROGRAMA61" TO RCT-PROGRAMA
                   MOVE BAT-DATA     TO RCT-DATA
                   MOVE BAT-NUMERO   TO RCT-LOTE
                   SET RCT-COMPLETO  TO TRUE
                   PERFORM 8100-GRAVA-RUN-CONTROL
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.


           COPY CPBATPR.

           COPY CPTRNPR.

           COPY CPCPFVL.

           COPY CPESTPR.

           COPY CPRUNCPR.
