      *==                  REPCOPY, CPREPNDX/CPREPCOP/CPREPWS/
      *==                  CPREPPR) PARA A REIMPRESSAO DO
      *==                  PROGRAMA63
      *== 15/10/26   WS    CADASTRO NOVO CAPTURA O TIPO DO CONTRATO
      *==                  (I = PRAZO INDETERMINADO, E = EXPERIENCIA)
      *==                  E OS DIAS DOS DOIS PERIODOS DA
      *==                  EXPERIENCIA (PADRAO 45 + 45, MAXIMO 90),
      *==                  GRAVADOS COM O ULTIMO DIA DE CADA PERIODO
      *==                  NO CONTREXP (CPCONTR/CPCTRWS/CPCTRPR) -
      *==                  VIGIADO PELO AVISO DE VENCIMENTOS DO
      *==                  PROGRAMA77; CONTRATO VENCIA SEM NINGUEM
      *==                  VER E VIRAVA PRAZO INDETERMINADO
      *== 15/10/26   WS    MODO 2 DEIXOU DE GRAVAR SALARIO E DADOS
      *==                  BANCARIOS NO MESTRE: A ALTERACAO VAI PARA
      *==                  O ARQUIVO DE PENDENTES DE APROVACAO
      *==                  (APVPEND, CPAPROV/CPAPRWS/CPAPRPR) E SO
      *==                  E APLICADA - MESTRE, SALHIST, CADJRNL E
      *==                  PRENOTE - QUANDO OUTRO SUPERVISOR APROVA
      *==                  PELO PROGRAMA79 (APONTAMENTO DA
      *==                  AUDITORIA INTERNA: UMA PESSOA SO
      *==                  TROCAVA SALARIO E CONTA DE QUALQUER UM).
      *==                  O SALHIST SAIU DESTE PROGRAMA
      *== 15/10/26   WS    ESTABELECIMENTO EMPREGADOR (EMP-ESTAB)
      *==                  CAPTURADO NO CADASTRO NOVO E VALIDADO NO
      *==                  CADASTRO ESTAB (CPESTAB/CPESTWS/
      *==                  CPESTPR); NO MODO 2 A TRANSFERENCIA
      *==                  ENTRE ESTABELECIMENTOS TROCA SO O
      *==                  EMP-ESTAB - ADMISSAO E TEMPO DE CASA
      *==                  FICAM - E VAI PARA O JORNAL E A TRILHA
      *== 15/10/26   WS    FUNCIONARIO NOVO ENTRA SEM SINDICATO E SEM
      *==                  DESCONTO SINDICAL - O VINCULO E FEITO NO
      *==                  CADASTRO DE SINDICATOS (PROGRAMA86)
      *== 15/10/26   WS    CADASTRO NOVO CAPTURA PCD (S/N) E
      *==                  APRENDIZ (S/N) COM O TERMINO DO CONTRATO
      *==                  DE APRENDIZAGEM (DEPOIS DA ADMISSAO, NO
      *==                  MAXIMO 2 ANOS - CLT ART. 428); NO MODO 2
      *==                  OS DOIS PODEM SER CORRIGIDOS. BASE DAS
      *==                  COTAS LEGAIS DO PROGRAMB01
      *== 15/10/26   WS    RELATORIO DEMOGRAFICO (MODO 3) GANHOU O
      *==                  CARTAO DE COMPETENCIA (AAAAMM, ZEROS =
      *==                  CADASTRO ATUAL): COM COMPETENCIA, CONTA
      *==                  OS FUNCIONARIOS DA FOTO DO MESTRE TIRADA
      *==                  NO FECHAMENTO DA FOLHA (CADSNAP, CPSNAP/
      *==                  CPSNPWS/CPSNPPR), COM A IDADE NO ULTIMO
      *==                  DIA DA COMPETENCIA
      *== 15/10/26   WS    SEXO (M/F) E RACA/COR AUTODECLARADA
      *==                  (1 A 6, EM BRANCO = 6 NAO INFORMADA)
      *==                  CAPTURADOS NO CADASTRO NOVO - BASE DO
      *==                  RELATORIO DE IGUALDADE SALARIAL
      *==                  (PROGRAMA99)
      *== 15/10/26   WS    CADA REGISTRO GRAVADO NO FOPAYEXT ENTRA NO
      *==                  REGISTRO DE TRANSMISSOES (ARQ. TRANSMIT,
      *==                  CPTRANSM/CPTRNWS/CPTRNPR) PELO LOTE, COM
      *==                  SALARIO E CODIGO - LIBERACAO PELO PROGRAMB07
      *== 15/10/26   WS    MODO 4 PEDE O CODIGO DO TIPO DE
      *==                  DESLIGAMENTO (OS MOTIVOS 1-5 DO
      *==                  PROGRAMA45); DISPENSA PELO EMPREGADOR (1
      *==                  E 5) DE QUEM ESTA EM ESTABILIDADE
      *==                  PROVISORIA NA DATA (ARQ. ESTABPRV,
      *==                  CPEPROV/CPEPVWS/CPEPVPR) SO PASSA COM
      *==                  OVERRIDE DE SUPERVISOR JUSTIFICADO NA
      *==                  TRILHA; SEM ELE VAI PARA O EXCPTRPT
      *==========================================================
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
           SELECT ARQ-DESLIGAMENTO ASSIGN TO "OFFBOARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DESLIGAMENTO.
           SELECT ARQ-APROVACAO ASSIGN TO "APVPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-CHAVE
               FILE STATUS IS WRK-FS-APROV.
           SELECT ARQ-SEQ-FUNC ASSIGN TO "EMPSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SEQ-FUNC.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WRK-FS-RUNCTL.
           SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CHAVE
               FILE STATUS IS WRK-FS-TRANSMIT.
           SELECT ARQ-ESTABILIDADE ASSIGN TO "ESTABPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPV-CHAVE
               FILE STATUS IS WRK-FS-ESTABPRV.
           SELECT ARQ-TRAVA-MESTRE ASSIGN TO "CADLOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOCK.
           SELECT ARQ-VINCULO ASSIGN TO "VINCREH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT ARQ-CONTRATO ASSIGN TO "CONTREXP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CODIGO
               FILE STATUS IS WRK-FS-CONTRATO.
           SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS WRK-FS-ESTAB.
           SELECT ARQ-FOTO-MESTRE ASSIGN TO "CADSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WRK-FS-FOTO.

       DATA DIVISION.
       FILE                    SECTION.
           05 DEM-CAB-TITULO        PIC X(38).
           05 DEM-CAB-LIT-DATA      PIC X(06).
           05 DEM-CAB-DATA          PIC 9(08).
           05 DEM-CAB-LIT-FOTO      PIC X(15).
           05 DEM-CAB-FOTO          PIC 9(06).
           05 FILLER                PIC X(02).
       01  DEM-DETALHE-REC REDEFINES DEM-CABECALHO-REC.
           05 DEM-DET-TIPO          PIC X(01).
           05 FILLER                PIC X(02).
           05 DSL-LOTE           PIC 9(05).
           05 DSL-OPERADOR       PIC X(10).

       FD  ARQ-APROVACAO
           LABEL RECORD IS STANDARD.
       COPY CPAPROV.

       FD  ARQ-SEQ-FUNC
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       COPY CPRUNCTL.

       FD  ARQ-TRANSMISSAO
           LABEL RECORD IS STANDARD.
       COPY CPTRANSM.

       FD  ARQ-ESTABILIDADE
           LABEL RECORD IS STANDARD.
       COPY CPEPROV.

       FD  ARQ-TRAVA-MESTRE
           LABEL RECORD IS STANDARD.
       COPY CPLOCK.
           LABEL RECORD IS STANDARD.
       COPY CPVINCRE.

       FD  ARQ-CONTRATO
           LABEL RECORD IS STANDARD.
       COPY CPCONTR.

       FD  ARQ-REP-INDICE
           LABEL RECORD IS STANDARD.
       COPY CPREPNDX.
           LABEL RECORD IS STANDARD.
       COPY CPREPCOP.

       FD  CADASTRO-ESTAB
           LABEL RECORD IS STANDARD.
       COPY CPESTAB.

       FD  ARQ-FOTO-MESTRE
           LABEL RECORD IS STANDARD.
       COPY CPSNAP.

       WORKING-STORAGE         SECTION.

       77 WRK-CODIGO-EMP       PIC 9(05)       VALUE ZEROS.
       77 WRK-CARGO            PIC X(04)       VALUE SPACES.
       77 WRK-CARGO-VALIDA     PIC X(01)       VALUE "N".
           88 WRK-CARGO-OK                     VALUE "S".
       77 WRK-SEXO             PIC X(01)       VALUE SPACES.
       77 WRK-SEXO-VALIDA      PIC X(01)       VALUE "N".
           88 WRK-SEXO-OK                      VALUE "S".
       77 WRK-RACA-COR         PIC X(01)       VALUE SPACES.
       77 WRK-RACA-COR-VALIDA  PIC X(01)       VALUE "N".
           88 WRK-RACA-COR-OK                  VALUE "S".
       77 WRK-PCD              PIC X(01)       VALUE SPACES.
       77 WRK-PCD-VALIDA       PIC X(01)       VALUE "N".
           88 WRK-PCD-OK                       VALUE "S".
       77 WRK-APRENDIZ         PIC X(01)       VALUE SPACES.
       77 WRK-APRENDIZ-VALIDA  PIC X(01)       VALUE "N".
           88 WRK-APRENDIZ-OK                  VALUE "S".
       77 WRK-APREND-FIM       PIC 9(08)       VALUE ZEROS.
       77 WRK-APREND-LIMITE    PIC 9(08)       VALUE ZEROS.
       77 WRK-ALTERA-COTAS     PIC X(01)       VALUE "N".
           88 WRK-ALTERA-COTAS-SIM             VALUE "S".
       77 WRK-FS-HIST-CCUSTO   PIC X(02)       VALUE SPACES.
           88 WRK-FS-HIST-CCUSTO-OK            VALUE "00".
           88 WRK-FS-HIST-CCUSTO-NAO-EXISTE    VALUE "35".
       77 WRK-CCUSTO-NOVO      PIC X(05)       VALUE SPACES.
       77 WRK-CCUSTO-ANTERIOR  PIC X(05)       VALUE SPACES.
      *    ESTABELECIMENTO EMPREGADOR - CAPTURA E TRANSFERENCIA
       77 WRK-ESTAB            PIC 9(03)       VALUE ZEROS.
       77 WRK-ESTAB-VALIDA     PIC X(01)       VALUE "N".
           88 WRK-ESTAB-OK                     VALUE "S".
       77 WRK-ESTAB-NOVO       PIC 9(03)       VALUE ZEROS.
       77 WRK-ESTAB-ANTERIOR   PIC 9(03)       VALUE ZEROS.
       77 WRK-FS-ARQMORTO      PIC X(02)       VALUE SPACES.
           88 WRK-FS-ARQMORTO-OK               VALUE "00".
       77 WRK-ARQMORTO-DISPONIVEL PIC X(01)    VALUE "N".
           88 WRK-FS-JORNAL-NAO-EXISTE         VALUE "35".
      *    IMAGEM "ANTES" RETIDA DO REGISTRO LIDO, PARA O JORNAL
      *    DO MESTRE (CPCADJRN)
       77 WRK-IMAGEM-ANTES     PIC X(199)      VALUE SPACES.
       77 WRK-DOC-DUPLICADO    PIC X(01)       VALUE "N".
           88 WRK-DOC-DUPLICADO-SIM            VALUE "S".
       77 WRK-CODIGO-DOC-DUP   PIC 9(05)       VALUE ZEROS.
           88 WRK-FS-DESLIGAMENTO-NAO-EXISTE   VALUE "35".
       77 WRK-DATA-DESLIG      PIC 9(08)       VALUE ZEROS.
       77 WRK-MOTIVO-DESLIG    PIC X(30)       VALUE SPACES.
      *    TIPO DO DESLIGAMENTO - OS MESMOS CODIGOS DO MOTIVO DA
      *    RESCISAO DO PROGRAMA45; 1 E 5 SAO DISPENSA PELO
      *    EMPREGADOR E PASSAM PELA ESTABILIDADE PROVISORIA
       77 WRK-TIPO-DESLIG      PIC 9(01)       VALUE ZEROS.
           88 WRK-DESLIG-SEM-JUSTA-CAUSA       VALUE 1.
           88 WRK-DESLIG-ANTECIPADA            VALUE 5.
           88 WRK-TIPO-DESLIG-VALIDO           VALUE 1 THRU 5.
       77 WRK-DESLIG-LIBERADO  PIC X(01)       VALUE "N".
           88 WRK-DESLIG-LIBERADO-SIM          VALUE "S".

       77 WRK-FS-SEQ-FUNC      PIC X(02)       VALUE SPACES.
           88 WRK-FS-SEQ-FUNC-OK               VALUE "00".
       77 WRK-CODIGO-ATRIBUIDO PIC 9(05)       VALUE ZEROS.
       77 WRK-LIT-DEM-TITULO   PIC X(38)
           VALUE "RELATORIO DEMOGRAFICO POR FAIXA ETARIA".
       77 WRK-LIT-DEM-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-DEM-FOTO     PIC X(15) VALUE "  COMPETENCIA: ".
       77 WRK-LIT-DEM-QTDE     PIC X(14) VALUE "QUANTIDADE -> ".
       77 WRK-LIT-DEM-TOTAL    PIC X(22) VALUE "TOTAL DE FUNCIONARIOS:".

       COPY CPBANCO.
       COPY CPDATA.
       COPY CPIDADE.
       COPY CPCTRWS.
       COPY CPAPRWS.
       COPY CPESTWS.
       COPY CPSNPWS.

       COPY CPOPERWS.
       COPY CPREPWS.
       COPY CPTRNWS.
       COPY CPEPVWS.

       COPY CPAUDELO.

               ACCEPT WRK-DEPENDENTES.
           MOVE "N" TO WRK-IDADE-VALIDA.
           PERFORM 0001-A-VALIDA-NASCIMENTO UNTIL WRK-IDADE-OK.
           MOVE "N" TO WRK-SEXO-VALIDA.
           PERFORM 0001-J-VALIDA-SEXO UNTIL WRK-SEXO-OK.
           MOVE "N" TO WRK-RACA-COR-VALIDA.
           PERFORM 0001-K-VALIDA-RACA-COR UNTIL WRK-RACA-COR-OK.
           MOVE "N" TO WRK-ADMISSAO-VALIDA.
           PERFORM 0001-D-VALIDA-ADMISSAO UNTIL WRK-ADMISSAO-OK.
           MOVE "N" TO WRK-CTR-VALIDO.
           PERFORM 0001-H-VALIDA-CONTRATO UNTIL WRK-CTR-VALIDO-SIM.
           MOVE "N" TO WRK-PCD-VALIDA.
           PERFORM 0001-L-VALIDA-PCD UNTIL WRK-PCD-OK.
           MOVE "N" TO WRK-APRENDIZ-VALIDA.
           PERFORM 0001-M-VALIDA-APRENDIZ UNTIL WRK-APRENDIZ-OK.
           MOVE "N" TO WRK-CCUSTO-VALIDA.
           PERFORM 0001-E-VALIDA-CCUSTO UNTIL WRK-CCUSTO-OK.
           MOVE "N" TO WRK-ESTAB-VALIDA.
           PERFORM 0001-I-VALIDA-ESTAB UNTIL WRK-ESTAB-OK.
           MOVE "N" TO WRK-CONTA-BCO-VALIDA.
           PERFORM 0001-F-VALIDA-CONTA-BANCO
               UNTIL WRK-CONTA-BCO-OK.
           MOVE WRK-CONTA      TO EMP-CONTA.
           MOVE WRK-DEPENDENTES TO EMP-DEPENDENTES.
           MOVE WRK-CARGO      TO EMP-CARGO.
           MOVE WRK-ESTAB      TO EMP-ESTAB.
           MOVE "A"            TO EMP-SITUACAO.
           MOVE ZEROS          TO EMP-DATA-DESLIG.
           MOVE SPACES         TO EMP-MOTIVO-DESLIG.
           MOVE ZEROS          TO EMP-SINDICATO.
           MOVE "N"            TO EMP-SIND-DESCONTO.
           MOVE WRK-SEXO       TO EMP-SEXO.
           MOVE WRK-RACA-COR   TO EMP-RACA-COR.
           MOVE WRK-PCD        TO EMP-PCD.
           MOVE WRK-APRENDIZ   TO EMP-APRENDIZ.
           MOVE WRK-APREND-FIM TO EMP-APREND-FIM.
           WRITE MST-REGISTRO.
           IF WRK-FS-DUPLICADO
               DISPLAY "CODIGO " WRK-CODIGO-EMP " JA CADASTRADO"
                   IF WRK-READMISSAO-SIM
                       PERFORM 0002-G-GRAVA-VINCULO
                   END-IF
                   MOVE WRK-CODIGO-EMP TO WRK-CTR-CODIGO
                   MOVE WRK-DATA-ADMIS TO WRK-CTR-INICIO
                   MOVE BAT-OPERADOR   TO WRK-CTR-OPERADOR
                   PERFORM 7962-GRAVA-CONTRATO
               END-IF
           END-IF.

           MOVE WRK-SALARIO-USD-CTVS TO EXT-SALARIO-USD.
           MOVE BAT-DATA       TO EXT-DATA.
           WRITE EXT-REGISTRO.
      *    O REGISTRO DESTE LOTE ENTRA NO REGISTRO DE TRANSMISSOES
      *    COMO CRIADO (HASH = CODIGO DO FUNCIONARIO) - O ENVIO AO
      *    BUREAU SO SAI PELA LIBERACAO DO PROGRAMB07
           MOVE "FOPAYEXT" TO WRK-TRN-ARQUIVO.
           MOVE BAT-DATA     TO WRK-TRN-DATA.
           MOVE BAT-NUMERO   TO WRK-TRN-LOTE.
           MOVE "PROGRAMA01" TO WRK-TRN-PROGRAMA.
           MOVE 1 TO WRK-TRN-QTDE.
           MOVE WRK-SALARIO-CENTAVOS TO WRK-TRN-VALOR.
           MOVE WRK-CODIGO-EMP TO WRK-TRN-HASH.
           PERFORM 8130-REGISTRA-TRANSMISSAO.

      *    ATUALIZACAO DE UM FUNCIONARIO JA CADASTRADO (MODO 2): LE O
      *    CODIGO, MOSTRA IDADE/SALARIO ATUAIS, PEDE OS VALORES
      *    CORRIGIDOS (MESMA VALIDACAO DO CADASTRO NOVO) E REGRAVA
      *    O MESTRE EM VEZ DE GRAVAR UM REGISTRO NOVO. SALARIO E
      *    CONTA BANCARIA NAO SAO REGRAVADOS AQUI - VIRAM
      *    SOLICITACAO PENDENTE NO APVPEND (0005-G/0005-D), QUE SO
      *    CHEGA AO MESTRE PELA APROVACAO DO PROGRAMA79
       0005-ATUALIZA-MESTRE    SECTION.
           PERFORM 7970-ABRE-PENDENCIAS.
           DISPLAY "DIGITE O CODIGO DO FUNCIONARIO A ATUALIZAR: "
               ACCEPT WRK-CODIGO-EMP.
           MOVE WRK-CODIGO-EMP TO EMP-CODIGO.
                   PERFORM 0001-B-VALIDA-SALARIO UNTIL WRK-SALARIO-OK
                   PERFORM 0005-E-VALIDA-FAIXA-CARGO
                   PERFORM 0005-B-ATUALIZA-CCUSTO
                   PERFORM 0005-I-ATUALIZA-ESTAB
                   PERFORM 0005-D-ATUALIZA-CONTA
                   PERFORM 0005-J-ATUALIZA-COTAS
                   MOVE WRK-DATA-NASC TO EMP-DATA-NASC
                   REWRITE MST-REGISTRO
                   MOVE "PROGRAMA01"    TO CDJ-PROGRAMA
                   MOVE BAT-OPERADOR    TO CDJ-OPERADOR
                   MOVE WRK-IMAGEM-ANTES TO CDJ-IMAGEM-ANTES
                   MOVE MST-REGISTRO    TO CDJ-IMAGEM-DEPOIS
                   PERFORM 8400-GRAVA-JORNAL-MESTRE
                   IF WRK-SALARIO NOT = WRK-SALARIO-ANTERIOR
                       PERFORM 0005-G-SOLICITA-SALARIO
                   END-IF
                   PERFORM 7400-CONVERTE-DOLAR
                   MOVE WRK-SALARIO-USD TO WRK-SALARIO-USD-EDT
                   DISPLAY "SALARIO VIGENTE USD " WRK-SALARIO-USD-EDT
                   MOVE "PROGRAMA01" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " TURNO " BAT-TURNO
                       " ATUALIZACAO CODIGO " WRK-CODIGO-EMP
                       " NASC " WRK-DATA-NASC
                       " SALARIO " EMP-SALARIO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
           END-READ.
           PERFORM 7975-FECHA-PENDENCIAS.

      *    SALARIO CORRIGIDO VIRA SOLICITACAO PENDENTE (TIPO S) COM
      *    O SALARIO DO MESTRE COMO "ANTES" - SE JA HOUVER UMA EM
      *    ABERTO PARA O CODIGO, A NOVA E RECUSADA ATE A DECISAO
      *    (O APROVADOR VERIA DUAS VERSOES DO MESMO AUMENTO)
       0005-G-SOLICITA-SALARIO SECTION.
           IF NOT WRK-APROV-DISPONIVEL-SIM
               DISPLAY "ALTERACAO SALARIAL NAO REGISTRADA - "
                   "APVPEND INDISPONIVEL"
           ELSE
               MOVE WRK-CODIGO-EMP TO WRK-APV-CODIGO
               MOVE "S"            TO WRK-APV-TIPO
               PERFORM 7973-PROCURA-PENDENCIA
               IF WRK-APV-ACHOU-SIM
                   DISPLAY "JA EXISTE ALTERACAO SALARIAL PENDENTE "
                       "DESDE " APV-DATA-SOLIC " (" APV-SOLICITANTE
                       ") - NOVA SOLICITACAO RECUSADA"
               ELSE
                   MOVE SPACES               TO APV-REGISTRO
                   MOVE WRK-CODIGO-EMP       TO APV-CODIGO-EMP
                   SET APV-SALARIO           TO TRUE
                   MOVE WRK-SALARIO-ANTERIOR TO APV-SALARIO-ANT
                   MOVE WRK-SALARIO          TO APV-SALARIO-NOVO
                   MOVE ZEROS                TO APV-BANCO-ANT
                   MOVE ZEROS                TO APV-AGENCIA-ANT
                   MOVE ZEROS                TO APV-CONTA-ANT
                   MOVE ZEROS                TO APV-BANCO-NOVO
                   MOVE ZEROS                TO APV-AGENCIA-NOVO
                   MOVE ZEROS                TO APV-CONTA-NOVO
                   MOVE "PROGRAMA01"         TO APV-ORIGEM
                   MOVE BAT-NUMERO           TO APV-LOTE
                   MOVE BAT-OPERADOR         TO APV-SOLICITANTE
                   PERFORM 7971-GRAVA-PENDENCIA
                   IF WRK-APV-GRAVADA-SIM
                       MOVE WRK-SALARIO TO WRK-SALARIO-EDT
                       DISPLAY "SALARIO DE R$ " WRK-SALARIO-EDT
                           " AGUARDANDO APROVACAO (PROGRAMA79)"
                       MOVE "PROGRAMA01" TO AUD-PROGRAMA
                       MOVE BAT-OPERADOR TO AUD-OPERADOR
                       STRING "LOTE " BAT-NUMERO
                           " SOLICITACAO SALARIO CODIGO "
                           WRK-CODIGO-EMP
                           " DE " WRK-SALARIO-ANTERIOR
                           " PARA " WRK-SALARIO " - PENDENTE"
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      *    O SALARIO CORRIGIDO NO MODO 2 TEM QUE CABER NO PISO/
      *    TETO DO CARGO DO REGISTRO, A MESMA REGRA DA CAPTURA
               END-IF
           END-IF.

      *    TRANSFERENCIA ENTRE ESTABELECIMENTOS NO MODO 2: 000
      *    MANTEM O ATUAL; O NOVO PRECISA ESTAR ATIVO NO ESTAB. SO
      *    O EMP-ESTAB MUDA - O CODIGO, A ADMISSAO E O TEMPO DE
      *    CASA SEGUEM COM O FUNCIONARIO; A REGRAVACAO DO MESTRE
      *    (0005-ATUALIZA-MESTRE) LEVA A TROCA PARA O JORNAL.
      *    REGISTRO ANTIGO SEM ESTABELECIMENTO E DA MATRIZ (001)
       0005-I-ATUALIZA-ESTAB   SECTION.
           IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
               MOVE EMP-ESTAB TO WRK-ESTAB-ANTERIOR
           ELSE
               MOVE 1         TO WRK-ESTAB-ANTERIOR
               MOVE 1         TO EMP-ESTAB
           END-IF.
           DISPLAY "ESTABELECIMENTO ATUAL: " WRK-ESTAB-ANTERIOR.
           DISPLAY "DIGITE O NOVO ESTABELECIMENTO (000 = MANTER): "
               ACCEPT WRK-ESTAB-NOVO.
           IF WRK-ESTAB-NOVO = ZEROS
               OR WRK-ESTAB-NOVO = WRK-ESTAB-ANTERIOR
               CONTINUE
           ELSE
               MOVE WRK-ESTAB-NOVO TO WRK-EST-CODIGO
               PERFORM 7980-LE-ESTAB
               IF NOT WRK-EST-ACHOU-SIM
                   DISPLAY "ESTABELECIMENTO " WRK-ESTAB-NOVO
                       " NAO CADASTRADO - MANTIDO O ATUAL"
               ELSE
                   IF NOT WRK-EST-ATIVO-SIM
                       DISPLAY "ESTABELECIMENTO " WRK-ESTAB-NOVO
                           " INATIVO - MANTIDO O ATUAL"
                   ELSE
                       DISPLAY "ESTABELECIMENTO NOVO: "
                           WRK-EST-RAZAO
                       DISPLAY "ADMISSAO MANTIDA: " EMP-DATA-ADMIS
                       MOVE WRK-ESTAB-NOVO TO EMP-ESTAB
                       MOVE "PROGRAMA01" TO AUD-PROGRAMA
                       MOVE BAT-OPERADOR TO AUD-OPERADOR
                       STRING "LOTE " BAT-NUMERO
                           " TRANSFERENCIA CODIGO " WRK-CODIGO-EMP
                           " ESTAB " WRK-ESTAB-ANTERIOR
                           " PARA " WRK-ESTAB-NOVO
                           " - ADMISSAO " EMP-DATA-ADMIS
                           " MANTIDA"
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      *    PCD E APRENDIZAGEM NO MODO 2: MESMA VALIDACAO DO
      *    CADASTRO NOVO, COM O TERMINO CONFERIDO CONTRA A ADMISSAO
      *    DO MESTRE; A REGRAVACAO LEVA A TROCA PARA O JORNAL
       0005-J-ATUALIZA-COTAS   SECTION.
           DISPLAY "PCD: " EMP-PCD " APRENDIZ: " EMP-APRENDIZ
               " TERMINO APRENDIZAGEM: " EMP-APREND-FIM.
           DISPLAY "ALTERAR PCD/APRENDIZAGEM? (S/N) "
               ACCEPT WRK-ALTERA-COTAS.
           IF WRK-ALTERA-COTAS-SIM
               MOVE EMP-DATA-ADMIS TO WRK-DATA-ADMIS
               MOVE "N" TO WRK-PCD-VALIDA
               PERFORM 0001-L-VALIDA-PCD UNTIL WRK-PCD-OK
               MOVE "N" TO WRK-APRENDIZ-VALIDA
               PERFORM 0001-M-VALIDA-APRENDIZ UNTIL WRK-APRENDIZ-OK
               MOVE WRK-PCD        TO EMP-PCD
               MOVE WRK-APRENDIZ   TO EMP-APRENDIZ
               MOVE WRK-APREND-FIM TO EMP-APREND-FIM
           END-IF.
           MOVE "N" TO WRK-ALTERA-COTAS.

      *    DADOS BANCARIOS NO MODO 2: O CREDITO DEVOLVIDO SO PODE
      *    SER REEMITIDO DEPOIS QUE ALGUEM CORRIGE BANCO/AGENCIA/
      *    CONTA NO MESTRE - A CONTA CORRIGIDA E VALIDADA PELO
      *    DIGITO (CPBANCVL, MESMA SECTION DO MODO 1) E VIRA
      *    SOLICITACAO PENDENTE (TIPO B) NO APVPEND; O MESTRE E O
      *    PRENOTE (CONTA NOVA PARA O CICLO DE TESTE DO
      *    PROGRAMA22) SO MUDAM NA APROVACAO PELO PROGRAMA79
       0005-D-ATUALIZA-CONTA   SECTION.
           DISPLAY "BANCO/AGENCIA/CONTA ATUAIS: " EMP-BANCO
               " / " EMP-AGENCIA " / " EMP-CONTA.
               MOVE "N" TO WRK-CONTA-BCO-VALIDA
               PERFORM 0001-F-VALIDA-CONTA-BANCO
                   UNTIL WRK-CONTA-BCO-OK
               IF WRK-BANCO = EMP-BANCO
                   AND WRK-AGENCIA = EMP-AGENCIA
                   AND WRK-CONTA = EMP-CONTA
                   DISPLAY "DADOS BANCARIOS IGUAIS AOS ATUAIS - "
                       "NADA A SOLICITAR"
               ELSE
                   PERFORM 0005-H-SOLICITA-CONTA
               END-IF
           END-IF.
           MOVE "N" TO WRK-ALTERA-CONTA.

      *    CONTA NOVA COMO SOLICITACAO PENDENTE (TIPO B), COM A
      *    CONTA DO MESTRE COMO "ANTES"; UMA EM ABERTO POR CODIGO
       0005-H-SOLICITA-CONTA   SECTION.
           IF NOT WRK-APROV-DISPONIVEL-SIM
               DISPLAY "ALTERACAO BANCARIA NAO REGISTRADA - "
                   "APVPEND INDISPONIVEL"
           ELSE
               MOVE WRK-CODIGO-EMP TO WRK-APV-CODIGO
               MOVE "B"            TO WRK-APV-TIPO
               PERFORM 7973-PROCURA-PENDENCIA
               IF WRK-APV-ACHOU-SIM
                   DISPLAY "JA EXISTE ALTERACAO BANCARIA PENDENTE "
                       "DESDE " APV-DATA-SOLIC " (" APV-SOLICITANTE
                       ") - NOVA SOLICITACAO RECUSADA"
               ELSE
                   MOVE SPACES         TO APV-REGISTRO
                   MOVE WRK-CODIGO-EMP TO APV-CODIGO-EMP
                   SET APV-CONTA       TO TRUE
                   MOVE ZEROS          TO APV-SALARIO-ANT
                   MOVE ZEROS          TO APV-SALARIO-NOVO
                   MOVE EMP-BANCO      TO APV-BANCO-ANT
                   MOVE EMP-AGENCIA    TO APV-AGENCIA-ANT
                   MOVE EMP-CONTA      TO APV-CONTA-ANT
                   MOVE WRK-BANCO      TO APV-BANCO-NOVO
                   MOVE WRK-AGENCIA    TO APV-AGENCIA-NOVO
                   MOVE WRK-CONTA      TO APV-CONTA-NOVO
                   MOVE "PROGRAMA01"   TO APV-ORIGEM
                   MOVE BAT-NUMERO     TO APV-LOTE
                   MOVE BAT-OPERADOR   TO APV-SOLICITANTE
                   PERFORM 7971-GRAVA-PENDENCIA
                   IF WRK-APV-GRAVADA-SIM
                       DISPLAY "DADOS BANCARIOS AGUARDANDO "
                           "APROVACAO (PROGRAMA79)"
                       MOVE "PROGRAMA01" TO AUD-PROGRAMA
                       MOVE BAT-OPERADOR TO AUD-OPERADOR
                       STRING "LOTE " BAT-NUMERO
                           " SOLICITACAO CONTA CODIGO "
                           WRK-CODIGO-EMP
                           " BANCO " WRK-BANCO
                           " AGENCIA " WRK-AGENCIA
                           " CONTA " WRK-CONTA " - PENDENTE"
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       0005-C-GRAVA-HIST-CCUSTO SECTION.
           OPEN EXTEND ARQ-HIST-CCUSTO.
           IF WRK-FS-HIST-CCUSTO-NAO-EXISTE
               DELIMITED BY SIZE INTO AUD-DESCRICAO.
           PERFORM 7000-GRAVA-AUDITORIA.

      *    ATRIBUICAO AUTOMATICA DE CODIGO (ARQ. EMPSEQ, SECTION 7700
      *    DO CPEMPSPR) - SE O CODIGO ENTREGUE JA ESTIVER NO MESTRE
      *    (ALGUEM KEYOU UM CODIGO A FRENTE DA SEQUENCIA), AVANCA

      *    RELATORIO DEMOGRAFICO (MODO 3): PERCORRE O CADASTRO MESTRE
      *    INTEIRO, DO PRIMEIRO AO ULTIMO CODIGO, CLASSIFICANDO CADA
      *    FUNCIONARIO NUMA FAIXA ETARIA. COM COMPETENCIA NO
      *    CARTAO, OS FUNCIONARIOS VEM DA FOTO DO MESTRE (CADSNAP,
      *    CPSNPPR) E A IDADE E MEDIDA NO ULTIMO DIA DA COMPETENCIA.
       0006-RELATORIO-DEMOGRAFICO SECTION.
           MOVE ZEROS TO EMP-CODIGO.
           MOVE ZEROS TO WRK-QTDE-FAIXA-1825.
           MOVE ZEROS TO WRK-QTDE-FAIXA-3645.
           MOVE ZEROS TO WRK-QTDE-FAIXA-46MAIS.
           MOVE ZEROS TO WRK-QTDE-TOTAL-DEMO.
           PERFORM 8760-CAPTURA-FOTO.
           IF WRK-FOTO-ATIVA-SIM
               PERFORM 8761-ABRE-FOTO
           ELSE
               START CADASTRO-MESTRE KEY IS NOT LESS THAN EMP-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-START
           END-IF.
           IF NOT WRK-FS-LEITURA-FIM-ARQUIVO
               PERFORM 0006-A-LE-E-CLASSIFICA
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO
           END-IF.
           IF WRK-FOTO-ATIVA-SIM
               PERFORM 8763-FECHA-FOTO
           END-IF.

           OPEN OUTPUT ARQ-DEMOGRAFICO.
           MOVE "DEMOREL "   TO WRK-REP-ID.
           MOVE WRK-LIT-DEM-TITULO TO DEM-CAB-TITULO.
           MOVE WRK-LIT-DEM-DATA   TO DEM-CAB-LIT-DATA.
           MOVE BAT-DATA           TO DEM-CAB-DATA.
           IF WRK-FOTO-ATIVA-SIM
               MOVE WRK-LIT-DEM-FOTO     TO DEM-CAB-LIT-FOTO
               MOVE WRK-FOTO-COMPETENCIA TO DEM-CAB-FOTO
           END-IF.
           WRITE DEM-CABECALHO-REC.
           PERFORM 8690-COPIA-REPOSITORIO.

               WRK-QTDE-TOTAL-DEMO " FUNCIONARIOS".

       0006-A-LE-E-CLASSIFICA  SECTION.
           IF WRK-FOTO-ATIVA-SIM
               PERFORM 8762-LE-FOTO
           ELSE
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-READ
           END-IF.
      *    DESLIGADO NAO ENTRA NA CONTAGEM DEMOGRAFICA
           IF NOT WRK-FS-LEITURA-FIM-ARQUIVO
               AND NOT EMP-DESLIGADO
               PERFORM 0006-B-CLASSIFICA-UM
           END-IF.

       0006-B-CLASSIFICA-UM    SECTION.
           ADD 1 TO WRK-QTDE-TOTAL-DEMO.
      *    IDADE CALCULADA NA DATA DA EXECUCAO - E NAO MAIS A
      *    IDADE CONGELADA NO DIA DO CADASTRO; NA FOTO, NO ULTIMO
      *    DIA DA COMPETENCIA
           MOVE EMP-DATA-NASC TO IDC-DATA-NASC.
           MOVE BAT-DATA      TO IDC-DATA-REF.
           IF WRK-FOTO-DATA-REF NOT = ZEROS
               MOVE WRK-FOTO-DATA-REF TO IDC-DATA-REF
           END-IF.
           PERFORM 7800-CALCULA-IDADE.
           EVALUATE TRUE
               WHEN IDC-IDADE >= 18 AND IDC-IDADE <= 25
                   ADD 1 TO WRK-QTDE-FAIXA-1825
               WHEN IDC-IDADE >= 26 AND IDC-IDADE <= 35
                   ADD 1 TO WRK-QTDE-FAIXA-2635
               WHEN IDC-IDADE >= 36 AND IDC-IDADE <= 45
                   ADD 1 TO WRK-QTDE-FAIXA-3645
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-FAIXA-46MAIS
           END-EVALUATE.

      *    DESLIGAMENTO (MODO 4): LE O CODIGO, CAPTURA DATA E MOTIVO,
      *    MARCA O REGISTRO DO MESTRE COMO DESLIGADO E GRAVA O
                   ACCEPT WRK-DATA-DESLIG
               DISPLAY "DIGITE O MOTIVO DO DESLIGAMENTO: "
                   ACCEPT WRK-MOTIVO-DESLIG
               MOVE ZEROS TO WRK-TIPO-DESLIG
               PERFORM 0007-B-CAPTURA-TIPO
                   UNTIL WRK-TIPO-DESLIG-VALIDO
               PERFORM 0007-C-CONFERE-ESTABILIDADE
               IF WRK-DESLIG-LIBERADO-SIM
                   PERFORM 0007-D-EFETIVA-DESLIGAMENTO
               END-IF
           END-IF.

       0007-B-CAPTURA-TIPO     SECTION.
           DISPLAY "TIPO DO DESLIGAMENTO (1-DISPENSA SEM JUSTA "
               "CAUSA/2-PEDIDO DE DEMISSAO/3-JUSTA CAUSA/"
               "4-TERMINO DA EXPERIENCIA/5-RESCISAO ANTECIPADA "
               "DA EXPERIENCIA): "
               ACCEPT WRK-TIPO-DESLIG.
           IF NOT WRK-TIPO-DESLIG-VALIDO
               DISPLAY "ERRO: TIPO DEVE SER DE 1 A 5"
           END-IF.

      *    DISPENSA PELO EMPREGADOR (1 E 5) NA DATA DO DESLIGAMENTO
      *    DE QUEM TEM ESTABILIDADE PROVISORIA ATIVA (ESTABPRV) SO
      *    COM OVERRIDE DE SUPERVISOR (8142 DO CPEPVPR); RECUSADA
      *    VAI PARA O EXCPTRPT E O MESTRE NAO E TOCADO
       0007-C-CONFERE-ESTABILIDADE SECTION.
           MOVE "S" TO WRK-DESLIG-LIBERADO.
           IF WRK-DESLIG-SEM-JUSTA-CAUSA OR WRK-DESLIG-ANTECIPADA
               MOVE WRK-CODIGO-EMP  TO WRK-EPV-CODIGO
               MOVE WRK-DATA-DESLIG TO WRK-EPV-DATA
               PERFORM 8140-CONSULTA-ESTABILIDADE
               IF WRK-EPV-ESTAVEL-SIM
                   MOVE "PROGRAMA01" TO WRK-EPV-PROGRAMA
                   PERFORM 8142-AUTORIZA-DISPENSA-ESTAVEL
                   IF NOT WRK-EPV-LIBERADO-SIM
                       MOVE "N" TO WRK-DESLIG-LIBERADO
                       MOVE "PROGRAMA01" TO EXC-PROGRAMA
                       MOVE BAT-NUMERO   TO EXC-LOTE
                       STRING "CODIGO " WRK-CODIGO-EMP
                           " DESLIG " WRK-DATA-DESLIG
                           " TIPO " WRK-TIPO-DESLIG
                           DELIMITED BY SIZE INTO EXC-ENTRADA
                       STRING "ESTABILIDADE PROVISORIA "
                           WRK-EPV-TIPO " ATE " WRK-EPV-FIM
                           DELIMITED BY SIZE INTO EXC-MOTIVO
                       PERFORM 7100-GRAVA-EXCECAO
                   END-IF
               END-IF
           END-IF.

       0007-D-EFETIVA-DESLIGAMENTO SECTION.
           MOVE MST-REGISTRO     TO WRK-IMAGEM-ANTES.
           MOVE "D"              TO EMP-SITUACAO.
           MOVE WRK-DATA-DESLIG  TO EMP-DATA-DESLIG.
           MOVE WRK-MOTIVO-DESLIG TO EMP-MOTIVO-DESLIG.
           REWRITE MST-REGISTRO.
           MOVE "PROGRAMA01"     TO CDJ-PROGRAMA.
           MOVE BAT-OPERADOR     TO CDJ-OPERADOR.
           SET CDJ-ALTERACAO     TO TRUE.
           MOVE WRK-IMAGEM-ANTES TO CDJ-IMAGEM-ANTES.
           MOVE MST-REGISTRO     TO CDJ-IMAGEM-DEPOIS.
           PERFORM 8400-GRAVA-JORNAL-MESTRE.
           OPEN EXTEND ARQ-DESLIGAMENTO.
           IF WRK-FS-DESLIGAMENTO-NAO-EXISTE
               OPEN OUTPUT ARQ-DESLIGAMENTO
           END-IF.
           MOVE EMP-CODIGO       TO DSL-CODIGO.
           MOVE EMP-NOME         TO DSL-NOME.
           MOVE EMP-DOCUMENTO    TO DSL-DOCUMENTO.
           MOVE WRK-DATA-DESLIG  TO DSL-DATA-DESLIG.
           MOVE WRK-MOTIVO-DESLIG TO DSL-MOTIVO.
           MOVE BAT-NUMERO       TO DSL-LOTE.
           MOVE BAT-OPERADOR     TO DSL-OPERADOR.
           WRITE DSL-REGISTRO.
           CLOSE ARQ-DESLIGAMENTO.
           DISPLAY "FUNCIONARIO " WRK-CODIGO-EMP
               " DESLIGADO - REGISTRO GRAVADO EM OFFBOARD".
           MOVE "PROGRAMA01" TO AUD-PROGRAMA.
           MOVE BAT-OPERADOR TO AUD-OPERADOR.
           STRING "LOTE " BAT-NUMERO " TURNO " BAT-TURNO
               " DESLIGAMENTO CODIGO " WRK-CODIGO-EMP
               " DATA " WRK-DATA-DESLIG
               " TIPO " WRK-TIPO-DESLIG
               " MOTIVO " WRK-MOTIVO-DESLIG
               DELIMITED BY SIZE INTO AUD-DESCRICAO.
           PERFORM 7000-GRAVA-AUDITORIA.

       0003-MOSTRA             SECTION.
           DISPLAY 'NOME EH: ' WRK-NOME.
           DISPLAY 'NASCIMENTO: ' WRK-DATA-NASC ' IDADE: ' WRK-IDADE.
               PERFORM 7100-GRAVA-EXCECAO
           END-IF.

      *    TIPO DO CONTRATO E DIAS DA EXPERIENCIA (CPCTRPR, SECTION
      *    7960) - O ULTIMO DIA DE CADA PERIODO SAI DA ADMISSAO
       0001-H-VALIDA-CONTRATO  SECTION.
           DISPLAY "TIPO DO CONTRATO (I = PRAZO INDETERMINADO, "
               "E = EXPERIENCIA): "
               ACCEPT WRK-CTR-TIPO.
           IF WRK-CTR-EXPERIENCIA
               DISPLAY "DIAS DO 1O PERIODO DA EXPERIENCIA (045): "
                   ACCEPT WRK-CTR-DIAS-1
               DISPLAY "DIAS DA PRORROGACAO (045; 000 = SEM "
                   "PRORROGACAO): "
                   ACCEPT WRK-CTR-DIAS-2
           END-IF.
           PERFORM 7960-VALIDA-CONTRATO.
           IF NOT WRK-CTR-VALIDO-SIM
               DISPLAY "ERRO: " WRK-CTR-MSG-ERRO
               MOVE "PROGRAMA01" TO EXC-PROGRAMA
               MOVE BAT-NUMERO   TO EXC-LOTE
               STRING "CODIGO " WRK-CODIGO-EMP
                   " CONTRATO " WRK-CTR-TIPO
                   " DIAS " WRK-CTR-DIAS-1 "+" WRK-CTR-DIAS-2
                   DELIMITED BY SIZE INTO EXC-ENTRADA
               MOVE WRK-CTR-MSG-ERRO TO EXC-MOTIVO
               PERFORM 7100-GRAVA-EXCECAO
           END-IF.

      *    CENTRO DE CUSTO VALIDADO CONTRA O CADASTRO CCUSTO
      *    (PROGRAMA20) - CENTRO DESCONHECIDO REJEITA PARA O EXCPTRPT
       0001-E-VALIDA-CCUSTO    SECTION.
               END-READ
           END-IF.

      *    ESTABELECIMENTO EMPREGADOR VALIDADO CONTRA O CADASTRO
      *    ESTAB (PROGRAMA80) - 000 VIRA 001 (MATRIZ); DESCONHECIDO
      *    OU INATIVO REJEITA PARA O EXCPTRPT; CADASTRO AUSENTE
      *    ACEITA COM AVISO, A MESMA POLITICA DO CCUSTO
       0001-I-VALIDA-ESTAB     SECTION.
           DISPLAY "DIGITE O ESTABELECIMENTO (000 = 001 MATRIZ): "
               ACCEPT WRK-ESTAB.
           MOVE WRK-ESTAB TO WRK-EST-CODIGO.
           PERFORM 7980-LE-ESTAB.
           MOVE WRK-EST-CODIGO TO WRK-ESTAB.
           IF NOT WRK-EST-DISPONIVEL-SIM
               DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                   "INDISPONIVEL - ESTABELECIMENTO ACEITO SEM "
                   "VALIDACAO"
               MOVE "PROGRAMA01" TO EXC-PROGRAMA
               MOVE BAT-NUMERO   TO EXC-LOTE
               STRING "CODIGO " WRK-CODIGO-EMP
                   " ESTAB " WRK-ESTAB
                   DELIMITED BY SIZE INTO EXC-ENTRADA
               MOVE "CADASTRO DE ESTABELECIMENTOS INDISPONIVEL"
                   TO EXC-MOTIVO
               PERFORM 7100-GRAVA-EXCECAO
               MOVE "S" TO WRK-ESTAB-VALIDA
           ELSE
               IF WRK-EST-ACHOU-SIM AND WRK-EST-ATIVO-SIM
                   DISPLAY "ESTABELECIMENTO: " WRK-EST-RAZAO
                   MOVE "S" TO WRK-ESTAB-VALIDA
               ELSE
                   DISPLAY "ERRO: ESTABELECIMENTO " WRK-ESTAB
                       " NAO CADASTRADO OU INATIVO"
                   MOVE "PROGRAMA01" TO EXC-PROGRAMA
                   MOVE BAT-NUMERO   TO EXC-LOTE
                   STRING "CODIGO " WRK-CODIGO-EMP
                       " ESTAB " WRK-ESTAB
                       DELIMITED BY SIZE INTO EXC-ENTRADA
                   MOVE "ESTABELECIMENTO NAO CADASTRADO OU INATIVO"
                       TO EXC-MOTIVO
                   PERFORM 7100-GRAVA-EXCECAO
               END-IF
           END-IF.

      *    SEXO OBRIGATORIO (M/F) - SEM ELE O FUNCIONARIO FICA FORA
      *    DO RELATORIO SEMESTRAL DE IGUALDADE SALARIAL
       0001-J-VALIDA-SEXO      SECTION.
           DISPLAY "DIGITE O SEXO (M/F): "
               ACCEPT WRK-SEXO.
           IF WRK-SEXO = "M" OR WRK-SEXO = "F"
               MOVE "S" TO WRK-SEXO-VALIDA
           ELSE
               DISPLAY "ERRO: SEXO DEVE SER M OU F"
           END-IF.

      *    RACA/COR AUTODECLARADA, CODIGOS DO IBGE - O FUNCIONARIO
      *    PODE NAO DECLARAR: EM BRANCO GRAVA 6 (NAO INFORMADA)
       0001-K-VALIDA-RACA-COR  SECTION.
           DISPLAY "RACA/COR AUTODECLARADA: 1-BRANCA 2-PRETA "
               "3-PARDA 4-AMARELA 5-INDIGENA 6-NAO INFORMADA: "
               ACCEPT WRK-RACA-COR.
           IF WRK-RACA-COR = SPACES
               MOVE "6" TO WRK-RACA-COR
           END-IF.
           IF WRK-RACA-COR >= "1" AND WRK-RACA-COR <= "6"
               MOVE "S" TO WRK-RACA-COR-VALIDA
           ELSE
               DISPLAY "ERRO: RACA/COR DEVE SER DE 1 A 6"
           END-IF.

      *    PESSOA COM DEFICIENCIA (COTA DA LEI 8.213/91, ART. 93) -
      *    EM BRANCO GRAVA N
       0001-L-VALIDA-PCD       SECTION.
           DISPLAY "PESSOA COM DEFICIENCIA - PCD (S/N): "
               ACCEPT WRK-PCD.
           IF WRK-PCD = SPACES
               MOVE "N" TO WRK-PCD
           END-IF.
           IF WRK-PCD = "S" OR WRK-PCD = "N"
               MOVE "S" TO WRK-PCD-VALIDA
           ELSE
               DISPLAY "ERRO: PCD DEVE SER S OU N"
           END-IF.

      *    CONTRATO DE APRENDIZAGEM (COTA DA CLT, ART. 429): O
      *    TERMINO E OBRIGATORIO, VALIDADO VIA CPDATAVL, DEPOIS DA
      *    ADMISSAO E NO MAXIMO 2 ANOS DEPOIS DELA (CLT ART. 428,
      *    PAR. 3O). QUEM NAO E APRENDIZ GRAVA TERMINO ZERADO
       0001-M-VALIDA-APRENDIZ  SECTION.
           DISPLAY "CONTRATO DE APRENDIZAGEM (S/N): "
               ACCEPT WRK-APRENDIZ.
           IF WRK-APRENDIZ = SPACES
               MOVE "N" TO WRK-APRENDIZ
           END-IF.
           MOVE ZEROS TO WRK-APREND-FIM.
           IF WRK-APRENDIZ = "N"
               MOVE "S" TO WRK-APRENDIZ-VALIDA
           ELSE
               IF WRK-APRENDIZ NOT = "S"
                   DISPLAY "ERRO: APRENDIZ DEVE SER S OU N"
               ELSE
                   PERFORM 0001-N-VALIDA-FIM-APRENDIZ
               END-IF
           END-IF.

       0001-N-VALIDA-FIM-APRENDIZ SECTION.
           DISPLAY "TERMINO DA APRENDIZAGEM (AAAAMMDD): "
               ACCEPT WRK-APREND-FIM.
           MOVE WRK-APREND-FIM(1:4) TO CPD-ANO OF CPD-DATA.
           MOVE WRK-APREND-FIM(5:2) TO CPD-MES OF CPD-DATA.
           MOVE WRK-APREND-FIM(7:2) TO CPD-DIA OF CPD-DATA.
           PERFORM CPD-8000-VALIDA-DATA.
           COMPUTE WRK-APREND-LIMITE = WRK-DATA-ADMIS + 20000.
           IF NOT CPD-DATA-OK
               MOVE CPD-DATA-MSG-ERRO TO EXC-MOTIVO
           ELSE
               IF WRK-APREND-FIM NOT > WRK-DATA-ADMIS
                   MOVE "TERMINO DA APRENDIZAGEM ANTES DA ADMISSAO"
                       TO EXC-MOTIVO
               ELSE
                   IF WRK-APREND-FIM > WRK-APREND-LIMITE
                       MOVE "APRENDIZAGEM ACIMA DE 2 ANOS"
                           TO EXC-MOTIVO
                   ELSE
                       MOVE "S" TO WRK-APRENDIZ-VALIDA
                   END-IF
               END-IF
           END-IF.
           IF NOT WRK-APRENDIZ-OK
               DISPLAY "ERRO: " EXC-MOTIVO
               MOVE "PROGRAMA01" TO EXC-PROGRAMA
               MOVE BAT-NUMERO   TO EXC-LOTE
               STRING "CODIGO " WRK-CODIGO-EMP
                   " ADM " WRK-DATA-ADMIS
                   " FIM " WRK-APREND-FIM
                   DELIMITED BY SIZE INTO EXC-ENTRADA
               PERFORM 7100-GRAVA-EXCECAO
           END-IF.

       0001-B-VALIDA-SALARIO   SECTION.
           DISPLAY "DIGITE SEU SALARIO: "
               ACCEPT WRK-SALARIO.
       COPY CPEMPSPR.
       COPY CPDATAVL.
       COPY CPIDADPR.
       COPY CPCTRPR.
       COPY CPAPRPR.
       COPY CPESTPR.
       COPY CPOPERPR.
       COPY CPRUNCPR.
       COPY CPTRNPR.
       COPY CPEPVPR.
       COPY CPLOCKPR.
       COPY CPRLGPR.
       COPY CPSNPPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
