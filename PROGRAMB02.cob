           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB02.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: PROGRAMACAO ANUAL DE FERIAS (ARQ. FERPLAN,
      *==          COPYBOOK CPFERPLN) - LISTAR, PROGRAMAR (INCLUIR
      *==          OU SUBSTITUIR) E EXCLUIR O PLANO DE FERIAS DE UM
      *==          FUNCIONARIO NO ANO, COM ATE TRES PERIODOS.
      *==          O PLANO SO E GRAVADO SE:
      *==          - OS PERIODOS SEGUEM A CLT ART. 134 (UM DE PELO
      *==            MENOS 14 DIAS, OS DEMAIS DE PELO MENOS 5, NO
      *==            MAXIMO 30 NO TOTAL), COMECAM NO ANO DO PLANO
      *==            E NAO SE SOBREPOEM;
      *==          - O PERIODO AQUISITIVO ESTA COMPLETO NO PRIMEIRO
      *==            DIA DE GOZO - BASE = FIM DO ULTIMO GOZO DO
      *==            FERGOZO OU A ADMISSAO, COMO NO PROGRAMA19;
      *==            DIREITO AOS 12 MESES DA BASE;
      *==          - NENHUM DIA DOS PERIODOS DEIXA O CENTRO DE
      *==            CUSTO DO FUNCIONARIO COM MAIS AUSENTES EM
      *==            FERIAS PROGRAMADAS DO QUE O LIMITE DO CADASTRO
      *==            CCUSTO (CCU-MAX-AUSENTES, ZEROS = SEM LIMITE).
      *==          PERIODO QUE TERMINA NO PRAZO CONCESSIVO OU
      *==          DEPOIS DELE (24 MESES DA BASE - FERIAS EM DOBRO,
      *==          CLT ART. 137) SO E ACEITO COM CONFIRMACAO E FICA
      *==          MARCADO NO PLANO (FPL-ALERTA-DOBRO) PARA O
      *==          ACOMPANHAMENTO MENSAL (PROGRAMB03).
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
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.
               SELECT ARQ-FERIAS-GOZO ASSIGN TO "FERGOZO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FERIAS-GOZO.
               SELECT ARQ-PLANO-FERIAS ASSIGN TO "FERPLAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FPL-CHAVE
                   FILE STATUS IS WRK-FS-PLANO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-FERIAS-GOZO
               LABEL RECORD IS STANDARD.
           COPY CPFERGOZ.

           FD  ARQ-PLANO-FERIAS
               LABEL RECORD IS STANDARD.
           COPY CPFERPLN.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-FS-FERIAS-GOZO   PIC X(02) VALUE SPACES.
           88 WRK-FS-FERIAS-GOZO-OK      VALUE "00".
       77 WRK-FS-PLANO         PIC X(02) VALUE SPACES.
           88 WRK-FS-PLANO-OK            VALUE "00".
           88 WRK-FS-PLANO-NAO-EXISTE    VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-PROGRAMAR         VALUE 2.
           88 WRK-MODO-EXCLUIR           VALUE 3.

       01 WRK-DATA-EXEC-R.
           05 WRK-EXEC-ANO         PIC 9(04).
           05 WRK-EXEC-MES         PIC 9(02).
           05 WRK-EXEC-DIA         PIC 9(02).
       01 WRK-DATA-EXEC REDEFINES WRK-DATA-EXEC-R PIC 9(08).

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-CONTINUA-GOZO    PIC X(01) VALUE "S".
           88 WRK-CONTINUA-GOZO-SIM      VALUE "S".
       77 WRK-QTDE-LINHAS      PIC 9(05) VALUE ZEROS.

      *    FUNCIONARIO DO PLANO - GUARDADO FORA DO REGISTRO DO
      *    MESTRE, QUE A CONFERENCIA DE COBERTURA RELE PARA OS
      *    COLEGAS DO CENTRO DE CUSTO
       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-FUNC        PIC X(30) VALUE SPACES.
       77 WRK-CCUSTO-FUNC      PIC X(05) VALUE SPACES.
       77 WRK-ADMISSAO-FUNC    PIC 9(08) VALUE ZEROS.
       77 WRK-FUNC-VALIDO      PIC X(01) VALUE "N".
           88 WRK-FUNC-VALIDO-SIM        VALUE "S".
       77 WRK-ANO-PLANO        PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-AUSENTES     PIC 9(03) VALUE ZEROS.

      *    PERIODOS AQUISITIVO E CONCESSIVO: BASE = FIM DO ULTIMO
      *    GOZO OU ADMISSAO; DIREITO AOS 12 MESES E FERIAS EM DOBRO
      *    A PARTIR DOS 24 MESES DA BASE
       77 WRK-ULTIMO-GOZO      PIC 9(08) VALUE ZEROS.
       01 WRK-BASE-R.
           05 WRK-BAS-ANO          PIC 9(04).
           05 WRK-BAS-MES          PIC 9(02).
           05 WRK-BAS-DIA          PIC 9(02).
       01 WRK-BASE REDEFINES WRK-BASE-R PIC 9(08).
       01 WRK-DIREITO-R.
           05 WRK-DIR-ANO          PIC 9(04).
           05 WRK-DIR-MES          PIC 9(02).
           05 WRK-DIR-DIA          PIC 9(02).
       01 WRK-DATA-DIREITO REDEFINES WRK-DIREITO-R PIC 9(08).
       01 WRK-PRAZO-R.
           05 WRK-PRZ-ANO          PIC 9(04).
           05 WRK-PRZ-MES          PIC 9(02).
           05 WRK-PRZ-DIA          PIC 9(02).
       01 WRK-DATA-PRAZO REDEFINES WRK-PRAZO-R PIC 9(08).

      *    PLANO JA GRAVADO PARA O FUNCIONARIO E ANO: A SUBSTITUICAO
      *    MANTEM A BASE DO PLANO ORIGINAL - O GOZO PARCIAL JA
      *    REGISTRADO NO FERGOZO NAO ABRE NOVO PERIODO AQUISITIVO
       77 WRK-PLANO-EXISTE     PIC X(01) VALUE "N".
           88 WRK-PLANO-EXISTE-SIM       VALUE "S".

      *    PERIODOS DIGITADOS
       77 WRK-QTDE-PER         PIC 9(01) VALUE ZEROS.
           88 WRK-QTDE-PER-VALIDA        VALUE 1 THRU 3.
       01 WRK-PLANO-TABELA.
           05 WRK-PER-ITEM             OCCURS 3 TIMES.
               10 WRK-PER-INICIO       PIC 9(08).
               10 WRK-PER-DIAS         PIC 9(02).
               10 WRK-PER-FIM          PIC 9(08).
       77 WRK-P                PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-GOZO        PIC 9(02) VALUE ZEROS.
           88 WRK-DIAS-GOZO-VALIDOS      VALUE 1 THRU 30.
       77 WRK-DIA-I            PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-DIAS       PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-PERIODO-14   PIC X(01) VALUE "N".
           88 WRK-TEM-PERIODO-14-SIM     VALUE "S".

       77 WRK-PLANO-VALIDO     PIC X(01) VALUE "S".
           88 WRK-PLANO-VALIDO-SIM       VALUE "S".
       77 WRK-MSG-ERRO         PIC X(60) VALUE SPACES.
       77 WRK-MSG-NOVA         PIC X(60) VALUE SPACES.
       77 WRK-ALERTA-DOBRO     PIC X(01) VALUE "N".
           88 WRK-ALERTA-DOBRO-SIM       VALUE "S".
       77 WRK-CONFIRMA         PIC X(01) VALUE "N".
           88 WRK-CONFIRMA-SIM           VALUE "S" "s".
       77 WRK-OPERACAO-AUD     PIC X(09) VALUE SPACES.
       77 WRK-MARCA-DOBRO      PIC X(06) VALUE SPACES.

      *    PERIODOS PROGRAMADOS DOS COLEGAS DO MESMO CENTRO DE
      *    CUSTO QUE CRUZAM A JANELA DO PLANO (PRIMEIRO INICIO AO
      *    ULTIMO FIM)
       77 WRK-JANELA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-AUS         PIC 9(04) VALUE ZEROS.
       01 WRK-AUSENTES-TABELA.
           05 WRK-AUS-ITEM             OCCURS 2000 TIMES.
               10 WRK-AUS-INICIO       PIC 9(08).
               10 WRK-AUS-FIM          PIC 9(08).
       77 WRK-A                PIC 9(04) VALUE ZEROS.
       77 WRK-I                PIC 9(01) VALUE ZEROS.
       77 WRK-COLEGA-LIDO      PIC X(01) VALUE "N".
           88 WRK-COLEGA-LIDO-SIM        VALUE "S".
       77 WRK-COLEGA-NO-CENTRO PIC X(01) VALUE "N".
           88 WRK-COLEGA-NO-CENTRO-SIM   VALUE "S".
       77 WRK-DIA-CORRENTE     PIC 9(08) VALUE ZEROS.
       77 WRK-AUSENTES-NO-DIA  PIC 9(04) VALUE ZEROS.

           COPY CPDATA.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-PROGRAMAR
                       PERFORM 0002-PROGRAMA-FERIAS
                   WHEN WRK-MODO-EXCLUIR
                       PERFORM 0003-EXCLUI-PLANO
                   WHEN OTHER
                       PERFORM 0001-LISTA-PLANOS
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR  2-PROGRAMAR  3-EXCLUIR "
                   ACCEPT WRK-MODO.
               DISPLAY "DIGITE O ANO DO PLANO (AAAA, ZEROS = ANO "
                   "CORRENTE): "
                   ACCEPT WRK-ANO-PLANO.
               IF WRK-ANO-PLANO = ZEROS
                   MOVE WRK-EXEC-ANO TO WRK-ANO-PLANO
               END-IF.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-PLANO-FERIAS.
               IF WRK-FS-PLANO-NAO-EXISTE
                   OPEN OUTPUT ARQ-PLANO-FERIAS
                   CLOSE ARQ-PLANO-FERIAS
                   OPEN I-O ARQ-PLANO-FERIAS
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    LISTA OS PLANOS DO ANO, UMA LINHA POR PERIODO
       0001-LISTA-PLANOS       SECTION.
               MOVE ZEROS      TO FPL-CHAVE.
               START ARQ-PLANO-FERIAS KEY IS NOT LESS THAN FPL-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE PLANOS NO ANO " WRK-ANO-PLANO ": "
                   WRK-QTDE-LINHAS.

       0001-A-LISTA-UM         SECTION.
               READ ARQ-PLANO-FERIAS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF FPL-ANO = WRK-ANO-PLANO
                           ADD 1 TO WRK-QTDE-LINHAS
                           DISPLAY "FUNCIONARIO " FPL-CODIGO
                               " BASE " FPL-BASE-FERIAS
                               " DOBRO A PARTIR DE "
                               FPL-PRAZO-CONCESSIVO
                           PERFORM 0001-B-MOSTRA-PERIODO
                               VARYING WRK-I FROM 1 BY 1
                               UNTIL WRK-I > FPL-QTDE-PERIODOS
                           IF FPL-ALERTA-DOBRO-SIM
                               DISPLAY "    *** PLANO COM PERIODO "
                                   "EM DOBRO ***"
                           END-IF
                       END-IF
               END-READ.

       0001-B-MOSTRA-PERIODO   SECTION.
               DISPLAY "    PERIODO " WRK-I ": "
                   FPL-PER-INICIO (WRK-I) " A " FPL-PER-FIM (WRK-I)
                   " (" FPL-PER-DIAS (WRK-I) " DIAS)".

       0002-PROGRAMA-FERIAS    SECTION.
               MOVE "N" TO WRK-FUNC-VALIDO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   PERFORM 0002-A-LE-FUNCIONARIO
               END-IF.
               IF WRK-FUNC-VALIDO-SIM
                   PERFORM 0002-B-CALCULA-PRAZOS
                   PERFORM 0002-C-CAPTURA-PERIODOS
                   MOVE "S"    TO WRK-PLANO-VALIDO
                   MOVE SPACES TO WRK-MSG-ERRO
                   PERFORM 0002-D-VALIDA-PERIODOS
                   IF WRK-PLANO-VALIDO-SIM
                       PERFORM 0002-E-CONFERE-COBERTURA
                   END-IF
                   IF WRK-PLANO-VALIDO-SIM
                       PERFORM 0002-F-CONFERE-PRAZO
                   END-IF
                   IF WRK-PLANO-VALIDO-SIM
                       PERFORM 0002-G-GRAVA-PLANO
                   ELSE
                       DISPLAY "PLANO REJEITADO: " WRK-MSG-ERRO
                   END-IF
               END-IF.

      *    FUNCIONARIO ATIVO COM ADMISSAO PREENCHIDA; O LIMITE DE
      *    AUSENTES VEM DO CENTRO DE CUSTO DELE
       0002-A-LE-FUNCIONARIO   SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                           " NAO CADASTRADO"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EMP-DESLIGADO
                               DISPLAY "ERRO: FUNCIONARIO "
                                   "DESLIGADO NAO PROGRAMA FERIAS"
                           WHEN EMP-DATA-ADMIS = ZEROS
                               DISPLAY "ERRO: FUNCIONARIO SEM DATA "
                                   "DE ADMISSAO - COMPLETAR O "
                                   "CADASTRO"
                           WHEN OTHER
                               DISPLAY "FUNCIONARIO: " EMP-NOME
                                   " CCUSTO " EMP-CCUSTO
                               MOVE EMP-NOME       TO WRK-NOME-FUNC
                               MOVE EMP-CCUSTO     TO WRK-CCUSTO-FUNC
                               MOVE EMP-DATA-ADMIS
                                   TO WRK-ADMISSAO-FUNC
                               MOVE "S" TO WRK-FUNC-VALIDO
                       END-EVALUATE
               END-READ.
               IF WRK-FUNC-VALIDO-SIM
                   PERFORM 0002-A1-LE-CENTRO
               END-IF.

      *    CENTRO SEM CADASTRO OU REGISTRO GRAVADO ANTES DO LIMITE
      *    EXISTIR VALE COMO SEM LIMITE
       0002-A1-LE-CENTRO       SECTION.
               MOVE ZEROS TO WRK-MAX-AUSENTES.
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE WRK-CCUSTO-FUNC TO CCU-CODIGO
                   READ CADASTRO-CCUSTO
                       INVALID KEY
                           DISPLAY "CENTRO DE CUSTO " WRK-CCUSTO-FUNC
                               " SEM CADASTRO - SEM LIMITE DE "
                               "AUSENTES"
                       NOT INVALID KEY
                           IF CCU-MAX-AUSENTES NUMERIC
                               MOVE CCU-MAX-AUSENTES
                                   TO WRK-MAX-AUSENTES
                           END-IF
                   END-READ
                   CLOSE CADASTRO-CCUSTO
               ELSE
                   DISPLAY "CADASTRO DE CENTROS DE CUSTO AUSENTE - "
                       "SEM LIMITE DE AUSENTES"
               END-IF.
               IF WRK-MAX-AUSENTES > ZEROS
                   DISPLAY "LIMITE DO CENTRO: " WRK-MAX-AUSENTES
                       " AUSENTES AO MESMO TEMPO"
               END-IF.

      *    BASE = FIM DO ULTIMO GOZO REGISTRADO (FERGOZO), QUANDO
      *    POSTERIOR A ADMISSAO; SENAO A ADMISSAO. PLANO JA GRAVADO
      *    PARA O ANO COM BASE ANTERIOR MANTEM A BASE ORIGINAL
       0002-B-CALCULA-PRAZOS   SECTION.
               MOVE ZEROS TO WRK-ULTIMO-GOZO.
               MOVE "S"   TO WRK-CONTINUA-GOZO.
               OPEN INPUT ARQ-FERIAS-GOZO.
               IF WRK-FS-FERIAS-GOZO-OK
                   PERFORM 0002-B1-LE-GOZO
                       UNTIL NOT WRK-CONTINUA-GOZO-SIM
               END-IF.
               CLOSE ARQ-FERIAS-GOZO.
               IF WRK-ULTIMO-GOZO > WRK-ADMISSAO-FUNC
                   MOVE WRK-ULTIMO-GOZO   TO WRK-BASE
               ELSE
                   MOVE WRK-ADMISSAO-FUNC TO WRK-BASE
               END-IF.
               MOVE "N"            TO WRK-PLANO-EXISTE.
               MOVE WRK-CODIGO-EMP TO FPL-CODIGO.
               MOVE WRK-ANO-PLANO  TO FPL-ANO.
               READ ARQ-PLANO-FERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PLANO-EXISTE
                       DISPLAY "JA EXISTE PLANO PARA " WRK-ANO-PLANO
                           " - SERA SUBSTITUIDO"
                       IF FPL-BASE-FERIAS < WRK-BASE
                           AND FPL-BASE-FERIAS NOT < WRK-ADMISSAO-FUNC
                           MOVE FPL-BASE-FERIAS TO WRK-BASE
                           DISPLAY "MANTIDA A BASE DO PLANO ORIGINAL"
                       END-IF
               END-READ.
               MOVE WRK-BASE    TO WRK-DATA-DIREITO.
               ADD 1            TO WRK-DIR-ANO.
               MOVE WRK-BASE    TO WRK-DATA-PRAZO.
               ADD 2            TO WRK-PRZ-ANO.
               DISPLAY "BASE DAS FERIAS: " WRK-BASE
                   " - DIREITO A PARTIR DE " WRK-DATA-DIREITO
                   " - EM DOBRO A PARTIR DE " WRK-DATA-PRAZO.

       0002-B1-LE-GOZO         SECTION.
               READ ARQ-FERIAS-GOZO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-GOZO
                   NOT AT END
                       IF FGZ-CODIGO = WRK-CODIGO-EMP
                           AND FGZ-DATA-FIM > WRK-ULTIMO-GOZO
                           MOVE FGZ-DATA-FIM TO WRK-ULTIMO-GOZO
                       END-IF
               END-READ.

      *    INICIO DIGITADO (DD/MM/AA) E VALIDADO PELO CPDATAVL; O
      *    FIM E O INICIO AVANCADO DIA A DIA PELA CPD-8070, COMO NA
      *    CONCESSAO (PROGRAMA42)
       0002-C-CAPTURA-PERIODOS SECTION.
               INITIALIZE WRK-PLANO-TABELA.
               MOVE ZEROS TO WRK-QTDE-PER.
               PERFORM 0002-C1-CAPTURA-QTDE
                   UNTIL WRK-QTDE-PER-VALIDA.
               PERFORM 0002-C2-CAPTURA-PERIODO
                   VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QTDE-PER.

       0002-C1-CAPTURA-QTDE    SECTION.
               DISPLAY "QUANTOS PERIODOS NO ANO (1 A 3): "
                   ACCEPT WRK-QTDE-PER.
               IF NOT WRK-QTDE-PER-VALIDA
                   DISPLAY "ERRO: INFORMAR DE 1 A 3 PERIODOS"
               END-IF.

       0002-C2-CAPTURA-PERIODO SECTION.
               DISPLAY "PERIODO " WRK-P " - DATA DE INICIO:".
               MOVE "N" TO CPD-DATA-VALIDA.
               PERFORM 0002-C3-CAPTURA-INICIO
                   UNTIL CPD-DATA-OK.
               COMPUTE WRK-PER-INICIO (WRK-P) =
                   CPD-ANO-NUM * 10000 + CPD-MES-NUM * 100
                   + CPD-DIA-NUM.
               MOVE ZEROS TO WRK-DIAS-GOZO.
               PERFORM 0002-C4-CAPTURA-DIAS
                   UNTIL WRK-DIAS-GOZO-VALIDOS.
               MOVE WRK-DIAS-GOZO TO WRK-PER-DIAS (WRK-P).
               MOVE CPD-ANO-NUM TO CPD-CALC-ANO.
               MOVE CPD-MES-NUM TO CPD-CALC-MES.
               MOVE CPD-DIA-NUM TO CPD-CALC-DIA.
               PERFORM 0002-C5-AVANCA-DIA
                   VARYING WRK-DIA-I FROM 2 BY 1
                   UNTIL WRK-DIA-I > WRK-DIAS-GOZO.
               COMPUTE WRK-PER-FIM (WRK-P) =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.

       0002-C3-CAPTURA-INICIO  SECTION.
               PERFORM CPD-8030-CAPTURA-DATA-DIGITADA.
               PERFORM CPD-8000-VALIDA-DATA.
               IF NOT CPD-DATA-OK
                   DISPLAY "ERRO: " CPD-DATA-MSG-ERRO
               END-IF.

       0002-C4-CAPTURA-DIAS    SECTION.
               DISPLAY "DIGITE OS DIAS DO PERIODO (1 A 30): "
                   ACCEPT WRK-DIAS-GOZO.
               IF NOT WRK-DIAS-GOZO-VALIDOS
                   DISPLAY "ERRO: DIAS DEVEM ESTAR ENTRE 1 E 30"
               END-IF.

       0002-C5-AVANCA-DIA      SECTION.
               PERFORM CPD-8070-INCREMENTA-DIA.

      *    CLT ART. 134: ATE TRES PERIODOS, UM DE PELO MENOS 14
      *    DIAS E OS DEMAIS DE PELO MENOS 5; TOTAL ATE 30. CADA
      *    PERIODO COMECA NO ANO DO PLANO, DEPOIS DO FIM DO
      *    ANTERIOR, E O PRIMEIRO JA COM O PERIODO AQUISITIVO
      *    COMPLETO
       0002-D-VALIDA-PERIODOS  SECTION.
               MOVE ZEROS TO WRK-TOTAL-DIAS.
               MOVE "N"   TO WRK-TEM-PERIODO-14.
               PERFORM 0002-D1-VALIDA-UM
                   VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QTDE-PER.
               IF WRK-TOTAL-DIAS > 30
                   MOVE "TOTAL DOS PERIODOS PASSA DE 30 DIAS"
                       TO WRK-MSG-NOVA
                   PERFORM 0002-D9-REJEITA
               END-IF.
               IF NOT WRK-TEM-PERIODO-14-SIM
                   MOVE "NENHUM PERIODO COM 14 DIAS OU MAIS"
                       TO WRK-MSG-NOVA
                   PERFORM 0002-D9-REJEITA
               END-IF.
               IF WRK-PER-INICIO (1) < WRK-DATA-DIREITO
                   STRING "PERIODO AQUISITIVO SO SE COMPLETA EM "
                       WRK-DATA-DIREITO
                       DELIMITED BY SIZE INTO WRK-MSG-NOVA
                   PERFORM 0002-D9-REJEITA
               END-IF.

       0002-D1-VALIDA-UM       SECTION.
               ADD WRK-PER-DIAS (WRK-P) TO WRK-TOTAL-DIAS.
               IF WRK-PER-DIAS (WRK-P) NOT < 14
                   MOVE "S" TO WRK-TEM-PERIODO-14
               END-IF.
               IF WRK-PER-DIAS (WRK-P) < 5
                   STRING "PERIODO " WRK-P " COM MENOS DE 5 DIAS"
                       DELIMITED BY SIZE INTO WRK-MSG-NOVA
                   PERFORM 0002-D9-REJEITA
               END-IF.
               IF WRK-PER-INICIO (WRK-P) (1:4) NOT = WRK-ANO-PLANO
                   STRING "PERIODO " WRK-P " NAO COMECA EM "
                       WRK-ANO-PLANO
                       DELIMITED BY SIZE INTO WRK-MSG-NOVA
                   PERFORM 0002-D9-REJEITA
               END-IF.
               IF WRK-P > 1
                   IF WRK-PER-INICIO (WRK-P)
                       NOT > WRK-PER-FIM (WRK-P - 1)
                       STRING "PERIODO " WRK-P " FORA DE ORDEM OU "
                           "SOBREPOSTO AO ANTERIOR"
                           DELIMITED BY SIZE INTO WRK-MSG-NOVA
                       PERFORM 0002-D9-REJEITA
                   END-IF
               END-IF.

      *    GUARDA SO O PRIMEIRO MOTIVO DE REJEICAO
       0002-D9-REJEITA         SECTION.
               IF WRK-PLANO-VALIDO-SIM
                   MOVE "N"          TO WRK-PLANO-VALIDO
                   MOVE WRK-MSG-NOVA TO WRK-MSG-ERRO
               END-IF.
               MOVE SPACES TO WRK-MSG-NOVA.

      *    LIMITE DE AUSENTES DO CENTRO: CARREGA OS PERIODOS DOS
      *    COLEGAS DO MESMO CENTRO (CENTRO ATUAL NO MESTRE, NAO
      *    DESLIGADOS) QUE CRUZAM A JANELA DO PLANO E CONFERE, DIA
      *    A DIA, SE O FUNCIONARIO AINDA CABE
       0002-E-CONFERE-COBERTURA SECTION.
               IF WRK-MAX-AUSENTES > ZEROS
                   MOVE WRK-PER-INICIO (1) TO WRK-JANELA-INICIO
                   MOVE WRK-PER-FIM (WRK-QTDE-PER) TO WRK-JANELA-FIM
                   MOVE ZEROS      TO WRK-QTDE-AUS
                   MOVE SPACES     TO WRK-FS-LEITURA
                   MOVE ZEROS      TO FPL-CHAVE
                   START ARQ-PLANO-FERIAS
                       KEY IS NOT LESS THAN FPL-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA
                   END-START
                   PERFORM 0002-E1-CARREGA-PLANO
                       UNTIL WRK-FS-LEITURA-FIM
                   PERFORM 0002-E3-CONFERE-PERIODO
                       VARYING WRK-P FROM 1 BY 1
                       UNTIL WRK-P > WRK-QTDE-PER
                          OR NOT WRK-PLANO-VALIDO-SIM
               END-IF.

       0002-E1-CARREGA-PLANO   SECTION.
               READ ARQ-PLANO-FERIAS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF FPL-CODIGO NOT = WRK-CODIGO-EMP
                           MOVE "N" TO WRK-COLEGA-LIDO
                           MOVE "N" TO WRK-COLEGA-NO-CENTRO
                           PERFORM 0002-E2-GUARDA-PERIODO
                               VARYING WRK-I FROM 1 BY 1
                               UNTIL WRK-I > FPL-QTDE-PERIODOS
                       END-IF
               END-READ.

      *    O MESTRE DO COLEGA SO E LIDO SE ALGUM PERIODO DELE
      *    CRUZA A JANELA
       0002-E2-GUARDA-PERIODO  SECTION.
               IF FPL-PER-FIM (WRK-I) NOT < WRK-JANELA-INICIO
                   AND FPL-PER-INICIO (WRK-I) NOT > WRK-JANELA-FIM
                   IF NOT WRK-COLEGA-LIDO-SIM
                       MOVE "S" TO WRK-COLEGA-LIDO
                       MOVE FPL-CODIGO TO EMP-CODIGO
                       READ CADASTRO-MESTRE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT EMP-DESLIGADO
                                   AND EMP-CCUSTO = WRK-CCUSTO-FUNC
                                   MOVE "S" TO WRK-COLEGA-NO-CENTRO
                               END-IF
                       END-READ
                   END-IF
                   IF WRK-COLEGA-NO-CENTRO-SIM
                       IF WRK-QTDE-AUS < 2000
                           ADD 1 TO WRK-QTDE-AUS
                           MOVE FPL-PER-INICIO (WRK-I)
                               TO WRK-AUS-INICIO (WRK-QTDE-AUS)
                           MOVE FPL-PER-FIM (WRK-I)
                               TO WRK-AUS-FIM (WRK-QTDE-AUS)
                       ELSE
                           DISPLAY "*** MAIS DE 2000 PERIODOS NO "
                               "CENTRO - AUMENTAR A TABELA ***"
                       END-IF
                   END-IF
               END-IF.

       0002-E3-CONFERE-PERIODO SECTION.
               MOVE WRK-PER-INICIO (WRK-P) (1:4) TO CPD-CALC-ANO.
               MOVE WRK-PER-INICIO (WRK-P) (5:2) TO CPD-CALC-MES.
               MOVE WRK-PER-INICIO (WRK-P) (7:2) TO CPD-CALC-DIA.
               PERFORM 0002-E4-CONFERE-DIA
                   VARYING WRK-DIA-I FROM 1 BY 1
                   UNTIL WRK-DIA-I > WRK-PER-DIAS (WRK-P)
                      OR NOT WRK-PLANO-VALIDO-SIM.

       0002-E4-CONFERE-DIA     SECTION.
               COMPUTE WRK-DIA-CORRENTE =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.
               MOVE ZEROS TO WRK-AUSENTES-NO-DIA.
               PERFORM 0002-E5-CONTA-AUSENTE
                   VARYING WRK-A FROM 1 BY 1
                   UNTIL WRK-A > WRK-QTDE-AUS.
               IF WRK-AUSENTES-NO-DIA NOT < WRK-MAX-AUSENTES
                   STRING "CENTRO " WRK-CCUSTO-FUNC " JA TEM "
                       WRK-AUSENTES-NO-DIA " EM FERIAS EM "
                       WRK-DIA-CORRENTE " (LIMITE "
                       WRK-MAX-AUSENTES ")"
                       DELIMITED BY SIZE INTO WRK-MSG-NOVA
                   PERFORM 0002-D9-REJEITA
               END-IF.
               PERFORM CPD-8070-INCREMENTA-DIA.

       0002-E5-CONTA-AUSENTE   SECTION.
               IF WRK-AUS-INICIO (WRK-A) NOT > WRK-DIA-CORRENTE
                   AND WRK-AUS-FIM (WRK-A) NOT < WRK-DIA-CORRENTE
                   ADD 1 TO WRK-AUSENTES-NO-DIA
               END-IF.

      *    PERIODO QUE TERMINA NO PRIMEIRO DIA DE FERIAS EM DOBRO
      *    OU DEPOIS SO PASSA COM CONFIRMACAO DO OPERADOR
       0002-F-CONFERE-PRAZO    SECTION.
               MOVE "N" TO WRK-ALERTA-DOBRO.
               IF WRK-PER-FIM (WRK-QTDE-PER) NOT < WRK-DATA-PRAZO
                   MOVE "S" TO WRK-ALERTA-DOBRO
                   DISPLAY "ATENCAO: O PLANO TERMINA EM "
                       WRK-PER-FIM (WRK-QTDE-PER)
                       " - FERIAS EM DOBRO A PARTIR DE "
                       WRK-DATA-PRAZO
                   DISPLAY "CONFIRMA O PLANO MESMO ASSIM? (S/N) "
                       ACCEPT WRK-CONFIRMA
                   IF NOT WRK-CONFIRMA-SIM
                       MOVE "PLANO EM DOBRO NAO CONFIRMADO"
                           TO WRK-MSG-NOVA
                       PERFORM 0002-D9-REJEITA
                   END-IF
               END-IF.

       0002-G-GRAVA-PLANO      SECTION.
               MOVE WRK-CODIGO-EMP TO FPL-CODIGO.
               MOVE WRK-ANO-PLANO  TO FPL-ANO.
               READ ARQ-PLANO-FERIAS
                   INVALID KEY
                       MOVE "N" TO WRK-PLANO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PLANO-EXISTE
               END-READ.
               INITIALIZE FPL-REGISTRO.
               MOVE WRK-CODIGO-EMP    TO FPL-CODIGO.
               MOVE WRK-ANO-PLANO     TO FPL-ANO.
               MOVE WRK-QTDE-PER      TO FPL-QTDE-PERIODOS.
               PERFORM 0002-G1-MOVE-PERIODO
                   VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QTDE-PER.
               MOVE WRK-BASE          TO FPL-BASE-FERIAS.
               MOVE WRK-DATA-PRAZO    TO FPL-PRAZO-CONCESSIVO.
               MOVE WRK-ALERTA-DOBRO  TO FPL-ALERTA-DOBRO.
               MOVE WRK-DATA-EXEC     TO FPL-DATA.
               MOVE WRK-OPERADOR      TO FPL-OPERADOR.
               IF WRK-PLANO-EXISTE-SIM
                   REWRITE FPL-REGISTRO
                   MOVE "ALTERACAO" TO WRK-OPERACAO-AUD
               ELSE
                   WRITE FPL-REGISTRO
                   MOVE "INCLUSAO " TO WRK-OPERACAO-AUD
               END-IF.
               IF WRK-FS-PLANO-OK
                   DISPLAY "PLANO DE FERIAS GRAVADO ("
                       WRK-OPERACAO-AUD ")"
                   MOVE SPACES TO WRK-MARCA-DOBRO
                   IF WRK-ALERTA-DOBRO-SIM
                       MOVE " DOBRO" TO WRK-MARCA-DOBRO
                   END-IF
                   MOVE "PROGRAMB02" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING WRK-OPERACAO-AUD " PLANO FERIAS "
                       WRK-CODIGO-EMP " ANO " WRK-ANO-PLANO
                       " INICIO " WRK-PER-INICIO (1)
                       " TOTAL " WRK-TOTAL-DIAS " DIAS"
                       WRK-MARCA-DOBRO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   DISPLAY "ERRO AO GRAVAR O PLANO - FS: "
                       WRK-FS-PLANO
               END-IF.

       0002-G1-MOVE-PERIODO    SECTION.
               MOVE WRK-PER-INICIO (WRK-P) TO FPL-PER-INICIO (WRK-P).
               MOVE WRK-PER-DIAS (WRK-P)   TO FPL-PER-DIAS (WRK-P).
               MOVE WRK-PER-FIM (WRK-P)    TO FPL-PER-FIM (WRK-P).

       0003-EXCLUI-PLANO       SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO FPL-CODIGO.
               MOVE WRK-ANO-PLANO  TO FPL-ANO.
               READ ARQ-PLANO-FERIAS
                   INVALID KEY
                       DISPLAY "NAO HA PLANO DE " WRK-CODIGO-EMP
                           " PARA " WRK-ANO-PLANO
                   NOT INVALID KEY
                       DELETE ARQ-PLANO-FERIAS RECORD
                       DISPLAY "PLANO DE " WRK-CODIGO-EMP
                           " PARA " WRK-ANO-PLANO " EXCLUIDO"
                       MOVE "PROGRAMB02" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "EXCLUSAO PLANO FERIAS " WRK-CODIGO-EMP
                           " ANO " WRK-ANO-PLANO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-READ.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-PLANO-FERIAS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPDATAVL.
