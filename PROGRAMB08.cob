           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB08.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CADASTRO DE ESTABILIDADES PROVISORIAS (ARQ.
      *==          ESTABPRV, CPEPROV) - QUEM NAO PODE SER
      *==          DISPENSADO SEM JUSTA CAUSA E ATE QUANDO. O FIM
      *==          E CALCULADO PELO TIPO A PARTIR DA DATA BASE:
      *==          GESTANTE - PARTO + 5 MESES (SEM O PARTO O FIM
      *==          FICA EM ABERTO); CIPA E SINDICAL - FIM DO
      *==          MANDATO + 12 MESES; ACIDENTE DO TRABALHO -
      *==          RETORNO (O PROPRIO INICIO) + 12 MESES. DIA QUE
      *==          NAO EXISTE NO MES DO FIM CAI NO ULTIMO DIA.
      *==          O CADASTRO E CONSULTADO NO DESLIGAMENTO
      *==          (PROGRAMA01 MODO 4) E NA RESCISAO (PROGRAMA45)
      *==          PELA SECTION 8140 DO CPEPVPR. QUATRO MODOS:
      *==          1 - INCLUSAO, COM O DOCUMENTO COMPROBATORIO
      *==              (ATESTADO, ATA DA ELEICAO, COMUNICACAO DO
      *==              SINDICATO, CAT);
      *==          2 - DATA BASE: PARTO QUE OCORREU OU MANDATO
      *==              QUE MUDOU - O FIM E RECALCULADO;
      *==          3 - CANCELAMENTO JUSTIFICADO (SO SUPERVISOR,
      *==              NIVEL 2) - O REGISTRO FICA, FORA DA
      *==              CONSULTA;
      *==          4 - LISTAGEM DA COMPETENCIA (ARQ. ESTPREL): AS
      *==              ESTABILIDADES ATIVAS QUE COMECAM E AS QUE
      *==              TERMINAM NO MES, GUARDADA NO REPOSITORIO
      *==              DE RELATORIOS (ID ESTABMES).
      *==          INCLUSOES, ALTERACOES, CANCELAMENTOS E RECUSAS
      *==          VAO PARA A TRILHA DE AUDITORIA.
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
               SELECT ARQ-ESTABILIDADE ASSIGN TO "ESTABPRV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EPV-CHAVE
                   FILE STATUS IS WRK-FS-ESTABPRV.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-RELATORIO ASSIGN TO "ESTPREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQB8"
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
           FD  ARQ-ESTABILIDADE
               LABEL RECORD IS STANDARD.
           COPY CPEPROV.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

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
           01  ESR-CABECALHO-REC.
               05 ESR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 ESR-CAB-TITULO       PIC X(50).
               05 ESR-CAB-LIT-COMP     PIC X(15).
               05 ESR-CAB-COMPETENCIA  PIC 9(06).
               05 ESR-CAB-LIT-LOTE     PIC X(09).
               05 ESR-CAB-LOTE         PIC 9(05).
               05 FILLER               PIC X(42).
           01  ESR-COLUNA-REC REDEFINES ESR-CABECALHO-REC.
               05 ESR-COL-TIPO         PIC X(01).
               05 ESR-COL-TEXTO        PIC X(131).
           01  ESR-DETALHE-REC REDEFINES ESR-CABECALHO-REC.
               05 ESR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 ESR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(02).
               05 ESR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(02).
               05 ESR-DET-TIPO-DESC    PIC X(12).
               05 FILLER               PIC X(02).
               05 ESR-DET-INICIO       PIC 9(08).
               05 FILLER               PIC X(02).
               05 ESR-DET-BASE         PIC 9(08).
               05 FILLER               PIC X(02).
               05 ESR-DET-FIM          PIC 9(08).
               05 FILLER               PIC X(02).
               05 ESR-DET-EVENTO       PIC X(15).
               05 FILLER               PIC X(02).
               05 ESR-DET-DOCUMENTO    PIC X(30).
           01  ESR-TOTAL-REC REDEFINES ESR-CABECALHO-REC.
               05 ESR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 ESR-TOT-DESCRICAO    PIC X(50).
               05 ESR-TOT-QTDE         PIC ZZZZZZ9.
               05 FILLER               PIC X(73).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
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

      *    PARAMETROS DO SYSIN: OPERADOR (SIGN-ON COM SENHA), MODO
      *    E OS CARTOES DO MODO
       77 WRK-MODO             PIC 9(01) VALUE ZEROS.
           88 WRK-MODO-INCLUSAO          VALUE 1.
           88 WRK-MODO-DATA-BASE         VALUE 2.
           88 WRK-MODO-CANCELAMENTO      VALUE 3.
           88 WRK-MODO-LISTAGEM          VALUE 4.
           88 WRK-MODO-VALIDO            VALUE 1 THRU 4.
      *    ESTABILIDADE PEDIDA - MESMO FORMATO DE EPV-CHAVE
       01 WRK-CHAVE-PEDIDA.
           05 WRK-PED-CODIGO       PIC 9(05).
           05 WRK-PED-INICIO       PIC 9(08).
           05 WRK-PED-TIPO         PIC X(01).
               88 WRK-PED-GESTANTE           VALUE "G".
               88 WRK-PED-ACIDENTE           VALUE "A".
               88 WRK-PED-TIPO-VALIDO        VALUE "G" "C" "S" "A".
       77 WRK-PED-BASE         PIC 9(08) VALUE ZEROS.
       77 WRK-PED-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-PED-DOCUMENTO    PIC X(30) VALUE SPACES.
       77 WRK-PED-MOTIVO       PIC X(40) VALUE SPACES.
      *    MOTIVO DA RECUSA - EM BRANCO, A OPERACAO PROSSEGUE
       77 WRK-MOTIVO-RECUSA    PIC X(60) VALUE SPACES.
       77 WRK-DATA-TESTE       PIC 9(08) VALUE ZEROS.

      *    FIM DA ESTABILIDADE = DATA BASE + N MESES, COM O DIA
      *    LIMITADO AO ULTIMO DIA DO MES DE CHEGADA
       01 WRK-SOMA-DATA-NUM    PIC 9(08) VALUE ZEROS.
       01 WRK-SOMA-DATA REDEFINES WRK-SOMA-DATA-NUM.
           05 WRK-SOM-ANO          PIC 9(04).
           05 WRK-SOM-MES          PIC 9(02).
           05 WRK-SOM-DIA          PIC 9(02).
       77 WRK-SOMA-MESES       PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-TOTAL       PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-ANOS        PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-RESTO       PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DIAS-MES    PIC 9(02) VALUE ZEROS.

      *    COMPETENCIA DA LISTAGEM (AAAAMM)
       01 WRK-COMPETENCIA.
           05 WRK-CMP-ANO          PIC 9(04).
           05 WRK-CMP-MES          PIC 9(02).
       77 WRK-INICIA-NO-MES    PIC X(01) VALUE "N".
           88 WRK-INICIA-NO-MES-SIM      VALUE "S".
       77 WRK-TERMINA-NO-MES   PIC X(01) VALUE "N".
           88 WRK-TERMINA-NO-MES-SIM     VALUE "S".

      *    CONTADORES DA LISTAGEM
       77 WRK-QTDE-INICIAM     PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-TERMINAM    PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-EM-ABERTO   PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-DESCRICAO  PIC X(50) VALUE SPACES.
       77 WRK-TOTAL-QTDE       PIC 9(07) VALUE ZEROS.

           COPY CPBATCH.

           COPY CPDATA.

           COPY CPEPVWS.

           COPY CPREPWS.

           COPY CPAUDELO.

           COPY CPOPERWS.

      *    ROTULOS DA ESTPREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-ESR-TITULO   PIC X(50)
           VALUE "ESTABILIDADES PROVISORIAS - INICIO E TERMINO".
       77 WRK-LIT-ESR-COMP     PIC X(15) VALUE "  COMPETENCIA: ".
       77 WRK-LIT-ESR-LOTE     PIC X(09) VALUE "  LOTE: ".
       77 WRK-LIT-ESR-GESTANTE PIC X(12) VALUE "GESTANTE".
       77 WRK-LIT-ESR-CIPA     PIC X(12) VALUE "CIPA".
       77 WRK-LIT-ESR-SINDICAL PIC X(12) VALUE "SINDICAL".
       77 WRK-LIT-ESR-ACIDENTE PIC X(12) VALUE "ACIDENTE".
       77 WRK-LIT-ESR-INICIA   PIC X(15) VALUE "INICIA".
       77 WRK-LIT-ESR-TERMINA  PIC X(15) VALUE "TERMINA".
       77 WRK-LIT-ESR-AMBOS    PIC X(15) VALUE "INICIA/TERMINA".
       77 WRK-LIT-ESR-SEM-NOME PIC X(30)
           VALUE "*** NAO CADASTRADO NO MESTRE".
       77 WRK-LIT-ESR-INICIAM  PIC X(50)
           VALUE "ESTABILIDADES QUE COMECAM NA COMPETENCIA:".
       77 WRK-LIT-ESR-TERMINAM PIC X(50)
           VALUE "ESTABILIDADES QUE TERMINAM NA COMPETENCIA:".
       77 WRK-LIT-ESR-EM-ABERTO PIC X(50)
           VALUE "GESTANTES SEM DATA DO PARTO (FIM EM ABERTO):".
       77 WRK-LIT-ESR-VAZIO    PIC X(50)
           VALUE "NENHUMA ESTABILIDADE COMECA OU TERMINA NO MES".
       01 WRK-LIT-ESR-COLUNAS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LEC-CODIGO       PIC X(07) VALUE "CODIGO".
           05 WRK-LEC-NOME         PIC X(32) VALUE "NOME".
           05 WRK-LEC-TIPO         PIC X(14) VALUE "TIPO".
           05 WRK-LEC-INICIO       PIC X(10) VALUE "INICIO".
           05 WRK-LEC-BASE         PIC X(10) VALUE "DATA BASE".
           05 WRK-LEC-FIM          PIC X(10) VALUE "FIM".
           05 WRK-LEC-EVENTO       PIC X(17) VALUE "NO MES".
           05 WRK-LEC-DOCUMENTO    PIC X(30) VALUE "DOCUMENTO".

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0000-SIGN-ON.
               IF WRK-OPERADOR-AUTORIZADO-SIM
                   PERFORM 0100-CAPTURA-MODO
                       UNTIL WRK-MODO-VALIDO
                   MOVE WRK-DATA-EXEC       TO BAT-DATA
                   MOVE WRK-OPERADOR-SIGNON TO BAT-OPERADOR
                   PERFORM 7200-ATRIBUI-LOTE
                   OPEN EXTEND ARQ-AUDITORIA
                   IF WRK-FS-AUDITORIA-NAO-EXISTE
                       OPEN OUTPUT ARQ-AUDITORIA
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-MODO-INCLUSAO
                           PERFORM 1000-INCLUI-ESTABILIDADE
                       WHEN WRK-MODO-DATA-BASE
                           PERFORM 2000-ALTERA-DATA-BASE
                       WHEN WRK-MODO-CANCELAMENTO
                           PERFORM 3000-CANCELA-ESTABILIDADE
                       WHEN OTHER
                           PERFORM 4000-LISTAGEM-MENSAL
                   END-EVALUATE
                   CLOSE ARQ-AUDITORIA
               END-IF.
               GOBACK.

      *    SIGN-ON COM SENHA (CPOPERPR) - QUEM INCLUI, ALTERA OU
      *    CANCELA FICA GRAVADO NO REGISTRO E NA TRILHA
       0000-SIGN-ON            SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR-SIGNON.
               PERFORM 7900-VALIDA-OPERADOR.
               IF NOT WRK-OPERADOR-AUTORIZADO-SIM
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
               END-IF.

       0100-CAPTURA-MODO       SECTION.
               DISPLAY "MODO: 1-INCLUSAO  2-DATA BASE (PARTO/FIM DO "
                   "MANDATO)  3-CANCELAMENTO  4-LISTAGEM DO MES "
                   ACCEPT WRK-MODO.
               IF NOT WRK-MODO-VALIDO
                   DISPLAY "MODO INVALIDO: " WRK-MODO
               END-IF.

      *    ESTABILIDADE PEDIDA: FUNCIONARIO, TIPO E DATA DE INICIO
      *    (CONFIRMACAO DA GRAVIDEZ, REGISTRO DA CANDIDATURA OU
      *    RETORNO DO AFASTAMENTO POR ACIDENTE)
       0200-CAPTURA-CHAVE      SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-PED-CODIGO.
               DISPLAY "TIPO (G-GESTANTE  C-CIPA  S-DIRIGENTE "
                   "SINDICAL  A-RETORNO DE ACIDENTE DO TRABALHO): "
                   ACCEPT WRK-PED-TIPO.
               DISPLAY "DATA DE INICIO (AAAAMMDD): "
                   ACCEPT WRK-PED-INICIO.

       0300-VALIDA-DATA        SECTION.
               MOVE WRK-DATA-TESTE(1:4) TO CPD-ANO OF CPD-DATA.
               MOVE WRK-DATA-TESTE(5:2) TO CPD-MES OF CPD-DATA.
               MOVE WRK-DATA-TESTE(7:2) TO CPD-DIA OF CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.

      *    DATA BASE DO FIM PELO TIPO: PARTO (ZEROS = AINDA NAO
      *    HOUVE - FIM EM ABERTO), FIM DO MANDATO OU, NO ACIDENTE,
      *    O PROPRIO RETORNO. FIM = BASE + 5 MESES (GESTANTE) OU
      *    + 12 MESES (OS DEMAIS)
       0400-CAPTURA-DATA-BASE  SECTION.
               EVALUATE TRUE
                   WHEN WRK-PED-ACIDENTE
                       MOVE WRK-PED-INICIO TO WRK-PED-BASE
                   WHEN WRK-PED-GESTANTE
                       DISPLAY "DATA DO PARTO (AAAAMMDD, ZEROS = "
                           "AINDA NAO OCORREU): "
                           ACCEPT WRK-PED-BASE
                   WHEN OTHER
                       DISPLAY "DATA DO FIM DO MANDATO (AAAAMMDD): "
                           ACCEPT WRK-PED-BASE
               END-EVALUATE.
               IF WRK-PED-GESTANTE AND WRK-PED-BASE = ZEROS
                   MOVE 99999999 TO WRK-PED-FIM
               ELSE
                   MOVE WRK-PED-BASE TO WRK-DATA-TESTE
                   PERFORM 0300-VALIDA-DATA
                   IF NOT CPD-DATA-OK
                       STRING "DATA BASE " WRK-PED-BASE " - "
                           CPD-DATA-MSG-ERRO
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   ELSE
                       IF WRK-PED-BASE < WRK-PED-INICIO
                           MOVE "DATA BASE ANTERIOR AO INICIO"
                               TO WRK-MOTIVO-RECUSA
                       ELSE
                           PERFORM 0410-CALCULA-FIM
                       END-IF
                   END-IF
               END-IF.

       0410-CALCULA-FIM        SECTION.
               MOVE WRK-PED-BASE TO WRK-SOMA-DATA-NUM.
               IF WRK-PED-GESTANTE
                   MOVE 5  TO WRK-SOMA-MESES
               ELSE
                   MOVE 12 TO WRK-SOMA-MESES
               END-IF.
               COMPUTE WRK-SOMA-TOTAL = WRK-SOM-MES - 1
                   + WRK-SOMA-MESES.
               DIVIDE WRK-SOMA-TOTAL BY 12 GIVING WRK-SOMA-ANOS
                   REMAINDER WRK-SOMA-RESTO.
               ADD WRK-SOMA-ANOS TO WRK-SOM-ANO.
               COMPUTE WRK-SOM-MES = WRK-SOMA-RESTO + 1.
               EVALUATE WRK-SOM-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WRK-SOMA-DIAS-MES
                   WHEN 2
                       MOVE WRK-SOM-ANO TO CPD-ANO-NUM
                       PERFORM CPD-8010-VERIFICA-BISSEXTO
                       IF CPD-ANO-BISSEXTO-SIM
                           MOVE 29 TO WRK-SOMA-DIAS-MES
                       ELSE
                           MOVE 28 TO WRK-SOMA-DIAS-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WRK-SOMA-DIAS-MES
               END-EVALUATE.
               IF WRK-SOM-DIA > WRK-SOMA-DIAS-MES
                   MOVE WRK-SOMA-DIAS-MES TO WRK-SOM-DIA
               END-IF.
               MOVE WRK-SOMA-DATA-NUM TO WRK-PED-FIM.

      *    INCLUSAO - FUNCIONARIO ATIVO NO MESTRE, TIPO CONHECIDO,
      *    DATAS VALIDAS E DOCUMENTO INFORMADO
       1000-INCLUI-ESTABILIDADE SECTION.
               PERFORM 0200-CAPTURA-CHAVE.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               MOVE ZEROS  TO WRK-PED-BASE WRK-PED-FIM.
               IF NOT WRK-PED-TIPO-VALIDO
                   MOVE "TIPO DEVE SER G, C, S OU A"
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   PERFORM 1100-CONFERE-FUNCIONARIO
               END-IF.
               IF WRK-MOTIVO-RECUSA = SPACES
                   MOVE WRK-PED-INICIO TO WRK-DATA-TESTE
                   PERFORM 0300-VALIDA-DATA
                   IF NOT CPD-DATA-OK
                       STRING "DATA DE INICIO " WRK-PED-INICIO " - "
                           CPD-DATA-MSG-ERRO
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   END-IF
               END-IF.
               IF WRK-MOTIVO-RECUSA = SPACES
                   PERFORM 0400-CAPTURA-DATA-BASE
               END-IF.
               IF WRK-MOTIVO-RECUSA = SPACES
                   DISPLAY "DOCUMENTO COMPROBATORIO (ATESTADO, ATA, "
                       "COMUNICACAO DO SINDICATO, CAT): "
                       ACCEPT WRK-PED-DOCUMENTO
                   IF WRK-PED-DOCUMENTO = SPACES
                       MOVE "DOCUMENTO COMPROBATORIO NAO INFORMADO"
                           TO WRK-MOTIVO-RECUSA
                   END-IF
               END-IF.
               IF WRK-MOTIVO-RECUSA = SPACES
                   PERFORM 1200-GRAVA-ESTABILIDADE
               END-IF.
               PERFORM 1300-AUDITA-INCLUSAO.

       1100-CONFERE-FUNCIONARIO SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF NOT WRK-FS-MESTRE-OK
                   STRING "CADASTRO MESTRE INDISPONIVEL - FS "
                       WRK-FS-MESTRE
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-PED-CODIGO TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           MOVE "FUNCIONARIO NAO CADASTRADO"
                               TO WRK-MOTIVO-RECUSA
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               MOVE "FUNCIONARIO JA DESLIGADO"
                                   TO WRK-MOTIVO-RECUSA
                           ELSE
                               DISPLAY "FUNCIONARIO: " EMP-NOME
                           END-IF
                   END-READ
                   CLOSE CADASTRO-MESTRE
               END-IF.

      *    O CADASTRO NASCE NA PRIMEIRA INCLUSAO
       1200-GRAVA-ESTABILIDADE SECTION.
               OPEN I-O ARQ-ESTABILIDADE.
               IF WRK-FS-ESTABPRV-NAO-EXISTE
                   OPEN OUTPUT ARQ-ESTABILIDADE
                   CLOSE ARQ-ESTABILIDADE
                   OPEN I-O ARQ-ESTABILIDADE
               END-IF.
               IF NOT WRK-FS-ESTABPRV-OK
                   STRING "CADASTRO DE ESTABILIDADES INDISPONIVEL "
                       "- FS " WRK-FS-ESTABPRV
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE SPACES              TO EPV-REGISTRO
                   MOVE WRK-CHAVE-PEDIDA    TO EPV-CHAVE
                   MOVE WRK-PED-BASE        TO EPV-DATA-BASE
                   MOVE WRK-PED-FIM         TO EPV-DATA-FIM
                   MOVE WRK-PED-DOCUMENTO   TO EPV-DOCUMENTO
                   SET EPV-ATIVA            TO TRUE
                   MOVE WRK-OPERADOR-SIGNON TO EPV-OPERADOR
                   MOVE WRK-DATA-EXEC       TO EPV-DATA-REGISTRO
                   MOVE BAT-NUMERO          TO EPV-LOTE
                   WRITE EPV-REGISTRO
                   IF WRK-FS-ESTABPRV-DUPLICADO
                       MOVE "JA CADASTRADA COM O MESMO INICIO E TIPO"
                           TO WRK-MOTIVO-RECUSA
                   END-IF
                   CLOSE ARQ-ESTABILIDADE
               END-IF.

       1300-AUDITA-INCLUSAO    SECTION.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB08"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               IF WRK-MOTIVO-RECUSA = SPACES
                   STRING "ESTABILIDADE INCLUIDA " WRK-PED-CODIGO " "
                       WRK-PED-TIPO " " WRK-PED-INICIO
                       " FIM " WRK-PED-FIM " LOTE " BAT-NUMERO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "ESTABILIDADE INCLUIDA - TIPO "
                       WRK-PED-TIPO " DE " WRK-PED-INICIO
                       " ATE " WRK-PED-FIM
               ELSE
                   STRING "INCLUSAO RECUSADA " WRK-PED-CODIGO " "
                       WRK-PED-TIPO " - " WRK-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "*** INCLUSAO RECUSADA - "
                       WRK-MOTIVO-RECUSA
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    DATA BASE - O PARTO QUE OCORREU OU O MANDATO QUE MUDOU;
      *    NO ACIDENTE A BASE E O PROPRIO INICIO (CANCELAR E
      *    INCLUIR DE NOVO SE O RETORNO ESTAVA ERRADO)
       2000-ALTERA-DATA-BASE   SECTION.
               PERFORM 0200-CAPTURA-CHAVE.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               MOVE ZEROS  TO WRK-PED-BASE WRK-PED-FIM.
               OPEN I-O ARQ-ESTABILIDADE.
               IF NOT WRK-FS-ESTABPRV-OK
                   STRING "CADASTRO DE ESTABILIDADES INDISPONIVEL "
                       "- FS " WRK-FS-ESTABPRV
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-CHAVE-PEDIDA TO EPV-CHAVE
                   READ ARQ-ESTABILIDADE
                       INVALID KEY
                           MOVE "ESTABILIDADE NAO CADASTRADA"
                               TO WRK-MOTIVO-RECUSA
                       NOT INVALID KEY
                           PERFORM 2100-CONFERE-DATA-BASE
                   END-READ
                   IF WRK-MOTIVO-RECUSA = SPACES
                       MOVE WRK-PED-BASE TO EPV-DATA-BASE
                       MOVE WRK-PED-FIM  TO EPV-DATA-FIM
                       REWRITE EPV-REGISTRO
                   END-IF
                   CLOSE ARQ-ESTABILIDADE
               END-IF.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB08"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               IF WRK-MOTIVO-RECUSA = SPACES
                   STRING "ESTABILIDADE " WRK-PED-CODIGO " "
                       WRK-PED-TIPO " " WRK-PED-INICIO
                       " BASE " WRK-PED-BASE " FIM " WRK-PED-FIM
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "DATA BASE ALTERADA - FIM DA "
                       "ESTABILIDADE: " WRK-PED-FIM
               ELSE
                   STRING "DATA BASE RECUSADA " WRK-PED-CODIGO " "
                       WRK-PED-TIPO " - " WRK-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "*** ALTERACAO RECUSADA - "
                       WRK-MOTIVO-RECUSA
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

       2100-CONFERE-DATA-BASE  SECTION.
               EVALUATE TRUE
                   WHEN EPV-CANCELADA
                       MOVE "ESTABILIDADE CANCELADA"
                           TO WRK-MOTIVO-RECUSA
                   WHEN EPV-ACIDENTE
                       MOVE "ACIDENTE: FIM CONTA DO RETORNO (INICIO)"
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       DISPLAY "FIM ATUAL: " EPV-DATA-FIM
                           " - BASE ATUAL: " EPV-DATA-BASE
                       PERFORM 0400-CAPTURA-DATA-BASE
               END-EVALUATE.

      *    CANCELAMENTO - SO SUPERVISOR (NIVEL 2) E COM A
      *    JUSTIFICATIVA GRAVADA NO REGISTRO E NA TRILHA; A
      *    ESTABILIDADE CANCELADA DEIXA DE PROTEGER O FUNCIONARIO
       3000-CANCELA-ESTABILIDADE SECTION.
               PERFORM 0200-CAPTURA-CHAVE.
               DISPLAY "JUSTIFICATIVA DO CANCELAMENTO: "
                   ACCEPT WRK-PED-MOTIVO.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               EVALUATE TRUE
                   WHEN WRK-NIVEL-OPERADOR < 2
                       MOVE "CANCELAMENTO SO POR SUPERVISOR (NIVEL 2)"
                           TO WRK-MOTIVO-RECUSA
                   WHEN WRK-PED-MOTIVO = SPACES
                       MOVE "JUSTIFICATIVA NAO INFORMADA"
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       PERFORM 3100-GRAVA-CANCELAMENTO
               END-EVALUATE.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB08"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               IF WRK-MOTIVO-RECUSA = SPACES
                   STRING "ESTABILIDADE CANCELADA " WRK-PED-CODIGO " "
                       WRK-PED-TIPO " " WRK-PED-INICIO " - "
                       WRK-PED-MOTIVO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "ESTABILIDADE CANCELADA"
               ELSE
                   STRING "CANCELAMENTO RECUSADO " WRK-PED-CODIGO " "
                       WRK-PED-TIPO " - " WRK-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "*** CANCELAMENTO RECUSADO - "
                       WRK-MOTIVO-RECUSA
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

       3100-GRAVA-CANCELAMENTO SECTION.
               OPEN I-O ARQ-ESTABILIDADE.
               IF NOT WRK-FS-ESTABPRV-OK
                   STRING "CADASTRO DE ESTABILIDADES INDISPONIVEL "
                       "- FS " WRK-FS-ESTABPRV
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-CHAVE-PEDIDA TO EPV-CHAVE
                   READ ARQ-ESTABILIDADE
                       INVALID KEY
                           MOVE "ESTABILIDADE NAO CADASTRADA"
                               TO WRK-MOTIVO-RECUSA
                       NOT INVALID KEY
                           IF EPV-CANCELADA
                               MOVE "ESTABILIDADE JA CANCELADA"
                                   TO WRK-MOTIVO-RECUSA
                           ELSE
                               SET EPV-CANCELADA  TO TRUE
                               MOVE WRK-PED-MOTIVO
                                   TO EPV-MOTIVO-CANCEL
                               REWRITE EPV-REGISTRO
                           END-IF
                   END-READ
                   CLOSE ARQ-ESTABILIDADE
               END-IF.

      *    LISTAGEM DA COMPETENCIA - TODO O CADASTRO; ENTRA A
      *    ESTABILIDADE ATIVA CUJO INICIO OU FIM CAI NO MES
       4000-LISTAGEM-MENSAL    SECTION.
               MOVE ZEROS TO WRK-CMP-MES.
               PERFORM 4050-CAPTURA-COMPETENCIA
                   UNTIL WRK-CMP-MES >= 1 AND WRK-CMP-MES <= 12.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "ESTABMES"   TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE BAT-NUMERO   TO WRK-REP-LOTE.
               MOVE "PROGRAMB08" TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO ESR-CABECALHO-REC.
               MOVE "H"                TO ESR-CAB-TIPO.
               MOVE WRK-LIT-ESR-TITULO TO ESR-CAB-TITULO.
               MOVE WRK-LIT-ESR-COMP   TO ESR-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA    TO ESR-CAB-COMPETENCIA.
               MOVE WRK-LIT-ESR-LOTE   TO ESR-CAB-LIT-LOTE.
               MOVE BAT-NUMERO         TO ESR-CAB-LOTE.
               WRITE ESR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO ESR-COLUNA-REC.
               MOVE "C"                 TO ESR-COL-TIPO.
               MOVE WRK-LIT-ESR-COLUNAS TO ESR-COL-TEXTO.
               WRITE ESR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               OPEN INPUT CADASTRO-MESTRE.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-ESTABILIDADE.
               IF WRK-FS-ESTABPRV-OK
                   PERFORM 4100-LE-UMA-ESTABILIDADE
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-ESTABILIDADE
               ELSE
                   DISPLAY "CADASTRO DE ESTABILIDADES (ESTABPRV) "
                       "AUSENTE - NENHUMA ESTABILIDADE REGISTRADA"
               END-IF.
               IF WRK-FS-MESTRE-OK
                   CLOSE CADASTRO-MESTRE
               END-IF.
               PERFORM 4300-GRAVA-TOTAIS.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB08"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               STRING "LISTAGEM DE ESTABILIDADES " WRK-COMPETENCIA
                   " LOTE " BAT-NUMERO
                   " INICIAM " WRK-QTDE-INICIAM
                   " TERMINAM " WRK-QTDE-TERMINAM
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               DISPLAY "LISTAGEM GRAVADA (ESTPREL) - "
                   WRK-QTDE-INICIAM " COMECAM, "
                   WRK-QTDE-TERMINAM " TERMINAM NO MES".

       4050-CAPTURA-COMPETENCIA SECTION.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
                   DISPLAY "ERRO: MES INVALIDO NA COMPETENCIA"
               END-IF.

       4100-LE-UMA-ESTABILIDADE SECTION.
               READ ARQ-ESTABILIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF EPV-ATIVA
                           PERFORM 4150-CONFERE-COMPETENCIA
                       END-IF
               END-READ.

       4150-CONFERE-COMPETENCIA SECTION.
               MOVE "N" TO WRK-INICIA-NO-MES WRK-TERMINA-NO-MES.
               IF EPV-DATA-INICIO(1:6) = WRK-COMPETENCIA
                   MOVE "S" TO WRK-INICIA-NO-MES
                   ADD 1 TO WRK-QTDE-INICIAM
               END-IF.
               IF EPV-DATA-FIM(1:6) = WRK-COMPETENCIA
                   MOVE "S" TO WRK-TERMINA-NO-MES
                   ADD 1 TO WRK-QTDE-TERMINAM
               END-IF.
               IF EPV-FIM-EM-ABERTO
                   ADD 1 TO WRK-QTDE-EM-ABERTO
               END-IF.
               IF WRK-INICIA-NO-MES-SIM OR WRK-TERMINA-NO-MES-SIM
                   PERFORM 4200-GRAVA-DETALHE
               END-IF.

       4200-GRAVA-DETALHE      SECTION.
               MOVE SPACES          TO ESR-DETALHE-REC.
               MOVE "D"             TO ESR-DET-TIPO.
               MOVE EPV-CODIGO-EMP  TO ESR-DET-CODIGO.
               MOVE WRK-LIT-ESR-SEM-NOME TO ESR-DET-NOME.
               IF WRK-FS-MESTRE-OK
                   MOVE EPV-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NOME TO ESR-DET-NOME
                   END-READ
               END-IF.
               EVALUATE TRUE
                   WHEN EPV-GESTANTE
                       MOVE WRK-LIT-ESR-GESTANTE TO ESR-DET-TIPO-DESC
                   WHEN EPV-CIPA
                       MOVE WRK-LIT-ESR-CIPA     TO ESR-DET-TIPO-DESC
                   WHEN EPV-SINDICAL
                       MOVE WRK-LIT-ESR-SINDICAL TO ESR-DET-TIPO-DESC
                   WHEN OTHER
                       MOVE WRK-LIT-ESR-ACIDENTE TO ESR-DET-TIPO-DESC
               END-EVALUATE.
               MOVE EPV-DATA-INICIO TO ESR-DET-INICIO.
               MOVE EPV-DATA-BASE   TO ESR-DET-BASE.
               MOVE EPV-DATA-FIM    TO ESR-DET-FIM.
               EVALUATE TRUE
                   WHEN WRK-INICIA-NO-MES-SIM
                    AND WRK-TERMINA-NO-MES-SIM
                       MOVE WRK-LIT-ESR-AMBOS   TO ESR-DET-EVENTO
                   WHEN WRK-INICIA-NO-MES-SIM
                       MOVE WRK-LIT-ESR-INICIA  TO ESR-DET-EVENTO
                   WHEN OTHER
                       MOVE WRK-LIT-ESR-TERMINA TO ESR-DET-EVENTO
               END-EVALUATE.
               MOVE EPV-DOCUMENTO   TO ESR-DET-DOCUMENTO.
               WRITE ESR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       4300-GRAVA-TOTAIS       SECTION.
               IF WRK-QTDE-INICIAM = ZEROS
                   AND WRK-QTDE-TERMINAM = ZEROS
                   MOVE WRK-LIT-ESR-VAZIO TO WRK-TOTAL-DESCRICAO
                   MOVE ZEROS             TO WRK-TOTAL-QTDE
                   PERFORM 4310-GRAVA-TOTAL
               END-IF.
               MOVE WRK-LIT-ESR-INICIAM   TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-INICIAM      TO WRK-TOTAL-QTDE.
               PERFORM 4310-GRAVA-TOTAL.
               MOVE WRK-LIT-ESR-TERMINAM  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-TERMINAM     TO WRK-TOTAL-QTDE.
               PERFORM 4310-GRAVA-TOTAL.
               MOVE WRK-LIT-ESR-EM-ABERTO TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-EM-ABERTO    TO WRK-TOTAL-QTDE.
               PERFORM 4310-GRAVA-TOTAL.

       4310-GRAVA-TOTAL        SECTION.
               MOVE SPACES              TO ESR-TOTAL-REC.
               MOVE "T"                 TO ESR-TOT-TIPO.
               MOVE WRK-TOTAL-DESCRICAO TO ESR-TOT-DESCRICAO.
               MOVE WRK-TOTAL-QTDE      TO ESR-TOT-QTDE.
               WRITE ESR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

           COPY CPDATAVL.

           COPY CPAUDPR.

           COPY CPBATPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE ESR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPOPERPR.
