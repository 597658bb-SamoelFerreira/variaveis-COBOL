      *==                  EMP-DOCUMENTO (QUEBRA DE CONTROLE POR
      *==                  DOCUMENTO) - O VOLUME PASSA A SER
      *==                  LIMITADO PELO DISCO, NAO PELO OCCURS
      *== 15/10/26   WS    CPF MASCARADO NO DUPDOC POR PADRAO
      *==                  (LGPD) - SEM MASCARA SO A PEDIDO DO
      *==                  OPERADOR COM OPR-NIVEL DE SUPERVISOR,
      *==                  CONFERIDO PELA SENHA (OPERMST, COPYBOOKS
      *==                  CPMSKWS/CPMSKPR)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-DUPLICADOS    PIC X(02) VALUE SPACES.
           88 WRK-FS-DUPLICADOS-OK       VALUE "00".
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
           VALUE "DOCUMENTOS COM MAIS DE UM CODIGO: ".

           COPY CPREPWS.
           COPY CPAUDELO.
           COPY CPOPERWS.
           COPY CPMSKWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.

       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
      *        CPF, ENDERECO E CONTA SAEM MASCARADOS POR PADRAO -
      *        SEM MASCARA SO PARA OPERADOR COM NIVEL, CONFERIDO
      *        PELA SENHA
               DISPLAY "MASCARAR DADOS PESSOAIS? (S/N) "
                   ACCEPT WRK-MSK-PEDIDO.
               IF WRK-MSK-PEDIDO-SEM-MASCARA
                   DISPLAY "DIGITE O OPERADOR: "
                       ACCEPT WRK-MSK-OPERADOR
               END-IF.
               PERFORM 8741-AUTORIZA-SEM-MASCARA.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               MOVE SPACES              TO DUP-DETALHE-REC.
               MOVE "D"                 TO DUP-DET-TIPO.
               MOVE WRK-LIT-DUP-DOC     TO DUP-DET-LIT-DOC.
               MOVE WRK-ANT-DOCUMENTO   TO WRK-MSK-DOCUMENTO.
               PERFORM 8742-MASCARA-DOCUMENTO.
               MOVE WRK-MSK-DOCUMENTO   TO DUP-DET-DOCUMENTO.
               MOVE WRK-LIT-DUP-CODIGO  TO DUP-DET-LIT-CODIGO.
               MOVE WRK-ANT-CODIGO      TO DUP-DET-CODIGO.
               MOVE WRK-ANT-NOME        TO DUP-DET-NOME.
               MOVE SPACES              TO DUP-DETALHE-REC.
               MOVE "D"                 TO DUP-DET-TIPO.
               MOVE WRK-LIT-DUP-DOC     TO DUP-DET-LIT-DOC.
               MOVE EMP-DOCUMENTO       TO WRK-MSK-DOCUMENTO.
               PERFORM 8742-MASCARA-DOCUMENTO.
               MOVE WRK-MSK-DOCUMENTO   TO DUP-DET-DOCUMENTO.
               MOVE WRK-LIT-DUP-CODIGO  TO DUP-DET-LIT-CODIGO.
               MOVE EMP-CODIGO          TO DUP-DET-CODIGO.
               MOVE EMP-NOME            TO DUP-DET-NOME.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPAUDPR.

           COPY CPOPERPR.

           COPY CPMSKPR.
