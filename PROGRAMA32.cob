      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63 - PERDIDO O
      *==                  PAPEL, PERDIA-SE O RELATORIO
      *== 15/10/26   WS    SITUACAO L (AFASTADO, PROGRAMA68) PASSA A
      *==                  SER VALIDA AO LADO DE A E D
      *== 15/10/26   WS    CPF MASCARADO NO DQREL POR PADRAO (LGPD) -
      *==                  SEM MASCARA SO A PEDIDO DO OPERADOR COM
      *==                  OPR-NIVEL DE SUPERVISOR, CONFERIDO PELA SENHA
      *==                  (OPERMST, COPYBOOKS CPMSKWS/CPMSKPR)
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
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-FS-QUALIDADE     PIC X(02) VALUE SPACES.
           88 WRK-FS-QUALIDADE-OK        VALUE "00".
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
       77 WRK-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       77 WRK-LIT-DQR-CODIGO   PIC X(08) VALUE "CODIGO: ".

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
               IF NOT CPF-DOCUMENTO-OK
                   ADD 1 TO WRK-ERR-DOCUMENTO
                   MOVE "DOCUMENTO" TO DQR-DET-CAMPO
                   MOVE EMP-DOCUMENTO TO WRK-MSK-DOCUMENTO
                   PERFORM 8742-MASCARA-DOCUMENTO
                   MOVE WRK-MSK-DOCUMENTO TO DQR-DET-VALOR
                   MOVE CPF-MSG-ERRO  TO DQR-DET-MOTIVO
                   PERFORM 0002-Z-GRAVA-ERRO
               END-IF.
                       TO DQR-DET-MOTIVO
                   PERFORM 0002-Z-GRAVA-ERRO
               END-IF.
               IF NOT EMP-ATIVO AND NOT EMP-DESLIGADO
                   AND NOT EMP-AFASTADO
                   ADD 1 TO WRK-ERR-SITUACAO
                   MOVE "SITUACAO" TO DQR-DET-CAMPO
                   MOVE EMP-SITUACAO TO DQR-DET-VALOR
                   MOVE "SITUACAO DESCONHECIDA (NEM A, D OU L)"
                       TO DQR-DET-MOTIVO
                   PERFORM 0002-Z-GRAVA-ERRO
               END-IF.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPAUDPR.

           COPY CPOPERPR.

           COPY CPMSKPR.
