      *==                  REPOSITORIO (REPNDX/REPCOPY, COPYBOOKS
      *==                  CPREPNDX/CPREPCOP/CPREPWS/CPREPPR) PARA
      *==                  A REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    CPF MASCARADO NO DOSSIE POR PADRAO (LGPD) -
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

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
           88 WRK-FS-HIST-SALARIO-OK     VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-EXCECAO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXCECAO-OK          VALUE "00".
       77 WRK-FS-FERIAS-GOZO   PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-RESCISAO-OK    VALUE "00".
       77 WRK-FS-DOSSIE        PIC X(02) VALUE SPACES.
           88 WRK-FS-DOSSIE-OK           VALUE "00".
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-CONTINUA         PIC X(01) VALUE "S".
           88 WRK-CONTINUA-SIM           VALUE "S".

       77 WRK-LIT-DOS-SEPARA   PIC X(20) VALUE ALL "=".

           COPY CPREPWS.
           COPY CPAUDELO.
           COPY CPOPERWS.
           COPY CPMSKWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO WRK-CHAVE-CODIGO.
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
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
               MOVE SPACES TO DOS-LINHA-REC.
               MOVE WRK-LIT-DOS-CADASTRO TO DOS-LIN-ROTULO.
               MOVE SPACES TO WRK-LINHA-TELA.
               MOVE EMP-DOCUMENTO TO WRK-MSK-DOCUMENTO.
               PERFORM 8742-MASCARA-DOCUMENTO.
               STRING EMP-CODIGO " " EMP-NOME
                   " DOC " WRK-MSK-DOCUMENTO
                   " CARGO " EMP-CARGO
                   " CCUSTO " EMP-CCUSTO
                   DELIMITED BY SIZE INTO WRK-LINHA-TELA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPAUDPR.

           COPY CPOPERPR.

           COPY CPMSKPR.
