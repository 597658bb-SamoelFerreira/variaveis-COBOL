      *==                  READ NEXT SO NA FAIXA DO PREFIXO) - A
      *==                  VARREDURA DO ARQUIVO INTEIRO DEIXAVA A
      *==                  RECEPCAO ESPERANDO EM TODA CONSULTA
      *== 15/10/26   WS    SITUACAO AFASTADO (PROGRAMA68) EXIBIDA
      *==                  NA CONSULTA
      *== 15/10/26   WS    CPF E ENDERECO MASCARADOS NA CONSULTA POR
      *==                  PADRAO (LGPD) - SEM MASCARA SO A PEDIDO DO
      *==                  OPERADOR COM OPR-NIVEL DE SUPERVISOR,
      *==                  CONFERIDO PELA SENHA (OPERMST, COPYBOOKS
      *==                  CPMSKWS/CPMSKPR)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-CAMBIO ASSIGN TO "CAMBIO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-CAMBIO.
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
           COPY CPCAMBHS.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
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

       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 WRK-OPCAO-CODIGO           VALUE 1.
           COPY CPMOEDA.
           COPY CPCAMBIO.
           COPY CPIDADE.
           COPY CPAUDELO.
           COPY CPOPERWS.
           COPY CPMSKWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.

       0000-ABRIR-MESTRE       SECTION.
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
      *        COTACAO DO DIA APANHADA DO HISTORICO DATADO
      *        (CAMBIO)
               MOVE WRK-DATA-EXEC TO WRK-DATA-COTACAO.
       0002-A-MOSTRA-REGISTRO  SECTION.
               DISPLAY "CODIGO...... " EMP-CODIGO.
               DISPLAY "NOME........ " EMP-NOME.
               MOVE EMP-DOCUMENTO TO WRK-MSK-DOCUMENTO.
               PERFORM 8742-MASCARA-DOCUMENTO.
               MOVE EMP-ENDERECO  TO WRK-MSK-ENDERECO.
               PERFORM 8743-MASCARA-ENDERECO.
               DISPLAY "DOCUMENTO... " WRK-MSK-DOCUMENTO.
               DISPLAY "ENDERECO.... " WRK-MSK-ENDERECO.
               MOVE EMP-DATA-NASC TO IDC-DATA-NASC.
               MOVE WRK-DATA-EXEC TO IDC-DATA-REF.
               PERFORM 7800-CALCULA-IDADE.
                   DISPLAY "SITUACAO.... DESLIGADO EM "
                       EMP-DATA-DESLIG " - " EMP-MOTIVO-DESLIG
               ELSE
                   IF EMP-AFASTADO
                       DISPLAY "SITUACAO.... AFASTADO"
                   ELSE
                       DISPLAY "SITUACAO.... ATIVO"
                   END-IF
               END-IF.
               MOVE EMP-SALARIO TO WRK-SALARIO-EDT.
               DISPLAY "SALARIO..... R$ " WRK-SALARIO-EDT.
           COPY CPCAMBPR.

           COPY CPIDADPR.

           COPY CPAUDPR.

           COPY CPOPERPR.

           COPY CPMSKPR.
