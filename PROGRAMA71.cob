           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA71.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE TRAJETOS DO VALE-
      *==          TRANSPORTE (ARQ. VALETRAN, COPYBOOK CPVTROTA) -
      *==          LISTAR OS TRAJETOS DE UM FUNCIONARIO, INCLUIR
      *==          (VALIDANDO O FUNCIONARIO NO CADMEST, A TARIFA E
      *==          AS VIAGENS POR DIA) E EXCLUIR, NO ESTILO DOS
      *==          DEPENDENTES DO PROGRAMA55. A COMPRA MENSAL DO
      *==          VALE (PROGRAMA72) SAI DAQUI - ACABA A PLANILHA
      *==          DE TRAJETOS FORA DO SISTEMA.
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
               SELECT ARQ-TRAJETOS ASSIGN TO "VALETRAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VTR-CHAVE
                   FILE STATUS IS WRK-FS-TRAJETOS.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-TRAJETOS
               LABEL RECORD IS STANDARD.
           COPY CPVTROTA.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-TRAJETOS      PIC X(02) VALUE SPACES.
           88 WRK-FS-TRAJETOS-OK         VALUE "00".
           88 WRK-FS-TRAJETOS-NAO-EXISTE VALUE "35".
           88 WRK-FS-TRAJETOS-DUPLICADO  VALUE "22".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-EXCLUIR           VALUE 3.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.
       77 WRK-CUSTO-DIA        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUSTO-EDT        PIC Z.ZZ9,99.
       77 WRK-TARIFA-EDT       PIC ZZ9,99.

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ-TRAJETO      PIC 9(02) VALUE ZEROS.
       77 WRK-LINHA            PIC X(30) VALUE SPACES.
       77 WRK-TARIFA           PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VIAGENS-DIA      PIC 9(01) VALUE ZEROS.
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-TRAJETO
                   WHEN WRK-MODO-EXCLUIR
                       PERFORM 0003-EXCLUI-TRAJETO
                   WHEN OTHER
                       PERFORM 0001-LISTA-TRAJETOS
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR POR FUNCIONARIO  "
                   "2-INCLUIR  3-EXCLUIR "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-TRAJETOS.
               IF WRK-FS-TRAJETOS-NAO-EXISTE
                   OPEN OUTPUT ARQ-TRAJETOS
                   CLOSE ARQ-TRAJETOS
                   OPEN I-O ARQ-TRAJETOS
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    LISTA OS TRAJETOS E O CUSTO DIARIO DO FUNCIONARIO
      *    (TARIFA X VIAGENS, SOMADO) - O QUE A COMPRA MENSAL
      *    MULTIPLICA PELOS DIAS DE TRABALHO
       0001-LISTA-TRAJETOS     SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE ZEROS          TO WRK-CUSTO-DIA.
               MOVE WRK-CODIGO-EMP TO VTR-CODIGO-EMP.
               MOVE ZEROS          TO VTR-SEQ.
               START ARQ-TRAJETOS KEY IS NOT LESS THAN VTR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               MOVE WRK-CUSTO-DIA TO WRK-CUSTO-EDT.
               DISPLAY "TOTAL DE TRAJETOS DO FUNCIONARIO: "
                   WRK-QTDE-LINHAS " CUSTO DIARIO R$ "
                   WRK-CUSTO-EDT.

       0001-A-LISTA-UM         SECTION.
               READ ARQ-TRAJETOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF VTR-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           COMPUTE WRK-CUSTO-DIA = WRK-CUSTO-DIA
                               + VTR-TARIFA * VTR-VIAGENS-DIA
                           MOVE VTR-TARIFA TO WRK-TARIFA-EDT
                           DISPLAY "SEQ " VTR-SEQ
                               " " VTR-LINHA
                               " TARIFA " WRK-TARIFA-EDT
                               " VIAGENS/DIA " VTR-VIAGENS-DIA
                       END-IF
               END-READ.

      *    INCLUSAO VALIDADA: FUNCIONARIO EXISTENTE E NAO
      *    DESLIGADO NO MESTRE, LINHA INFORMADA, TARIFA MAIOR QUE
      *    ZERO E DE 1 A 4 VIAGENS POR DIA - CADASTRO INDISPONIVEL
      *    ACEITA COM AVISO, COMO NO PROGRAMA55
       0002-INCLUI-TRAJETO     SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO"
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               DISPLAY "ERRO: FUNCIONARIO "
                                   "DESLIGADO"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           ELSE
                               DISPLAY "FUNCIONARIO: " EMP-NOME
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "CADASTRO MESTRE INDISPONIVEL - "
                       "CODIGO ACEITO SEM VALIDACAO"
               END-IF.
               IF WRK-ENTRADA-OK
                   DISPLAY "DIGITE A SEQUENCIA DO TRAJETO "
                       "(01, 02...): "
                       ACCEPT WRK-SEQ-TRAJETO
                   MOVE SPACES TO WRK-LINHA
                   PERFORM 0002-A-VALIDA-LINHA
                       UNTIL WRK-LINHA NOT = SPACES
                   MOVE ZEROS TO WRK-TARIFA
                   PERFORM 0002-B-VALIDA-TARIFA
                       UNTIL WRK-TARIFA > ZEROS
                   MOVE ZEROS TO WRK-VIAGENS-DIA
                   PERFORM 0002-C-VALIDA-VIAGENS
                       UNTIL WRK-VIAGENS-DIA > ZEROS
                   MOVE WRK-CODIGO-EMP  TO VTR-CODIGO-EMP
                   MOVE WRK-SEQ-TRAJETO TO VTR-SEQ
                   MOVE WRK-LINHA       TO VTR-LINHA
                   MOVE WRK-TARIFA      TO VTR-TARIFA
                   MOVE WRK-VIAGENS-DIA TO VTR-VIAGENS-DIA
                   MOVE WRK-OPERADOR    TO VTR-OPERADOR
                   MOVE WRK-DATA-HOJE   TO VTR-DATA-REGISTRO
                   WRITE VTR-REGISTRO
                   IF WRK-FS-TRAJETOS-DUPLICADO
                       DISPLAY "SEQUENCIA " WRK-SEQ-TRAJETO
                           " JA EXISTE PARA O FUNCIONARIO "
                           WRK-CODIGO-EMP
                   ELSE
                       DISPLAY "TRAJETO INCLUIDO"
                       MOVE "PROGRAMA71" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "INCLUSAO TRAJETO VT CODIGO "
                           WRK-CODIGO-EMP
                           " SEQ " WRK-SEQ-TRAJETO
                           " TARIFA " WRK-TARIFA
                           " VIAGENS " WRK-VIAGENS-DIA
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   DISPLAY "INCLUSAO REJEITADA"
               END-IF.

       0002-A-VALIDA-LINHA     SECTION.
               DISPLAY "DIGITE A LINHA/CONDUCAO DO TRAJETO: "
                   ACCEPT WRK-LINHA.
               IF WRK-LINHA = SPACES
                   DISPLAY "ERRO: LINHA DEVE SER INFORMADA"
               END-IF.

       0002-B-VALIDA-TARIFA    SECTION.
               DISPLAY "DIGITE A TARIFA POR VIAGEM "
                   "(EX: 00550 = 5,50): "
                   ACCEPT WRK-TARIFA.
               IF WRK-TARIFA NOT > ZEROS
                   DISPLAY "ERRO: TARIFA DEVE SER MAIOR QUE ZERO"
               END-IF.

       0002-C-VALIDA-VIAGENS   SECTION.
               DISPLAY "DIGITE AS VIAGENS POR DIA NESTA LINHA "
                   "(1 A 4, IDA E VOLTA = 2): "
                   ACCEPT WRK-VIAGENS-DIA.
               IF WRK-VIAGENS-DIA NOT > ZEROS
                   OR WRK-VIAGENS-DIA > 4
                   DISPLAY "ERRO: VIAGENS POR DIA DEVE SER DE 1 A 4"
                   MOVE ZEROS TO WRK-VIAGENS-DIA
               END-IF.

       0003-EXCLUI-TRAJETO     SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE A SEQUENCIA DO TRAJETO: "
                   ACCEPT WRK-SEQ-TRAJETO.
               MOVE WRK-CODIGO-EMP  TO VTR-CODIGO-EMP.
               MOVE WRK-SEQ-TRAJETO TO VTR-SEQ.
               READ ARQ-TRAJETOS
                   INVALID KEY
                       DISPLAY "TRAJETO NAO ENCONTRADO"
                   NOT INVALID KEY
                       DELETE ARQ-TRAJETOS RECORD
                       DISPLAY "TRAJETO EXCLUIDO"
                       MOVE "PROGRAMA71" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "EXCLUSAO TRAJETO VT CODIGO "
                           WRK-CODIGO-EMP
                           " SEQ " WRK-SEQ-TRAJETO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-READ.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-TRAJETOS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.
