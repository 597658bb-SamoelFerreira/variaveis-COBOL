           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA82.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE ADICIONAIS LEGAIS DO
      *==          FUNCIONARIO (ARQ. ADICION, COPYBOOK CPADICI) -
      *==          LISTAR, INCLUIR E ALTERAR O GRAU DE INSALUBRIDADE
      *==          (0-NENHUM 1-MINIMO 2-MEDIO 3-MAXIMO), A ATIVIDADE
      *==          PERIGOSA (S/N), O TRABALHO NOTURNO (S/N) E AS
      *==          HORAS NOTURNAS MENSAIS DA ESCALA. O FUNCIONARIO
      *==          TEM DE EXISTIR NO CADASTRO MESTRE. O CADASTRO E
      *==          LIDO PELA FOLHA MENSAL (PROGRAMA12) E PELO
      *==          CONTRACHEQUE (PROGRAMA13).
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
               SELECT ARQ-ADICIONAIS ASSIGN TO "ADICION"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADC-CODIGO-EMP
                   FILE STATUS IS WRK-FS-ADICION.
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
           FD  ARQ-ADICIONAIS
               LABEL RECORD IS STANDARD.
           COPY CPADICI.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-ADICION       PIC X(02) VALUE SPACES.
           88 WRK-FS-ADICION-OK          VALUE "00".
           88 WRK-FS-ADICION-NAO-EXISTE  VALUE "35".
           88 WRK-FS-ADICION-DUPLICADO   VALUE "22".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-ALTERAR           VALUE 3.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-EMP         PIC X(30) VALUE SPACES.
       77 WRK-GRAU-INSALUB     PIC 9(01) VALUE ZEROS.
           88 WRK-GRAU-INSALUB-OK        VALUE 0 THRU 3.
       77 WRK-PERICULOSO       PIC X(01) VALUE "N".
           88 WRK-PERICULOSO-OK          VALUE "S" "N".
       77 WRK-NOTURNO          PIC X(01) VALUE "N".
           88 WRK-NOTURNO-OK             VALUE "S" "N".
           88 WRK-NOTURNO-SIM            VALUE "S".
      *    HORAS DA ESCALA DIGITADAS SEM VIRGULA (2 DECIMAIS)
       77 WRK-HORAS-DIG        PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-ESCALA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-HORAS-EDT        PIC ZZ9,99.
       77 WRK-VIGENCIA         PIC 9(08) VALUE ZEROS.
       77 WRK-FUNC-OK          PIC X(01) VALUE "N".
           88 WRK-FUNC-OK-SIM            VALUE "S".
       77 WRK-DADOS-OK         PIC X(01) VALUE "N".
           88 WRK-DADOS-OK-SIM           VALUE "S".

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-ADICIONAL
                   WHEN WRK-MODO-ALTERAR
                       PERFORM 0003-ALTERA-ADICIONAL
                   WHEN OTHER
                       PERFORM 0001-LISTA-ADICIONAIS
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR  2-INCLUIR  3-ALTERAR "
                   ACCEPT WRK-MODO.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-ADICIONAIS.
               IF WRK-FS-ADICION-NAO-EXISTE
                   OPEN OUTPUT ARQ-ADICIONAIS
                   CLOSE ARQ-ADICIONAIS
                   OPEN I-O ARQ-ADICIONAIS
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-LISTA-ADICIONAIS   SECTION.
               MOVE ZEROS TO ADC-CODIGO-EMP.
               START ARQ-ADICIONAIS
                   KEY IS NOT LESS THAN ADC-CODIGO-EMP
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE FUNCIONARIOS NO CADASTRO: "
                   WRK-QTDE-LINHAS.

       0001-A-LISTA-UM         SECTION.
               READ ARQ-ADICIONAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LINHAS
                       MOVE ADC-HORAS-NOT-ESCALA TO WRK-HORAS-EDT
                       DISPLAY "FUNC " ADC-CODIGO-EMP
                           " GRAU INSALUB " ADC-GRAU-INSALUB
                           " PERICULOSO " ADC-PERICULOSO
                           " NOTURNO " ADC-NOTURNO
                           " HORAS ESCALA " WRK-HORAS-EDT
                           " VIGENCIA " ADC-VIGENCIA
               END-READ.

       0002-INCLUI-ADICIONAL   SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               PERFORM 0006-CONFERE-FUNCIONARIO.
               IF WRK-FUNC-OK-SIM
                   PERFORM 0005-LE-DADOS
                   IF WRK-DADOS-OK-SIM
                       PERFORM 0002-A-GRAVA-ADICIONAL
                   ELSE
                       DISPLAY "CADASTRO DE ADICIONAIS DO FUNCIONARIO "
                           WRK-CODIGO-EMP " NAO INCLUIDO"
                   END-IF
               END-IF.

       0002-A-GRAVA-ADICIONAL  SECTION.
               MOVE WRK-CODIGO-EMP   TO ADC-CODIGO-EMP.
               PERFORM 0007-MOVE-DADOS.
               WRITE ADC-REGISTRO.
               IF WRK-FS-ADICION-DUPLICADO
                   DISPLAY "FUNCIONARIO " WRK-CODIGO-EMP
                       " JA CADASTRADO - USE O MODO 3"
               ELSE
                   DISPLAY "ADICIONAIS DO FUNCIONARIO " WRK-CODIGO-EMP
                       " INCLUIDOS"
                   MOVE "PROGRAMA82" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "INCLUSAO ADIC FUNC " WRK-CODIGO-EMP
                       " GRAU " WRK-GRAU-INSALUB
                       " PERIC " WRK-PERICULOSO
                       " NOTURNO " WRK-NOTURNO
                       " HORAS " WRK-HORAS-EDT
                       " VIG " WRK-VIGENCIA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *        O FUNCIONARIO QUE DEIXA A EXPOSICAO FICA COM GRAU 0 E
      *        S/N = N; O REGISTRO NAO E EXCLUIDO
       0003-ALTERA-ADICIONAL   SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO A ALTERAR: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO ADC-CODIGO-EMP.
               READ ARQ-ADICIONAIS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO " WRK-CODIGO-EMP
                           " SEM CADASTRO DE ADICIONAIS"
                   NOT INVALID KEY
                       MOVE ADC-HORAS-NOT-ESCALA TO WRK-HORAS-EDT
                       DISPLAY "GRAU INSALUB ATUAL...: "
                           ADC-GRAU-INSALUB
                       DISPLAY "PERICULOSO ATUAL.....: " ADC-PERICULOSO
                       DISPLAY "NOTURNO ATUAL........: " ADC-NOTURNO
                       DISPLAY "HORAS ESCALA ATUAIS..: " WRK-HORAS-EDT
                       DISPLAY "VIGENCIA ATUAL.......: " ADC-VIGENCIA
                       PERFORM 0005-LE-DADOS
                       PERFORM 0003-A-REGRAVA-ADICIONAL
               END-READ.

       0003-A-REGRAVA-ADICIONAL SECTION.
               IF NOT WRK-DADOS-OK-SIM
                   DISPLAY "ADICIONAIS DO FUNCIONARIO " WRK-CODIGO-EMP
                       " NAO ALTERADOS"
               ELSE
                   PERFORM 0007-MOVE-DADOS
                   REWRITE ADC-REGISTRO
                   DISPLAY "ADICIONAIS DO FUNCIONARIO " WRK-CODIGO-EMP
                       " ALTERADOS"
                   MOVE "PROGRAMA82" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "ALTERACAO ADIC FUNC " WRK-CODIGO-EMP
                       " GRAU " WRK-GRAU-INSALUB
                       " PERIC " WRK-PERICULOSO
                       " NOTURNO " WRK-NOTURNO
                       " HORAS " WRK-HORAS-EDT
                       " VIG " WRK-VIGENCIA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-ADICIONAIS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *        GRAU 0-3, S/N NOS DOIS INDICADORES; HORAS DA ESCALA SO
      *        PARA QUEM TRABALHA EM TURNO NOTURNO. VIGENCIA ZERADA
      *        ASSUME A DATA DO DIA (DATA DO LAUDO DO SESMT)
       0005-LE-DADOS           SECTION.
               DISPLAY "DIGITE O GRAU DE INSALUBRIDADE (0-NENHUM "
                   "1-MINIMO 2-MEDIO 3-MAXIMO): "
                   ACCEPT WRK-GRAU-INSALUB.
               DISPLAY "ATIVIDADE PERIGOSA (S/N): "
                   ACCEPT WRK-PERICULOSO.
               DISPLAY "TRABALHO NOTURNO (S/N): "
                   ACCEPT WRK-NOTURNO.
               DISPLAY "HORAS NOTURNAS MENSAIS DA ESCALA (HHHMM, "
                   "2 DECIMAIS SEM VIRGULA): "
                   ACCEPT WRK-HORAS-DIG.
               DISPLAY "DATA DO LAUDO/VIGENCIA AAAAMMDD (00000000 = "
                   "HOJE): "
                   ACCEPT WRK-VIGENCIA.
               MOVE "S" TO WRK-DADOS-OK.
               COMPUTE WRK-HORAS-ESCALA = WRK-HORAS-DIG / 100.
               IF WRK-VIGENCIA = ZEROS
                   MOVE WRK-DATA-EXEC TO WRK-VIGENCIA
               END-IF.
               IF NOT WRK-GRAU-INSALUB-OK
                   DISPLAY "GRAU " WRK-GRAU-INSALUB " INVALIDO"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF.
               IF NOT WRK-PERICULOSO-OK
                   DISPLAY "INDICADOR DE PERICULOSIDADE "
                       WRK-PERICULOSO " INVALIDO"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF.
               IF NOT WRK-NOTURNO-OK
                   DISPLAY "INDICADOR DE NOTURNO " WRK-NOTURNO
                       " INVALIDO"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF.
               IF NOT WRK-NOTURNO-SIM
                   MOVE ZEROS TO WRK-HORAS-ESCALA
               END-IF.
               IF WRK-HORAS-ESCALA > 220
                   DISPLAY "HORAS NOTURNAS DA ESCALA ACIMA DA JORNADA "
                       "MENSAL (220)"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF.
               MOVE WRK-HORAS-ESCALA TO WRK-HORAS-EDT.

      *        FUNCIONARIO INEXISTENTE NO MESTRE NAO ENTRA; SEM O
      *        MESTRE DISPONIVEL A INCLUSAO E RECUSADA
       0006-CONFERE-FUNCIONARIO SECTION.
               MOVE "N" TO WRK-FUNC-OK.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "FUNCIONARIO " WRK-CODIGO-EMP
                               " NAO ENCONTRADO NO CADASTRO MESTRE"
                       NOT INVALID KEY
                           MOVE "S" TO WRK-FUNC-OK
                           MOVE EMP-NOME TO WRK-NOME-EMP
                           DISPLAY "FUNCIONARIO " WRK-CODIGO-EMP
                               " " WRK-NOME-EMP
                   END-READ
               ELSE
                   DISPLAY "CADASTRO MESTRE (CADMEST) INDISPONIVEL - "
                       "FS: " WRK-FS-MESTRE
               END-IF.

       0007-MOVE-DADOS         SECTION.
               MOVE WRK-GRAU-INSALUB TO ADC-GRAU-INSALUB.
               MOVE WRK-PERICULOSO   TO ADC-PERICULOSO.
               MOVE WRK-NOTURNO      TO ADC-NOTURNO.
               MOVE WRK-HORAS-ESCALA TO ADC-HORAS-NOT-ESCALA.
               MOVE WRK-VIGENCIA     TO ADC-VIGENCIA.
               MOVE WRK-DATA-EXEC    TO ADC-DATA-ALTER.
               MOVE WRK-OPERADOR     TO ADC-OPERADOR.

           COPY CPAUDPR.
