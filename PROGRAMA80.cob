           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA80.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE EMPREGADORES/
      *==          ESTABELECIMENTOS (ARQ. ESTAB, COPYBOOK CPESTAB) -
      *==          LISTAR, INCLUIR E ALTERAR CODIGO, CNPJ, RAZAO
      *==          SOCIAL, ENDERECO E SITUACAO. O CADASTRO E
      *==          CONSULTADO NA CAPTURA (PROGRAMA01/06) E NOS
      *==          PROGRAMAS QUE SEPARAM TOTAIS E ARQUIVOS POR
      *==          EMPREGADOR (PROGRAMA12/22/43/46/47/61). O CNPJ E
      *==          CONFERIDO PELO DIGITO VERIFICADOR.
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
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-ESTAB         PIC X(02) VALUE SPACES.
           88 WRK-FS-ESTAB-OK            VALUE "00".
           88 WRK-FS-ESTAB-NAO-EXISTE    VALUE "35".
           88 WRK-FS-ESTAB-DUPLICADO     VALUE "22".
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
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.

       77 WRK-CODIGO-EST       PIC 9(03) VALUE ZEROS.
       77 WRK-CNPJ-EST         PIC 9(14) VALUE ZEROS.
       77 WRK-RAZAO-EST        PIC X(40) VALUE SPACES.
       77 WRK-ENDERECO-EST     PIC X(40) VALUE SPACES.
       77 WRK-SITUACAO-EST     PIC X(01) VALUE "A".
           88 WRK-SITUACAO-EST-OK        VALUE "A" "I".

      *    CONFERENCIA DO CNPJ - PESOS 5 A 2 E 9 A 2 (MODULO 11)
       01 WRK-CNPJ-DIGITOS.
           05 WRK-CNPJ-DIG     PIC 9(01) OCCURS 14 TIMES.
       01 WRK-CNPJ-PESOS-1     PIC X(12) VALUE "543298765432".
       01 WRK-CNPJ-P1 REDEFINES WRK-CNPJ-PESOS-1.
           05 WRK-CNPJ-PESO-1  PIC 9(01) OCCURS 12 TIMES.
       01 WRK-CNPJ-PESOS-2     PIC X(13) VALUE "6543298765432".
       01 WRK-CNPJ-P2 REDEFINES WRK-CNPJ-PESOS-2.
           05 WRK-CNPJ-PESO-2  PIC 9(01) OCCURS 13 TIMES.
       77 WRK-CNPJ-IND         PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-SOMA        PIC 9(05) VALUE ZEROS.
       77 WRK-CNPJ-QUOC        PIC 9(05) VALUE ZEROS.
       77 WRK-CNPJ-RESTO       PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-DV          PIC 9(01) VALUE ZEROS.
       77 WRK-CNPJ-VALIDO      PIC X(01) VALUE "N".
           88 WRK-CNPJ-VALIDO-SIM        VALUE "S".

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-ESTAB
                   WHEN WRK-MODO-ALTERAR
                       PERFORM 0003-ALTERA-ESTAB
                   WHEN OTHER
                       PERFORM 0001-LISTA-ESTAB
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR  2-INCLUIR  3-ALTERAR "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O CADASTRO-ESTAB.
               IF WRK-FS-ESTAB-NAO-EXISTE
                   OPEN OUTPUT CADASTRO-ESTAB
                   CLOSE CADASTRO-ESTAB
                   OPEN I-O CADASTRO-ESTAB
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-LISTA-ESTAB        SECTION.
               MOVE ZEROS TO EST-CODIGO.
               START CADASTRO-ESTAB KEY IS NOT LESS THAN EST-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE ESTABELECIMENTOS: " WRK-QTDE-LINHAS.

       0001-A-LISTA-UM         SECTION.
               READ CADASTRO-ESTAB NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LINHAS
                       DISPLAY "ESTAB " EST-CODIGO
                           " CNPJ " EST-CNPJ
                           " " EST-RAZAO-SOCIAL
                           " SITUACAO " EST-SITUACAO
               END-READ.

       0002-INCLUI-ESTAB       SECTION.
               DISPLAY "DIGITE O CODIGO DO ESTABELECIMENTO (001 = "
                   "MATRIZ): "
                   ACCEPT WRK-CODIGO-EST.
               DISPLAY "DIGITE O CNPJ (14 DIGITOS): "
                   ACCEPT WRK-CNPJ-EST.
               DISPLAY "DIGITE A RAZAO SOCIAL: "
                   ACCEPT WRK-RAZAO-EST.
               DISPLAY "DIGITE O ENDERECO: "
                   ACCEPT WRK-ENDERECO-EST.
               MOVE "A" TO WRK-SITUACAO-EST.
               IF WRK-CODIGO-EST = ZEROS
                   DISPLAY "CODIGO 000 NAO PERMITIDO"
               ELSE
                   PERFORM 0005-VALIDA-CNPJ
                   IF NOT WRK-CNPJ-VALIDO-SIM
                       DISPLAY "CNPJ " WRK-CNPJ-EST " INVALIDO - "
                           "ESTABELECIMENTO NAO INCLUIDO"
                   ELSE
                       PERFORM 0002-A-GRAVA-ESTAB
                   END-IF
               END-IF.

       0002-A-GRAVA-ESTAB      SECTION.
               MOVE WRK-CODIGO-EST   TO EST-CODIGO.
               MOVE WRK-CNPJ-EST     TO EST-CNPJ.
               MOVE WRK-RAZAO-EST    TO EST-RAZAO-SOCIAL.
               MOVE WRK-ENDERECO-EST TO EST-ENDERECO.
               MOVE WRK-SITUACAO-EST TO EST-SITUACAO.
               WRITE EST-REGISTRO.
               IF WRK-FS-ESTAB-DUPLICADO
                   DISPLAY "ESTABELECIMENTO " WRK-CODIGO-EST
                       " JA CADASTRADO"
               ELSE
                   DISPLAY "ESTABELECIMENTO " WRK-CODIGO-EST
                       " INCLUIDO"
                   MOVE "PROGRAMA80" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "INCLUSAO ESTAB " WRK-CODIGO-EST
                       " CNPJ " WRK-CNPJ-EST
                       " " WRK-RAZAO-EST
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *        O CODIGO NAO MUDA (ESTA GRAVADO NO MESTRE E NO
      *        HISTORICO DE FOLHA); ESTABELECIMENTO QUE DEIXA DE
      *        OPERAR E INATIVADO (I), NUNCA EXCLUIDO
       0003-ALTERA-ESTAB       SECTION.
               DISPLAY "DIGITE O CODIGO DO ESTABELECIMENTO A ALTERAR: "
                   ACCEPT WRK-CODIGO-EST.
               MOVE WRK-CODIGO-EST TO EST-CODIGO.
               READ CADASTRO-ESTAB
                   INVALID KEY
                       DISPLAY "ESTABELECIMENTO " WRK-CODIGO-EST
                           " NAO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY "CNPJ ATUAL.....: " EST-CNPJ
                       DISPLAY "RAZAO ATUAL....: " EST-RAZAO-SOCIAL
                       DISPLAY "ENDERECO ATUAL.: " EST-ENDERECO
                       DISPLAY "SITUACAO ATUAL.: " EST-SITUACAO
                       DISPLAY "DIGITE O NOVO CNPJ: "
                           ACCEPT WRK-CNPJ-EST
                       DISPLAY "DIGITE A NOVA RAZAO SOCIAL: "
                           ACCEPT WRK-RAZAO-EST
                       DISPLAY "DIGITE O NOVO ENDERECO: "
                           ACCEPT WRK-ENDERECO-EST
                       DISPLAY "DIGITE A SITUACAO (A-ATIVO "
                           "I-INATIVO): "
                           ACCEPT WRK-SITUACAO-EST
                       PERFORM 0003-A-REGRAVA-ESTAB
               END-READ.

       0003-A-REGRAVA-ESTAB    SECTION.
               PERFORM 0005-VALIDA-CNPJ.
               IF NOT WRK-CNPJ-VALIDO-SIM
                   DISPLAY "CNPJ " WRK-CNPJ-EST " INVALIDO - "
                       "ESTABELECIMENTO NAO ALTERADO"
               ELSE
                   IF NOT WRK-SITUACAO-EST-OK
                       DISPLAY "SITUACAO " WRK-SITUACAO-EST
                           " INVALIDA - ESTABELECIMENTO NAO ALTERADO"
                   ELSE
                       MOVE WRK-CNPJ-EST     TO EST-CNPJ
                       MOVE WRK-RAZAO-EST    TO EST-RAZAO-SOCIAL
                       MOVE WRK-ENDERECO-EST TO EST-ENDERECO
                       MOVE WRK-SITUACAO-EST TO EST-SITUACAO
                       REWRITE EST-REGISTRO
                       DISPLAY "ESTABELECIMENTO " WRK-CODIGO-EST
                           " ALTERADO"
                       MOVE "PROGRAMA80" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "ALTERACAO ESTAB " WRK-CODIGO-EST
                           " CNPJ " WRK-CNPJ-EST
                           " SITUACAO " WRK-SITUACAO-EST
                           " " WRK-RAZAO-EST
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               END-IF.

       0004-FINALIZAR          SECTION.
               CLOSE CADASTRO-ESTAB.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *        DIGITOS VERIFICADORES DO CNPJ (MODULO 11): O 13O
      *        DIGITO PELOS 12 PRIMEIROS COM PESOS 5..2,9..2 E O 14O
      *        PELOS 13 PRIMEIROS COM PESOS 6..2,9..2; RESTO MENOR
      *        QUE 2 DA DIGITO ZERO
       0005-VALIDA-CNPJ        SECTION.
               MOVE "S" TO WRK-CNPJ-VALIDO.
               MOVE WRK-CNPJ-EST TO WRK-CNPJ-DIGITOS.
               IF WRK-CNPJ-EST = ZEROS
                   MOVE "N" TO WRK-CNPJ-VALIDO
               END-IF.
               IF WRK-CNPJ-VALIDO-SIM
                   MOVE ZEROS TO WRK-CNPJ-SOMA
                   PERFORM 0005-A-SOMA-PESO-1
                       VARYING WRK-CNPJ-IND FROM 1 BY 1
                       UNTIL WRK-CNPJ-IND > 12
                   PERFORM 0005-C-CALCULA-DV
                   IF WRK-CNPJ-DV NOT = WRK-CNPJ-DIG (13)
                       MOVE "N" TO WRK-CNPJ-VALIDO
                   END-IF
               END-IF.
               IF WRK-CNPJ-VALIDO-SIM
                   MOVE ZEROS TO WRK-CNPJ-SOMA
                   PERFORM 0005-B-SOMA-PESO-2
                       VARYING WRK-CNPJ-IND FROM 1 BY 1
                       UNTIL WRK-CNPJ-IND > 13
                   PERFORM 0005-C-CALCULA-DV
                   IF WRK-CNPJ-DV NOT = WRK-CNPJ-DIG (14)
                       MOVE "N" TO WRK-CNPJ-VALIDO
                   END-IF
               END-IF.

       0005-A-SOMA-PESO-1      SECTION.
               COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA
                   + WRK-CNPJ-DIG (WRK-CNPJ-IND)
                   * WRK-CNPJ-PESO-1 (WRK-CNPJ-IND).

       0005-B-SOMA-PESO-2      SECTION.
               COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA
                   + WRK-CNPJ-DIG (WRK-CNPJ-IND)
                   * WRK-CNPJ-PESO-2 (WRK-CNPJ-IND).

       0005-C-CALCULA-DV       SECTION.
               DIVIDE WRK-CNPJ-SOMA BY 11 GIVING WRK-CNPJ-QUOC
                   REMAINDER WRK-CNPJ-RESTO.
               IF WRK-CNPJ-RESTO < 2
                   MOVE ZEROS TO WRK-CNPJ-DV
               ELSE
                   COMPUTE WRK-CNPJ-DV = 11 - WRK-CNPJ-RESTO
               END-IF.

           COPY CPAUDPR.
