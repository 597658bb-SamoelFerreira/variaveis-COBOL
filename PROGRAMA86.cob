           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA86.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE SINDICATOS (ARQ.
      *==          SINDIC, COPYBOOK CPSIND) - LISTAR, INCLUIR E
      *==          ALTERAR NOME, CNPJ, MES DA DATA-BASE, PERCENTUAL
      *==          NEGOCIADO DO REAJUSTE, REGRA DA CONTRIBUICAO
      *==          ANUAL, MENSALIDADE DOS SOCIOS, CONTA DO REPASSE
      *==          E SITUACAO; E VINCULAR O FUNCIONARIO AO SEU
      *==          SINDICATO COM A AUTORIZACAO DE DESCONTO
      *==          (EMP-SINDICATO/EMP-SIND-DESCONTO NO MESTRE, SOB
      *==          A TRAVA CADLOCK E COM IMAGEM NO JORNAL CADJRNL).
      *==          O CADASTRO E LIDO PELO DISSIDIO (PROGRAMA11),
      *==          PELA FOLHA MENSAL (PROGRAMA12), PELO CONTRACHEQUE
      *==          (PROGRAMA13) E PELO REPASSE (PROGRAMA87). O CNPJ
      *==          E CONFERIDO PELO DIGITO VERIFICADOR.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    IMAGEM DO JORNAL DO MESTRE DE 187 PARA 189
      *==                  POSICOES (SEXO E RACA/COR NO CPEMP)
      *== 15/10/26   WS    IMAGEM DO JORNAL DO MESTRE DE 189 PARA 199
      *==                  POSICOES (PCD E APRENDIZ NO CPEMP)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-SINDICATOS ASSIGN TO "SINDIC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SIN-CODIGO
                   FILE STATUS IS WRK-FS-SINDIC.
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
               SELECT ARQ-TRAVA-MESTRE ASSIGN TO "CADLOCK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-LOCK.
               SELECT ARQ-JORNAL-MESTRE ASSIGN TO "CADJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-JORNAL.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-SINDICATOS
               LABEL RECORD IS STANDARD.
           COPY CPSIND.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRAVA-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPLOCK.

           FD  ARQ-JORNAL-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPCADJRN.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
           88 WRK-FS-JORNAL-OK           VALUE "00".
           88 WRK-FS-JORNAL-NAO-EXISTE   VALUE "35".
      *    IMAGEM "ANTES" RETIDA DO REGISTRO LIDO, PARA O JORNAL
      *    DO MESTRE (CPCADJRN)
       77 WRK-IMAGEM-ANTES     PIC X(199) VALUE SPACES.

       77 WRK-FS-LOCK          PIC X(02) VALUE SPACES.
           88 WRK-FS-LOCK-OK             VALUE "00".
       77 WRK-TRAVA-OBTIDA     PIC X(01) VALUE "N".
           88 WRK-TRAVA-OBTIDA-SIM       VALUE "S".
       77 WRK-TRAVA-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(10) VALUE SPACES.

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-ALTERAR           VALUE 3.
           88 WRK-MODO-VINCULAR          VALUE 4.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.

      *    SINDICATO DIGITADO - PERCENTUAIS COM DUAS DECIMAIS
      *    (00550 = 5,50%), TETO ZERO = MENSALIDADE SEM LIMITE
       77 WRK-CODIGO-SIN       PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-SIN         PIC X(40) VALUE SPACES.
       77 WRK-CNPJ-EST         PIC 9(14) VALUE ZEROS.
       77 WRK-MES-BASE         PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-REAJUSTE    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TIPO-CONTRIB     PIC X(01) VALUE "N".
           88 WRK-TIPO-CONTRIB-OK        VALUE "D" "P" "N".
           88 WRK-TIPO-CONTRIB-NENHUMA   VALUE "N".
       77 WRK-MES-CONTRIB      PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-CONTRIB     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-MENSAL      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TETO-MENSAL      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BANCO-SIN        PIC 9(03) VALUE ZEROS.
       77 WRK-AGENCIA-SIN      PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-SIN        PIC 9(10) VALUE ZEROS.
       77 WRK-SITUACAO-SIN     PIC X(01) VALUE "A".
           88 WRK-SITUACAO-SIN-OK        VALUE "A" "I".
       77 WRK-SINDICATO-VALIDO PIC X(01) VALUE "N".
           88 WRK-SINDICATO-VALIDO-SIM   VALUE "S".
       77 WRK-MOTIVO-RECUSA    PIC X(40) VALUE SPACES.

      *    VINCULO DO FUNCIONARIO (MODO 4) - SINDICATO 000 TIRA O
      *    FUNCIONARIO DE QUALQUER SINDICATO
       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-AUTORIZACAO      PIC X(01) VALUE "N".
           88 WRK-AUTORIZACAO-OK         VALUE "C" "S" "N".
       77 WRK-SIND-ANTERIOR    PIC 9(03) VALUE ZEROS.
       77 WRK-AUT-ANTERIOR     PIC X(01) VALUE SPACES.

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

           COPY CPSNDWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-SINDICATO
                   WHEN WRK-MODO-ALTERAR
                       PERFORM 0003-ALTERA-SINDICATO
                   WHEN WRK-MODO-VINCULAR
                       PERFORM 0006-VINCULA-FUNCIONARIO
                   WHEN OTHER
                       PERFORM 0001-LISTA-SINDICATOS
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR  2-INCLUIR  3-ALTERAR  "
                   "4-VINCULAR FUNCIONARIO "
                   ACCEPT WRK-MODO.
      *        O VINCULO REGRAVA O MESTRE - SO COM A TRAVA DE
      *        ATUALIZACAO
               IF WRK-MODO-VINCULAR
                   MOVE WRK-OPERADOR TO WRK-TRAVA-OPERADOR
                   MOVE "PROGRAMA86" TO WRK-TRAVA-PROGRAMA
                   PERFORM 8200-OBTEM-TRAVA
                   IF NOT WRK-TRAVA-OBTIDA-SIM
                       DISPLAY "EXECUCAO ENCERRADA - MESTRE EM USO"
                       GOBACK
                   END-IF
               END-IF.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-SINDICATOS.
               IF WRK-FS-SINDIC-NAO-EXISTE
                   OPEN OUTPUT ARQ-SINDICATOS
                   CLOSE ARQ-SINDICATOS
                   OPEN I-O ARQ-SINDICATOS
               END-IF.
               IF WRK-MODO-VINCULAR
                   OPEN I-O CADASTRO-MESTRE
                   IF WRK-FS-MESTRE-OK
                       MOVE "S" TO WRK-MESTRE-DISPONIVEL
                   ELSE
                       DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - "
                           "FS: " WRK-FS-MESTRE
                   END-IF
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-LISTA-SINDICATOS   SECTION.
               MOVE ZEROS TO SIN-CODIGO.
               START ARQ-SINDICATOS KEY IS NOT LESS THAN SIN-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE SINDICATOS: " WRK-QTDE-LINHAS.

       0001-A-LISTA-UM         SECTION.
               READ ARQ-SINDICATOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LINHAS
                       DISPLAY "SINDICATO " SIN-CODIGO
                           " CNPJ " SIN-CNPJ
                           " " SIN-NOME
                           " SITUACAO " SIN-SITUACAO
                       DISPLAY "    DATA-BASE MES " SIN-MES-BASE
                           " REAJUSTE " SIN-PERC-REAJUSTE
                           "% CONTRIBUICAO " SIN-TIPO-CONTRIB
                           " MES " SIN-MES-CONTRIB
                           " " SIN-PERC-CONTRIB
                           "% MENSALIDADE " SIN-PERC-MENSAL
                           "% TETO " SIN-TETO-MENSAL
               END-READ.

       0002-INCLUI-SINDICATO   SECTION.
               DISPLAY "DIGITE O CODIGO DO SINDICATO: "
                   ACCEPT WRK-CODIGO-SIN.
               DISPLAY "DIGITE O NOME: "
                   ACCEPT WRK-NOME-SIN.
               DISPLAY "DIGITE O CNPJ (14 DIGITOS): "
                   ACCEPT WRK-CNPJ-EST.
               PERFORM 0007-RECEBE-REGRAS.
               MOVE "A" TO WRK-SITUACAO-SIN.
               IF WRK-CODIGO-SIN = ZEROS
                   DISPLAY "CODIGO 000 NAO PERMITIDO"
               ELSE
                   PERFORM 0008-VALIDA-SINDICATO
                   IF NOT WRK-SINDICATO-VALIDO-SIM
                       DISPLAY WRK-MOTIVO-RECUSA " - SINDICATO NAO "
                           "INCLUIDO"
                   ELSE
                       PERFORM 0002-A-GRAVA-SINDICATO
                   END-IF
               END-IF.

       0002-A-GRAVA-SINDICATO  SECTION.
               MOVE WRK-CODIGO-SIN     TO SIN-CODIGO.
               PERFORM 0009-MOVE-CAMPOS.
               WRITE SIN-REGISTRO.
               IF WRK-FS-SINDIC-DUPLICADO
                   DISPLAY "SINDICATO " WRK-CODIGO-SIN
                       " JA CADASTRADO"
               ELSE
                   DISPLAY "SINDICATO " WRK-CODIGO-SIN " INCLUIDO"
                   MOVE "PROGRAMA86" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "INCLUSAO SINDICATO " WRK-CODIGO-SIN
                       " CNPJ " WRK-CNPJ-EST
                       " DATA-BASE " WRK-MES-BASE
                       " " WRK-NOME-SIN
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *        O CODIGO NAO MUDA (ESTA GRAVADO NO MESTRE E NO
      *        SINDMES); SINDICATO QUE DEIXA DE REPRESENTAR A
      *        CATEGORIA E INATIVADO (I), NUNCA EXCLUIDO
       0003-ALTERA-SINDICATO   SECTION.
               DISPLAY "DIGITE O CODIGO DO SINDICATO A ALTERAR: "
                   ACCEPT WRK-CODIGO-SIN.
               MOVE WRK-CODIGO-SIN TO SIN-CODIGO.
               READ ARQ-SINDICATOS
                   INVALID KEY
                       DISPLAY "SINDICATO " WRK-CODIGO-SIN
                           " NAO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY "NOME ATUAL.....: " SIN-NOME
                       DISPLAY "CNPJ ATUAL.....: " SIN-CNPJ
                       DISPLAY "DATA-BASE......: " SIN-MES-BASE
                           " REAJUSTE " SIN-PERC-REAJUSTE "%"
                       DISPLAY "CONTRIBUICAO...: " SIN-TIPO-CONTRIB
                           " MES " SIN-MES-CONTRIB
                           " " SIN-PERC-CONTRIB "%"
                       DISPLAY "MENSALIDADE....: " SIN-PERC-MENSAL
                           "% TETO " SIN-TETO-MENSAL
                       DISPLAY "SITUACAO ATUAL.: " SIN-SITUACAO
                       DISPLAY "DIGITE O NOVO NOME: "
                           ACCEPT WRK-NOME-SIN
                       DISPLAY "DIGITE O NOVO CNPJ: "
                           ACCEPT WRK-CNPJ-EST
                       PERFORM 0007-RECEBE-REGRAS
                       DISPLAY "DIGITE A SITUACAO (A-ATIVO "
                           "I-INATIVO): "
                           ACCEPT WRK-SITUACAO-SIN
                       PERFORM 0003-A-REGRAVA-SINDICATO
               END-READ.

       0003-A-REGRAVA-SINDICATO SECTION.
               PERFORM 0008-VALIDA-SINDICATO.
               IF WRK-SINDICATO-VALIDO-SIM
                   AND NOT WRK-SITUACAO-SIN-OK
                   MOVE "N" TO WRK-SINDICATO-VALIDO
                   MOVE "SITUACAO INVALIDA" TO WRK-MOTIVO-RECUSA
               END-IF.
               IF NOT WRK-SINDICATO-VALIDO-SIM
                   DISPLAY WRK-MOTIVO-RECUSA " - SINDICATO NAO "
                       "ALTERADO"
               ELSE
                   PERFORM 0009-MOVE-CAMPOS
                   REWRITE SIN-REGISTRO
                   DISPLAY "SINDICATO " WRK-CODIGO-SIN " ALTERADO"
                   MOVE "PROGRAMA86" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "ALTERACAO SINDICATO " WRK-CODIGO-SIN
                       " SITUACAO " WRK-SITUACAO-SIN
                       " DATA-BASE " WRK-MES-BASE
                       " REAJUSTE " WRK-PERC-REAJUSTE
                       " CONTRIB " WRK-TIPO-CONTRIB
                       " MENSAL " WRK-PERC-MENSAL
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-SINDICATOS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               IF WRK-TRAVA-OBTIDA-SIM
                   PERFORM 8210-LIBERA-TRAVA
               END-IF.
               GOBACK.

      *        DIGITOS VERIFICADORES DO CNPJ (MODULO 11): O 13O
      *        DIGITO PELOS 12 PRIMEIROS COM PESOS 5..2,9..2 E O 14O
      *        PELOS 13 PRIMEIROS COM PESOS 6..2,9..2; RESTO MENOR
      *        QUE 2 DA DIGITO ZERO (MESMA CONTA DO PROGRAMA80)
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

      *    VINCULO DO FUNCIONARIO AO SINDICATO E AUTORIZACAO DE
      *    DESCONTO (C-SO CONTRIBUICAO, S-SOCIO, N-NENHUM) -
      *    SINDICATO PRECISA ESTAR ATIVO; 000 DESVINCULA.
      *    DESLIGADO NUNCA E TOCADO
       0006-VINCULA-FUNCIONARIO SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE O SINDICATO (000 = NENHUM): "
                   ACCEPT WRK-CODIGO-SIN.
               DISPLAY "AUTORIZACAO DE DESCONTO (C-CONTRIBUICAO  "
                   "S-SOCIO  N-NENHUM): "
                   ACCEPT WRK-AUTORIZACAO.
               MOVE "S" TO WRK-SINDICATO-VALIDO.
               IF NOT WRK-AUTORIZACAO-OK
                   MOVE "N" TO WRK-SINDICATO-VALIDO
                   DISPLAY "AUTORIZACAO " WRK-AUTORIZACAO
                       " INVALIDA - VINCULO NAO FEITO"
               END-IF.
               IF WRK-SINDICATO-VALIDO-SIM
                   IF WRK-CODIGO-SIN = ZEROS
                       MOVE "N" TO WRK-AUTORIZACAO
                   ELSE
                       MOVE WRK-CODIGO-SIN TO SIN-CODIGO
                       READ ARQ-SINDICATOS
                           INVALID KEY
                               MOVE "N" TO WRK-SINDICATO-VALIDO
                               DISPLAY "SINDICATO " WRK-CODIGO-SIN
                                   " NAO CADASTRADO - VINCULO NAO "
                                   "FEITO"
                           NOT INVALID KEY
                               IF NOT SIN-ATIVO
                                   MOVE "N" TO WRK-SINDICATO-VALIDO
                                   DISPLAY "SINDICATO "
                                       WRK-CODIGO-SIN " INATIVO - "
                                       "VINCULO NAO FEITO"
                               END-IF
                       END-READ
                   END-IF
               END-IF.
               IF WRK-SINDICATO-VALIDO-SIM
                   AND WRK-MESTRE-DISPONIVEL-SIM
                   PERFORM 0006-A-REGRAVA-MESTRE
               END-IF.

       0006-A-REGRAVA-MESTRE   SECTION.
               MOVE WRK-CODIGO-EMP TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       DISPLAY "CODIGO " WRK-CODIGO-EMP
                           " NAO CADASTRADO NO MESTRE"
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           DISPLAY "CODIGO " WRK-CODIGO-EMP
                               " DESLIGADO - VINCULO NAO FEITO"
                       ELSE
                           MOVE MST-REGISTRO      TO WRK-IMAGEM-ANTES
                           MOVE EMP-SINDICATO     TO WRK-SIND-ANTERIOR
                           MOVE EMP-SIND-DESCONTO TO WRK-AUT-ANTERIOR
                           MOVE WRK-CODIGO-SIN    TO EMP-SINDICATO
                           MOVE WRK-AUTORIZACAO   TO EMP-SIND-DESCONTO
                           REWRITE MST-REGISTRO
                           PERFORM 0006-B-GRAVA-JORNAL
                           DISPLAY "CODIGO " WRK-CODIGO-EMP " "
                               EMP-NOME " SINDICATO " EMP-SINDICATO
                               " AUTORIZACAO " EMP-SIND-DESCONTO
                           MOVE "PROGRAMA86" TO AUD-PROGRAMA
                           MOVE WRK-OPERADOR TO AUD-OPERADOR
                           STRING "VINCULO SINDICAL CODIGO "
                               WRK-CODIGO-EMP
                               " SINDICATO " WRK-SIND-ANTERIOR
                               "/" WRK-AUT-ANTERIOR
                               " PARA " WRK-CODIGO-SIN
                               "/" WRK-AUTORIZACAO
                               DELIMITED BY SIZE INTO AUD-DESCRICAO
                           PERFORM 7000-GRAVA-AUDITORIA
                       END-IF
               END-READ.

       0006-B-GRAVA-JORNAL     SECTION.
               MOVE "PROGRAMA86"     TO CDJ-PROGRAMA.
               MOVE WRK-OPERADOR     TO CDJ-OPERADOR.
               SET CDJ-ALTERACAO     TO TRUE.
               MOVE WRK-IMAGEM-ANTES TO CDJ-IMAGEM-ANTES.
               MOVE MST-REGISTRO     TO CDJ-IMAGEM-DEPOIS.
               PERFORM 8400-GRAVA-JORNAL-MESTRE.

      *    DATA-BASE, REAJUSTE, CONTRIBUICAO, MENSALIDADE E CONTA
      *    DO REPASSE - COMUNS A INCLUSAO E A ALTERACAO
       0007-RECEBE-REGRAS      SECTION.
               DISPLAY "DIGITE O MES DA DATA-BASE (01-12): "
                   ACCEPT WRK-MES-BASE.
               DISPLAY "DIGITE O PERCENTUAL DE REAJUSTE NEGOCIADO "
                   "(EX: 00550 = 5,50): "
                   ACCEPT WRK-PERC-REAJUSTE.
               DISPLAY "CONTRIBUICAO ANUAL: D-UM DIA DE SALARIO  "
                   "P-PERCENTUAL  N-NENHUMA "
                   ACCEPT WRK-TIPO-CONTRIB.
               DISPLAY "DIGITE O MES DE DESCONTO DA CONTRIBUICAO "
                   "(01-12): "
                   ACCEPT WRK-MES-CONTRIB.
               DISPLAY "DIGITE O PERCENTUAL DA CONTRIBUICAO "
                   "(SO PARA P, EX: 00100 = 1,00): "
                   ACCEPT WRK-PERC-CONTRIB.
               DISPLAY "DIGITE O PERCENTUAL DA MENSALIDADE DOS "
                   "SOCIOS (00000 = SEM MENSALIDADE): "
                   ACCEPT WRK-PERC-MENSAL.
               DISPLAY "DIGITE O TETO DA MENSALIDADE (EX: 00015000 "
                   "= 150,00; ZEROS = SEM TETO): "
                   ACCEPT WRK-TETO-MENSAL.
               DISPLAY "DIGITE BANCO, AGENCIA E CONTA DO REPASSE: "
                   ACCEPT WRK-BANCO-SIN
                   ACCEPT WRK-AGENCIA-SIN
                   ACCEPT WRK-CONTA-SIN.

       0008-VALIDA-SINDICATO   SECTION.
               MOVE "S"    TO WRK-SINDICATO-VALIDO.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               PERFORM 0005-VALIDA-CNPJ.
               EVALUATE TRUE
                   WHEN NOT WRK-CNPJ-VALIDO-SIM
                       MOVE "CNPJ INVALIDO" TO WRK-MOTIVO-RECUSA
                   WHEN WRK-MES-BASE < 1 OR WRK-MES-BASE > 12
                       MOVE "MES DA DATA-BASE INVALIDO"
                           TO WRK-MOTIVO-RECUSA
                   WHEN NOT WRK-TIPO-CONTRIB-OK
                       MOVE "TIPO DE CONTRIBUICAO INVALIDO"
                           TO WRK-MOTIVO-RECUSA
                   WHEN NOT WRK-TIPO-CONTRIB-NENHUMA
                       AND (WRK-MES-CONTRIB < 1
                       OR WRK-MES-CONTRIB > 12)
                       MOVE "MES DA CONTRIBUICAO INVALIDO"
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WRK-MOTIVO-RECUSA NOT = SPACES
                   MOVE "N" TO WRK-SINDICATO-VALIDO
               END-IF.

       0009-MOVE-CAMPOS        SECTION.
               MOVE WRK-NOME-SIN       TO SIN-NOME.
               MOVE WRK-CNPJ-EST       TO SIN-CNPJ.
               MOVE WRK-MES-BASE       TO SIN-MES-BASE.
               MOVE WRK-PERC-REAJUSTE  TO SIN-PERC-REAJUSTE.
               MOVE WRK-TIPO-CONTRIB   TO SIN-TIPO-CONTRIB.
               MOVE WRK-MES-CONTRIB    TO SIN-MES-CONTRIB.
               MOVE WRK-PERC-CONTRIB   TO SIN-PERC-CONTRIB.
               MOVE WRK-PERC-MENSAL    TO SIN-PERC-MENSAL.
               MOVE WRK-TETO-MENSAL    TO SIN-TETO-MENSAL.
               MOVE WRK-BANCO-SIN      TO SIN-BANCO.
               MOVE WRK-AGENCIA-SIN    TO SIN-AGENCIA.
               MOVE WRK-CONTA-SIN      TO SIN-CONTA.
               MOVE WRK-SITUACAO-SIN   TO SIN-SITUACAO.

           COPY CPAUDPR.

           COPY CPLOCKPR.

           COPY CPCADJPR.
