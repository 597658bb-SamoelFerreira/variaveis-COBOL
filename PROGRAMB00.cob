           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB00.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CARGA DO SEXO E DA RACA/COR AUTODECLARADA DOS
      *==          FUNCIONARIOS JA CADASTRADOS - O CPEMP NAO TINHA
      *==          ESSES CAMPOS E O RELATORIO DE IGUALDADE
      *==          SALARIAL (PROGRAMA99) PRECISA DELES. LE A
      *==          PLANILHA DO RH (ARQ. SEXOCARG, LINHAS
      *==          DELIMITADAS POR VIRGULA: CODIGO,SEXO,RACA-COR -
      *==          A MESMA CONVENCAO DO IMP06 DO PROGRAMA06; UMA
      *==          PRIMEIRA LINHA DE TITULO "CODIGO,..." E
      *==          IGNORADA), CONFERE CADA LINHA (CODIGO NO
      *==          MESTRE, SEXO M/F, RACA/COR DE 1 A 6 OU EM
      *==          BRANCO = 6 NAO INFORMADA) E REGRAVA EMP-SEXO E
      *==          EMP-RACA-COR SOB A TRAVA CADLOCK, COM A IMAGEM
      *==          NO JORNAL CADJRNL E A TRILHA NO AUDTRAIL. LINHA
      *==          RECUSADA VAI PARA O EXCPTRPT COM O NUMERO DA
      *==          LINHA. PODE SER REPETIDO PARA CORRECOES - SO O
      *==          REGISTRO QUE MUDA E REGRAVADO.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    IMAGEM DO JORNAL DO MESTRE DE 189 PARA 199
      *==                  POSICOES (PCD E APRENDIZ NO CPEMP)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-CARGA ASSIGN TO "SEXOCARG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-CARGA.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-EXCECAO ASSIGN TO "EXCPTRPT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-EXCECAO.
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
           FD  ARQ-CARGA
               LABEL RECORD IS STANDARD.
           01  CRG-LINHA               PIC X(40).

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-EXCECAO
               LABEL RECORD IS STANDARD.
           COPY CPEXCPT.

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
       77 WRK-FS-CARGA         PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGA-OK            VALUE "00".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-EXCECAO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXCECAO-OK          VALUE "00".
           88 WRK-FS-EXCECAO-NAO-EXISTE  VALUE "35".
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

       77 WRK-PROSSEGUE        PIC X(01) VALUE "S".
           88 WRK-PROSSEGUE-SIM          VALUE "S".
       77 WRK-MESTRE-ABERTO    PIC X(01) VALUE "N".
           88 WRK-MESTRE-ABERTO-SIM      VALUE "S".
       77 WRK-CARGA-ABERTA     PIC X(01) VALUE "N".
           88 WRK-CARGA-ABERTA-SIM       VALUE "S".
       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".
       77 WRK-LINHA-INVALIDA   PIC X(01) VALUE "N".
           88 WRK-LINHA-INVALIDA-SIM     VALUE "S".
       77 WRK-MOTIVO-LINHA     PIC X(40) VALUE SPACES.
       77 WRK-NUMERO-LINHA     PIC 9(05) VALUE ZEROS.

       77 WRK-QTDE-LIDAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INALTERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RECUSADAS   PIC 9(05) VALUE ZEROS.

      *    COLUNAS DA LINHA ANTES DA CONFERENCIA - O CODIGO VEM
      *    ALINHADO A DIREITA E COMPLETADO COM ZEROS, COMO A
      *    PLANILHA COSTUMA TIRAR OS ZEROS A ESQUERDA
       77 WRK-CRG-CODIGO-TXT   PIC X(05) JUSTIFIED RIGHT
                                          VALUE SPACES.
       77 WRK-CRG-CODIGO-9 REDEFINES WRK-CRG-CODIGO-TXT
                               PIC 9(05).
       77 WRK-CRG-SEXO         PIC X(01) VALUE SPACES.
       77 WRK-CRG-RACA-COR     PIC X(01) VALUE SPACES.
       77 WRK-SEXO-ANTERIOR    PIC X(01) VALUE SPACES.
       77 WRK-RACA-ANTERIOR    PIC X(01) VALUE SPACES.

           COPY CPBATCH.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-CARREGA-LINHA
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
               END-IF.
               PERFORM 0002-FINALIZAR.

      *    A CARGA REGRAVA O MESTRE - SO COM A TRAVA DE
      *    ATUALIZACAO, COMO TODO ATUALIZADOR DO CADMEST
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               MOVE BAT-OPERADOR  TO WRK-TRAVA-OPERADOR.
               MOVE "PROGRAMB00"  TO WRK-TRAVA-PROGRAMA.
               PERFORM 8200-OBTEM-TRAVA.
               IF NOT WRK-TRAVA-OBTIDA-SIM
                   DISPLAY "EXECUCAO ENCERRADA - MESTRE EM USO"
                   GOBACK
               END-IF.
               OPEN EXTEND ARQ-EXCECAO.
               IF WRK-FS-EXCECAO-NAO-EXISTE
                   OPEN OUTPUT ARQ-EXCECAO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               OPEN INPUT ARQ-CARGA.
               IF WRK-FS-CARGA-OK
                   MOVE "S" TO WRK-CARGA-ABERTA
               ELSE
                   DISPLAY "PLANILHA DE CARGA (SEXOCARG) NAO "
                       "ENCONTRADA - EXECUCAO ENCERRADA"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN I-O CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-ABERTO
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.

       0001-CARREGA-LINHA      SECTION.
               READ ARQ-CARGA
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-NUMERO-LINHA
                       IF WRK-NUMERO-LINHA = 1
                           AND CRG-LINHA (1:6) = "CODIGO"
                           CONTINUE
                       ELSE
                           ADD 1 TO WRK-QTDE-LIDAS
                           PERFORM 0001-A-VALIDA-LINHA
                           IF WRK-LINHA-INVALIDA-SIM
                               PERFORM 0001-C-GRAVA-REJEICAO
                           ELSE
                               PERFORM 0001-B-REGRAVA-MESTRE
                           END-IF
                       END-IF
               END-READ.

      *    CODIGO NUMERICO E CADASTRADO, SEXO M OU F, RACA/COR DE
      *    1 A 6 (EM BRANCO = 6, O FUNCIONARIO NAO DECLAROU). O
      *    DESLIGADO TAMBEM E CARREGADO - ELE ENTRA NO RELATORIO
      *    DO SEMESTRE EM QUE RECEBEU
       0001-A-VALIDA-LINHA     SECTION.
               MOVE "N"    TO WRK-LINHA-INVALIDA.
               MOVE SPACES TO WRK-MOTIVO-LINHA.
               MOVE SPACES TO WRK-CRG-CODIGO-TXT WRK-CRG-SEXO
                   WRK-CRG-RACA-COR.
               UNSTRING CRG-LINHA DELIMITED BY ","
                   INTO WRK-CRG-CODIGO-TXT WRK-CRG-SEXO
                        WRK-CRG-RACA-COR.
               INSPECT WRK-CRG-CODIGO-TXT
                   REPLACING LEADING SPACES BY ZEROS.
               IF WRK-CRG-RACA-COR = SPACES
                   MOVE "6" TO WRK-CRG-RACA-COR
               END-IF.
               IF WRK-CRG-CODIGO-9 NOT NUMERIC
                   OR WRK-CRG-CODIGO-9 = ZEROS
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "CODIGO EM BRANCO OU NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF WRK-CRG-SEXO NOT = "M"
                       AND WRK-CRG-SEXO NOT = "F"
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "SEXO DEVE SER M OU F"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF WRK-CRG-RACA-COR < "1"
                       OR WRK-CRG-RACA-COR > "6"
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "RACA/COR DEVE SER DE 1 A 6"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   MOVE WRK-CRG-CODIGO-9 TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                               TO WRK-MOTIVO-LINHA
                   END-READ
               END-IF.

      *    SO O REGISTRO QUE MUDA E REGRAVADO E VAI PARA O JORNAL
       0001-B-REGRAVA-MESTRE   SECTION.
               IF EMP-SEXO = WRK-CRG-SEXO
                   AND EMP-RACA-COR = WRK-CRG-RACA-COR
                   ADD 1 TO WRK-QTDE-INALTERADAS
               ELSE
                   MOVE MST-REGISTRO     TO WRK-IMAGEM-ANTES
                   MOVE EMP-SEXO         TO WRK-SEXO-ANTERIOR
                   MOVE EMP-RACA-COR     TO WRK-RACA-ANTERIOR
                   MOVE WRK-CRG-SEXO     TO EMP-SEXO
                   MOVE WRK-CRG-RACA-COR TO EMP-RACA-COR
                   REWRITE MST-REGISTRO
                   IF NOT WRK-FS-MESTRE-OK
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE SPACES TO WRK-MOTIVO-LINHA
                       STRING "ERRO AO REGRAVAR O MESTRE - FS: "
                           WRK-FS-MESTRE
                           DELIMITED BY SIZE INTO WRK-MOTIVO-LINHA
                       PERFORM 0001-C-GRAVA-REJEICAO
                   ELSE
                       ADD 1 TO WRK-QTDE-GRAVADAS
                       MOVE "PROGRAMB00"     TO CDJ-PROGRAMA
                       MOVE BAT-OPERADOR     TO CDJ-OPERADOR
                       SET CDJ-ALTERACAO     TO TRUE
                       MOVE WRK-IMAGEM-ANTES TO CDJ-IMAGEM-ANTES
                       MOVE MST-REGISTRO     TO CDJ-IMAGEM-DEPOIS
                       PERFORM 8400-GRAVA-JORNAL-MESTRE
                       MOVE "PROGRAMB00"  TO AUD-PROGRAMA
                       MOVE BAT-OPERADOR  TO AUD-OPERADOR
                       MOVE SPACES        TO AUD-DESCRICAO
                       STRING "CARGA SEXO/RACA CODIGO " EMP-CODIGO
                           " DE " WRK-SEXO-ANTERIOR
                           "/" WRK-RACA-ANTERIOR
                           " PARA " EMP-SEXO "/" EMP-RACA-COR
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               END-IF.

       0001-C-GRAVA-REJEICAO   SECTION.
               ADD 1 TO WRK-QTDE-RECUSADAS.
               DISPLAY "LINHA " WRK-NUMERO-LINHA " RECUSADA - "
                   WRK-MOTIVO-LINHA.
               MOVE "PROGRAMB00"  TO EXC-PROGRAMA.
               MOVE ZEROS         TO EXC-LOTE.
               MOVE SPACES        TO EXC-ENTRADA.
               STRING "LINHA SEXOCARG " WRK-NUMERO-LINHA " "
                   CRG-LINHA
                   DELIMITED BY SIZE INTO EXC-ENTRADA.
               MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

       0002-FINALIZAR          SECTION.
               IF WRK-PROSSEGUE-SIM
                   DISPLAY "CARGA DE SEXO E RACA/COR - LINHAS "
                       WRK-QTDE-LIDAS " GRAVADAS " WRK-QTDE-GRAVADAS
                       " SEM ALTERACAO " WRK-QTDE-INALTERADAS
                       " RECUSADAS " WRK-QTDE-RECUSADAS
                   MOVE "PROGRAMB00"  TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR  TO AUD-OPERADOR
                   MOVE SPACES        TO AUD-DESCRICAO
                   STRING "CARGA SEXOCARG LINHAS " WRK-QTDE-LIDAS
                       " GRAVADAS " WRK-QTDE-GRAVADAS
                       " SEM ALTERACAO " WRK-QTDE-INALTERADAS
                       " RECUSADAS " WRK-QTDE-RECUSADAS
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               IF WRK-CARGA-ABERTA-SIM
                   CLOSE ARQ-CARGA
               END-IF.
               IF WRK-MESTRE-ABERTO-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-EXCECAO.
               CLOSE ARQ-AUDITORIA.
               PERFORM 8210-LIBERA-TRAVA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPEXCPR.

           COPY CPLOCKPR.

           COPY CPCADJPR.
