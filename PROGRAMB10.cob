           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB10.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DO CADASTRO MESTRE PARA O
      *==          LAYOUT ATUAL DO CPEMP - LE O MESTRE NO LAYOUT
      *==          DE 180 POSICOES (DD MSTVELHO, ATE O CARGO) E
      *==          REGRAVA NO LAYOUT DE 199 POSICOES (DD CADMEST),
      *==          NO ESPIRITO DAS CONVERSOES DO PROGRAMA18, DO
      *==          PROGRAMA49 E DO PROGRAMA67. OS CAMPOS NOVOS SAEM
      *==          COM OS VALORES DE REGISTRO ANTIGO DOCUMENTADOS NO
      *==          CPEMP: ESTABELECIMENTO 001 (MATRIZ), SEM
      *==          SINDICATO E SEM DESCONTO SINDICAL, SEXO E
      *==          RACA/COR EM BRANCO (CARGA DO PROGRAMB00), PCD E
      *==          APRENDIZ "N". SEM ESTA CONVERSAO O MESTRE
      *==          ANTIGO FALHA NA ABERTURA (FS 39). CONTAGENS DE
      *==          LIDOS/GRAVADOS CONFERIDAS NO FIM, COMO NO
      *==          REBUILD DO PROGRAMA31.
      *==          O JORNAL CADJRNL E O BACKUP CADBKP NAO SAO
      *==          CONVERTIDOS (IMAGENS DE 180 POSICOES, VER O
      *==          CPCADJRN). PASSO OBRIGATORIO LOGO DEPOIS DE
      *==          LIBERAR O MESTRE NOVO E ANTES DE QUALQUER
      *==          ATUALIZACAO: DESCARGA NOVA PELO PROGRAMA31 (MODO
      *==          1) E CADJRNL ATUAL ARQUIVADO E SUBSTITUIDO POR
      *==          UM VAZIO - A RECUPERACAO DO PROGRAMA50 PARTE
      *==          DESSA DESCARGA; BACKUPS ANTIGOS (LRECL 181) NAO
      *==          VOLTAM MAIS PELO PROGRAMA31.
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
               SELECT MESTRE-VELHO ASSIGN TO "MSTVELHO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VLH-CODIGO
                   ALTERNATE RECORD KEY IS VLH-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS VLH-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 180 POSICOES,
      *    DO CODIGO AO CARGO; CAMPOS RENOMEADOS DE EMP- PARA VLH-
           FD  MESTRE-VELHO
               LABEL RECORD IS STANDARD.
           01  VLH-REGISTRO.
               05 VLH-CODIGO        PIC 9(05).
               05 VLH-NOME          PIC X(30).
               05 VLH-DOCUMENTO     PIC X(11).
               05 VLH-ENDERECO      PIC X(40).
               05 VLH-DATA-NASC     PIC 9(08).
               05 VLH-DATA-ADMIS    PIC 9(08).
               05 VLH-SALARIO       PIC 9(08)V99.
               05 VLH-CCUSTO        PIC X(05).
               05 VLH-BANCO         PIC 9(03).
               05 VLH-AGENCIA       PIC 9(05).
               05 VLH-CONTA         PIC 9(10).
               05 VLH-DEPENDENTES   PIC 9(02).
               05 VLH-SITUACAO      PIC X(01).
               05 VLH-DATA-DESLIG   PIC 9(08).
               05 VLH-MOTIVO-DESLIG PIC X(30).
               05 VLH-CARGO         PIC X(04).

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(05) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT MESTRE-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "MESTRE ATUAL (MSTVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT CADASTRO-MESTRE.
               IF NOT WRK-FS-MESTRE-OK
                   DISPLAY "ERRO AO CRIAR O MESTRE NOVO - FS: "
                       WRK-FS-MESTRE
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   MOVE ZEROS TO VLH-CODIGO
                   START MESTRE-VELHO KEY IS NOT LESS THAN
                       VLH-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-VELHO
                   END-START
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ MESTRE-VELHO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-CODIGO        TO EMP-CODIGO.
               MOVE VLH-NOME          TO EMP-NOME.
               MOVE VLH-DOCUMENTO     TO EMP-DOCUMENTO.
               MOVE VLH-ENDERECO      TO EMP-ENDERECO.
               MOVE VLH-DATA-NASC     TO EMP-DATA-NASC.
               MOVE VLH-DATA-ADMIS    TO EMP-DATA-ADMIS.
               MOVE VLH-SALARIO       TO EMP-SALARIO.
               MOVE VLH-CCUSTO        TO EMP-CCUSTO.
               MOVE VLH-BANCO         TO EMP-BANCO.
               MOVE VLH-AGENCIA       TO EMP-AGENCIA.
               MOVE VLH-CONTA         TO EMP-CONTA.
               MOVE VLH-DEPENDENTES   TO EMP-DEPENDENTES.
               MOVE VLH-SITUACAO      TO EMP-SITUACAO.
               MOVE VLH-DATA-DESLIG   TO EMP-DATA-DESLIG.
               MOVE VLH-MOTIVO-DESLIG TO EMP-MOTIVO-DESLIG.
               MOVE VLH-CARGO         TO EMP-CARGO.
      *        O LAYOUT EM DISCO ANTERIOR A CONVERSAO NAO TINHA O
      *        ESTABELECIMENTO - TUDO ERA DA MATRIZ
               MOVE 1                 TO EMP-ESTAB.
      *        SINDICATO E AUTORIZACAO FICAM PARA O PROGRAMA86
               MOVE ZEROS             TO EMP-SINDICATO.
               MOVE "N"               TO EMP-SIND-DESCONTO.
      *        SEXO E RACA/COR FICAM PARA A CARGA DO PROGRAMB00
               MOVE SPACES            TO EMP-SEXO.
               MOVE SPACES            TO EMP-RACA-COR.
      *        PCD E APRENDIZAGEM AJUSTADOS PELO PROGRAMA01
               MOVE "N"               TO EMP-PCD.
               MOVE "N"               TO EMP-APRENDIZ.
               MOVE ZEROS             TO EMP-APREND-FIM.
               WRITE MST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CODIGO " EMP-CODIGO
                           " - FS: " WRK-FS-MESTRE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-WRITE.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DO CADASTRO MESTRE CONCLUIDA"
                   " - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O MESTRE NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE MESTRE-VELHO
               END-IF.
               CLOSE CADASTRO-MESTRE.
               GOBACK.
