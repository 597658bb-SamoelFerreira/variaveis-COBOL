           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB11.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DO MESTRE-ARQUIVO DE
      *==          DESLIGADOS (CADARQ) PARA O LAYOUT ATUAL DO
      *==          CPARQMST - LE O CADARQ NO LAYOUT DE 180
      *==          POSICOES (DD ARQVELHO, ATE O CARGO) E REGRAVA
      *==          NO LAYOUT DE 199 POSICOES (DD CADARQ), QUE
      *==          ACOMPANHA O CPEMP - A MESMA CONVERSAO DO
      *==          MESTRE VIVO NO PROGRAMB10, COM OS MESMOS
      *==          VALORES PARA OS CAMPOS NOVOS. REGISTRO JA
      *==          ANONIMIZADO (PROGRAMA85) CONTINUA ANONIMIZADO -
      *==          NADA E RECUPERADO. SEM ESTA CONVERSAO O CADARQ
      *==          ANTIGO FALHA NA ABERTURA (FS 39) NO EXPURGO E NA
      *==          READMISSAO. CONTAGENS DE LIDOS/GRAVADOS
      *==          CONFERIDAS NO FIM.
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
               SELECT ARQUIVO-VELHO ASSIGN TO "ARQVELHO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VLH-CODIGO
                   ALTERNATE RECORD KEY IS VLH-DOCUMENTO
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT MESTRE-ARQUIVO ASSIGN TO "CADARQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AQM-CODIGO
                   ALTERNATE RECORD KEY IS AQM-DOCUMENTO
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-ARQUIVO.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 180 POSICOES,
      *    DO CODIGO AO CARGO; CAMPOS RENOMEADOS DE AQM- PARA VLH-
           FD  ARQUIVO-VELHO
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

           FD  MESTRE-ARQUIVO
               LABEL RECORD IS STANDARD.
           COPY CPARQMST.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-ARQUIVO       PIC X(02) VALUE SPACES.
           88 WRK-FS-ARQUIVO-OK          VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(05) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT ARQUIVO-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "CADARQ ATUAL (ARQVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT MESTRE-ARQUIVO.
               IF NOT WRK-FS-ARQUIVO-OK
                   DISPLAY "ERRO AO CRIAR O CADARQ NOVO - FS: "
                       WRK-FS-ARQUIVO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   MOVE ZEROS TO VLH-CODIGO
                   START ARQUIVO-VELHO KEY IS NOT LESS THAN
                       VLH-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-VELHO
                   END-START
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ ARQUIVO-VELHO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-CODIGO        TO AQM-CODIGO.
               MOVE VLH-NOME          TO AQM-NOME.
               MOVE VLH-DOCUMENTO     TO AQM-DOCUMENTO.
               MOVE VLH-ENDERECO      TO AQM-ENDERECO.
               MOVE VLH-DATA-NASC     TO AQM-DATA-NASC.
               MOVE VLH-DATA-ADMIS    TO AQM-DATA-ADMIS.
               MOVE VLH-SALARIO       TO AQM-SALARIO.
               MOVE VLH-CCUSTO        TO AQM-CCUSTO.
               MOVE VLH-BANCO         TO AQM-BANCO.
               MOVE VLH-AGENCIA       TO AQM-AGENCIA.
               MOVE VLH-CONTA         TO AQM-CONTA.
               MOVE VLH-DEPENDENTES   TO AQM-DEPENDENTES.
               MOVE VLH-SITUACAO      TO AQM-SITUACAO.
               MOVE VLH-DATA-DESLIG   TO AQM-DATA-DESLIG.
               MOVE VLH-MOTIVO-DESLIG TO AQM-MOTIVO-DESLIG.
               MOVE VLH-CARGO         TO AQM-CARGO.
      *        O LAYOUT EM DISCO ANTERIOR A CONVERSAO NAO TINHA O
      *        ESTABELECIMENTO - TUDO ERA DA MATRIZ
               MOVE 1                 TO AQM-ESTAB.
      *        SINDICATO E AUTORIZACAO FICAM PARA O PROGRAMA86
               MOVE ZEROS             TO AQM-SINDICATO.
               MOVE "N"               TO AQM-SIND-DESCONTO.
      *        SEXO E RACA/COR FICAM PARA A CARGA DO PROGRAMB00
               MOVE SPACES            TO AQM-SEXO.
               MOVE SPACES            TO AQM-RACA-COR.
      *        PCD E APRENDIZAGEM AJUSTADOS PELO PROGRAMA01
               MOVE "N"               TO AQM-PCD.
               MOVE "N"               TO AQM-APRENDIZ.
               MOVE ZEROS             TO AQM-APREND-FIM.
               WRITE AQM-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CODIGO " AQM-CODIGO
                           " - FS: " WRK-FS-ARQUIVO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-WRITE.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DO MESTRE-ARQUIVO CONCLUIDA"
                   " - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O CADARQ NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE ARQUIVO-VELHO
               END-IF.
               CLOSE MESTRE-ARQUIVO.
               GOBACK.
