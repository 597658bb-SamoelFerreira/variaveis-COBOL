           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB12.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DO CADASTRO DE CENTROS DE
      *==          CUSTO PARA O LAYOUT ATUAL DO CPCCUSTO - LE O
      *==          CCUSTO NO LAYOUT DE 41 POSICOES (DD CCUVELHO,
      *==          SEM O LIMITE DE AUSENTES) E REGRAVA NO LAYOUT
      *==          DE 44 POSICOES (DD CCUSTO), NO ESPIRITO DAS
      *==          CONVERSOES DO PROGRAMA49 E DO PROGRAMA67. O
      *==          LIMITE DE FUNCIONARIOS EM FERIAS AO MESMO TEMPO
      *==          SAI ZERADO (SEM LIMITE NA PROGRAMACAO DO
      *==          PROGRAMB02) ATE O CADASTRO SER COMPLETADO. SEM
      *==          ESTA CONVERSAO O CCUSTO ANTIGO FALHA NA
      *==          ABERTURA (FS 39). CONTAGENS DE LIDOS/GRAVADOS
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
               SELECT CCUSTO-VELHO ASSIGN TO "CCUVELHO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VLH-CODIGO
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 41 POSICOES,
      *    SEM O LIMITE DE AUSENTES; CAMPOS RENOMEADOS DE CCU- PARA
      *    VLH-
           FD  CCUSTO-VELHO
               LABEL RECORD IS STANDARD.
           01  VLH-REGISTRO.
               05 VLH-CODIGO        PIC X(05).
               05 VLH-DESCRICAO     PIC X(30).
               05 VLH-CONTA-GL      PIC X(06).

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(05) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT CCUSTO-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "CADASTRO ATUAL (CCUVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT CADASTRO-CCUSTO.
               IF NOT WRK-FS-CCUSTO-OK
                   DISPLAY "ERRO AO CRIAR O CADASTRO NOVO - FS: "
                       WRK-FS-CCUSTO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   MOVE SPACES TO VLH-CODIGO
                   START CCUSTO-VELHO KEY IS NOT LESS THAN
                       VLH-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-VELHO
                   END-START
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ CCUSTO-VELHO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-CODIGO        TO CCU-CODIGO.
               MOVE VLH-DESCRICAO     TO CCU-DESCRICAO.
               MOVE VLH-CONTA-GL      TO CCU-CONTA-GL.
      *        ZEROS = SEM LIMITE DE AUSENTES NA PROGRAMACAO DE FERIAS
               MOVE ZEROS             TO CCU-MAX-AUSENTES.
               WRITE CCU-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CENTRO " CCU-CODIGO
                           " - FS: " WRK-FS-CCUSTO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-WRITE.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DOS CENTROS DE CUSTO CONCLUIDA"
                   " - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O CADASTRO NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE CCUSTO-VELHO
               END-IF.
               CLOSE CADASTRO-CCUSTO.
               GOBACK.
