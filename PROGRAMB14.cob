           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB14.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DO CONTROLE DA FOLHA MENSAL
      *==          PARA O LAYOUT ATUAL DO CPFOLCTL - LE O
      *==          FOLHACTL NO LAYOUT DE 28 POSICOES (DD FCTVELHO,
      *==          ATE A SITUACAO) E REGRAVA NO LAYOUT DE 30
      *==          POSICOES (DD FOLHACTL), NO ESPIRITO DAS
      *==          CONVERSOES DO PROGRAMA49 E DO PROGRAMA67. A
      *==          ULTIMA SEQUENCIA DE FOLHA COMPLEMENTAR SAI
      *==          ZERADA - NENHUMA COMPLEMENTAR EXISTIA ANTES.
      *==          SEM ESTA CONVERSAO O FOLHACTL ANTIGO FALHA NA
      *==          ABERTURA (FS 39) E A FOLHA MENSAL, A
      *==          COMPLEMENTAR, O ESTORNO E O FECHAMENTO ANUAL
      *==          NAO ACHAM AS COMPETENCIAS FECHADAS. CONTAGENS
      *==          DE LIDOS/GRAVADOS CONFERIDAS NO FIM.
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
               SELECT CTL-FOLHA-VELHO ASSIGN TO "FCTVELHO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VLH-COMPETENCIA
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 28 POSICOES,
      *    ATE A SITUACAO; CAMPOS RENOMEADOS DE FCT- PARA VLH-
           FD  CTL-FOLHA-VELHO
               LABEL RECORD IS STANDARD.
           01  VLH-REGISTRO.
               05 VLH-COMPETENCIA   PIC 9(06).
               05 VLH-DATA          PIC 9(08).
               05 VLH-HORA          PIC 9(08).
               05 VLH-LOTE          PIC 9(05).
               05 VLH-STATUS        PIC X(01).

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(05) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT CTL-FOLHA-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "CONTROLE ATUAL (FCTVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT ARQ-CTL-FOLHA.
               IF NOT WRK-FS-CTL-FOLHA-OK
                   DISPLAY "ERRO AO CRIAR O CONTROLE NOVO - FS: "
                       WRK-FS-CTL-FOLHA
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   MOVE ZEROS TO VLH-COMPETENCIA
                   START CTL-FOLHA-VELHO KEY IS NOT LESS THAN
                       VLH-COMPETENCIA
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-VELHO
                   END-START
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ CTL-FOLHA-VELHO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-COMPETENCIA   TO FCT-COMPETENCIA.
               MOVE VLH-DATA          TO FCT-DATA.
               MOVE VLH-HORA          TO FCT-HORA.
               MOVE VLH-LOTE          TO FCT-LOTE.
               MOVE VLH-STATUS        TO FCT-STATUS.
      *        NENHUMA FOLHA COMPLEMENTAR EXISTIA NO LAYOUT ANTIGO
               MOVE ZEROS             TO FCT-QTDE-COMPL.
               WRITE FCT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A COMPETENCIA "
                           FCT-COMPETENCIA " - FS: " WRK-FS-CTL-FOLHA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-WRITE.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DO CONTROLE DA FOLHA CONCLUIDA"
                   " - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O CONTROLE NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE CTL-FOLHA-VELHO
               END-IF.
               CLOSE ARQ-CTL-FOLHA.
               GOBACK.
