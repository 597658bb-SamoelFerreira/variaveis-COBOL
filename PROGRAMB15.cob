           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB15.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DO HISTORICO DA FOLHA PARA O
      *==          LAYOUT ATUAL DO CPFOLHST - LE O FOLHAHST NO
      *==          LAYOUT DE 106 POSICOES (DD FHTVELHO, CHAVE
      *==          CODIGO + COMPETENCIA) E REGRAVA NO LAYOUT DE
      *==          151 POSICOES (DD FOLHAHST), CUJA CHAVE GANHOU
      *==          A FHT-SEQUENCIA. TODO REGISTRO ANTIGO E FOLHA
      *==          MENSAL E ENTRA COM A SEQUENCIA 00 (AS
      *==          COMPLEMENTARES DO PROGRAMA93 COMECAM EM 01).
      *==          PENSAO, ADICIONAIS, VARIAVEIS E BASE DE
      *==          CALCULO SAEM ZERADOS (BASE ZERO USA O BRUTO NA
      *==          COMPLEMENTAR) E O ESTABELECIMENTO SAI 001
      *==          (MATRIZ). SEM ESTA CONVERSAO O FOLHAHST ANTIGO
      *==          FALHA NA ABERTURA (FS 39). CONTAGENS DE
      *==          LIDOS/GRAVADOS CONFERIDAS NO FIM.
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
               SELECT HIST-FOLHA-VELHO ASSIGN TO "FHTVELHO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VLH-CHAVE
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 106 POSICOES,
      *    CHAVE SEM A SEQUENCIA; CAMPOS RENOMEADOS DE FHT- PARA
      *    VLH-
           FD  HIST-FOLHA-VELHO
               LABEL RECORD IS STANDARD.
           01  VLH-REGISTRO.
               05 VLH-CHAVE.
                   10 VLH-CODIGO        PIC 9(05).
                   10 VLH-COMPETENCIA   PIC 9(06).
               05 VLH-NOME          PIC X(30).
               05 VLH-BRUTO         PIC 9(08)V99.
               05 VLH-INSS          PIC 9(08)V99.
               05 VLH-IRRF          PIC 9(08)V99.
               05 VLH-OUTROS-DESC   PIC 9(08)V99.
               05 VLH-LIQUIDO       PIC 9(08)V99.
               05 VLH-DEPENDENTES   PIC 9(02).
               05 VLH-DATA          PIC 9(08).
               05 VLH-LOTE          PIC 9(05).

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(07) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT HIST-FOLHA-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "HISTORICO ATUAL (FHTVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT ARQ-HIST-FOLHA.
               IF NOT WRK-FS-HIST-FOLHA-OK
                   DISPLAY "ERRO AO CRIAR O HISTORICO NOVO - FS: "
                       WRK-FS-HIST-FOLHA
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   MOVE ZEROS TO VLH-CHAVE
                   START HIST-FOLHA-VELHO KEY IS NOT LESS THAN
                       VLH-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-VELHO
                   END-START
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ HIST-FOLHA-VELHO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-CODIGO        TO FHT-CODIGO.
               MOVE VLH-COMPETENCIA   TO FHT-COMPETENCIA.
      *        TODO REGISTRO ANTIGO E DA FOLHA MENSAL DA COMPETENCIA
               MOVE ZEROS             TO FHT-SEQUENCIA.
               MOVE VLH-NOME          TO FHT-NOME.
               MOVE VLH-BRUTO         TO FHT-BRUTO.
               MOVE VLH-INSS          TO FHT-INSS.
               MOVE VLH-IRRF          TO FHT-IRRF.
               MOVE VLH-OUTROS-DESC   TO FHT-OUTROS-DESC.
               MOVE VLH-LIQUIDO       TO FHT-LIQUIDO.
               MOVE VLH-DEPENDENTES   TO FHT-DEPENDENTES.
               MOVE VLH-DATA          TO FHT-DATA.
               MOVE VLH-LOTE          TO FHT-LOTE.
      *        CAMPOS QUE O LAYOUT ANTIGO NAO TINHA - BASE ZERO USA O
      *        BRUTO NA COMPLEMENTAR; TUDO ERA DA MATRIZ
               MOVE ZEROS             TO FHT-PENSAO.
               MOVE 1                 TO FHT-ESTAB.
               MOVE ZEROS             TO FHT-ADICIONAIS.
               MOVE ZEROS             TO FHT-VARIAVEIS.
               MOVE ZEROS             TO FHT-BASE-CALCULO.
               WRITE FHT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CODIGO " FHT-CODIGO
                           " COMPETENCIA " FHT-COMPETENCIA
                           " - FS: " WRK-FS-HIST-FOLHA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-WRITE.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DO HISTORICO DA FOLHA CONCLUIDA"
                   " - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O HISTORICO NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE HIST-FOLHA-VELHO
               END-IF.
               CLOSE ARQ-HIST-FOLHA.
               GOBACK.
