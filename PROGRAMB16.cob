           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB16.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DO HISTORICO DE RESCISOES PARA
      *==          O LAYOUT ATUAL DO CPRESC - LE O RESCHIST NO
      *==          LAYOUT DE 129 POSICOES (DD RSCVELHO, ATE O
      *==          LOTE) E REGRAVA NO LAYOUT DE 145 POSICOES (DD
      *==          RESCHIST), NO ESPIRITO DAS CONVERSOES DO
      *==          PROGRAMA49 E DO PROGRAMA67. AS HORAS E O VALOR
      *==          DO BANCO DE HORAS SAEM ZERADOS - NENHUM ACERTO
      *==          PAGAVA BANCO DE HORAS ANTES. O ARQUIVO E
      *==          SEQUENCIAL E ANEXADO PELO PROGRAMA45 (DISP=MOD):
      *==          SEM ESTA CONVERSAO O PRIMEIRO REGISTRO NOVO
      *==          FICA DESALINHADO DOS ANTIGOS E O DOSSIE DO
      *==          PROGRAMA62 LE LIXO. A ORDEM DOS REGISTROS E
      *==          MANTIDA. CONTAGENS DE LIDOS/GRAVADOS
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
               SELECT HIST-RESCISAO-VELHO ASSIGN TO "RSCVELHO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT ARQ-HIST-RESCISAO ASSIGN TO "RESCHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-RESCISAO.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 129 POSICOES,
      *    ATE O LOTE; CAMPOS RENOMEADOS DE RSC- PARA VLH-
           FD  HIST-RESCISAO-VELHO
               LABEL RECORD IS STANDARD.
           01  VLH-REGISTRO.
               05 VLH-CODIGO        PIC 9(05).
               05 VLH-DATA-ADMIS    PIC 9(08).
               05 VLH-DATA-DESLIG   PIC 9(08).
               05 VLH-MOTIVO-COD    PIC 9(01).
               05 VLH-SALDO-SALARIO PIC 9(08)V99.
               05 VLH-AVOS-13       PIC 9(02).
               05 VLH-VALOR-13      PIC 9(08)V99.
               05 VLH-AVOS-FERIAS   PIC 9(02).
               05 VLH-VALOR-FERIAS  PIC 9(08)V99.
               05 VLH-VALOR-TERCO   PIC 9(08)V99.
               05 VLH-VALOR-AVISO   PIC 9(08)V99.
               05 VLH-DESCONTO      PIC 9(08)V99.
               05 VLH-LIQUIDO       PIC 9(08)V99.
               05 VLH-DATA-CALC     PIC 9(08).
               05 VLH-OPERADOR      PIC X(10).
               05 VLH-LOTE          PIC 9(05).

           FD  ARQ-HIST-RESCISAO
               LABEL RECORD IS STANDARD.
           COPY CPRESC.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-HIST-RESCISAO PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-RESCISAO-OK    VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(07) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT HIST-RESCISAO-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "HISTORICO ATUAL (RSCVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT ARQ-HIST-RESCISAO.
               IF NOT WRK-FS-HIST-RESCISAO-OK
                   DISPLAY "ERRO AO CRIAR O HISTORICO NOVO - FS: "
                       WRK-FS-HIST-RESCISAO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ HIST-RESCISAO-VELHO
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-CODIGO        TO RSC-CODIGO.
               MOVE VLH-DATA-ADMIS    TO RSC-DATA-ADMIS.
               MOVE VLH-DATA-DESLIG   TO RSC-DATA-DESLIG.
               MOVE VLH-MOTIVO-COD    TO RSC-MOTIVO-COD.
               MOVE VLH-SALDO-SALARIO TO RSC-SALDO-SALARIO.
               MOVE VLH-AVOS-13       TO RSC-AVOS-13.
               MOVE VLH-VALOR-13      TO RSC-VALOR-13.
               MOVE VLH-AVOS-FERIAS   TO RSC-AVOS-FERIAS.
               MOVE VLH-VALOR-FERIAS  TO RSC-VALOR-FERIAS.
               MOVE VLH-VALOR-TERCO   TO RSC-VALOR-TERCO.
               MOVE VLH-VALOR-AVISO   TO RSC-VALOR-AVISO.
               MOVE VLH-DESCONTO      TO RSC-DESCONTO.
               MOVE VLH-LIQUIDO       TO RSC-LIQUIDO.
               MOVE VLH-DATA-CALC     TO RSC-DATA-CALC.
               MOVE VLH-OPERADOR      TO RSC-OPERADOR.
               MOVE VLH-LOTE          TO RSC-LOTE.
      *        NENHUM ACERTO PAGAVA BANCO DE HORAS NO LAYOUT ANTIGO
               MOVE ZEROS             TO RSC-HORAS-BANCO.
               MOVE ZEROS             TO RSC-VALOR-BANCO.
               WRITE RSC-REGISTRO.
               IF WRK-FS-HIST-RESCISAO-OK
                   ADD 1 TO WRK-QTDE-GRAVADOS
               ELSE
                   DISPLAY "ERRO AO GRAVAR A RESCISAO DE "
                       RSC-CODIGO " - FS: " WRK-FS-HIST-RESCISAO
               END-IF.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DO HISTORICO DE RESCISOES "
                   "CONCLUIDA - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O HISTORICO NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE HIST-RESCISAO-VELHO
               END-IF.
               CLOSE ARQ-HIST-RESCISAO.
               GOBACK.
