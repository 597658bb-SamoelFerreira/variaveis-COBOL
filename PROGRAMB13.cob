           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB13.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONVERSAO UNICA DOS CONTRATOS DE CONSIGNADO
      *==          PARA O LAYOUT ATUAL DO CPCONSIG - LE O CONSIG
      *==          NO LAYOUT DE 30 POSICOES (DD CSGVELHO, ATE A
      *==          SITUACAO) E REGRAVA NO LAYOUT DE 70 POSICOES
      *==          (DD CONSIG), NO ESPIRITO DAS CONVERSOES DO
      *==          PROGRAMA49 E DO PROGRAMA67. OS CAMPOS NOVOS
      *==          SAEM COM OS VALORES DE CONTRATO ANTIGO
      *==          DOCUMENTADOS NO CPCONSIG: SEM COMPETENCIA/LOTE
      *==          DA ULTIMA BAIXA, BANCO ZERO (NAO INFORMADO),
      *==          SEM NUMERO DO CONTRATO NO BANCO E INICIO ZERO
      *==          (DESCONTA DESDE JA). SEM ESTA CONVERSAO O
      *==          CONSIG ANTIGO FALHA NA ABERTURA (FS 39).
      *==          CONTAGENS DE LIDOS/GRAVADOS CONFERIDAS NO FIM.
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
               SELECT CONSIG-VELHO ASSIGN TO "CSGVELHO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VLH-CHAVE
                   FILE STATUS IS WRK-FS-VELHO.
               SELECT ARQ-CONSIGNADOS ASSIGN TO "CONSIG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSG-CHAVE
                   FILE STATUS IS WRK-FS-CONSIGNADOS.

           DATA DIVISION.
           FILE                    SECTION.
      *    O LAYOUT EM DISCO ANTERIOR A CONVERSAO - 30 POSICOES,
      *    ATE A SITUACAO; CAMPOS RENOMEADOS DE CSG- PARA VLH-
           FD  CONSIG-VELHO
               LABEL RECORD IS STANDARD.
           01  VLH-REGISTRO.
               05 VLH-CHAVE.
                   10 VLH-CODIGO-EMP    PIC 9(05).
                   10 VLH-CONTRATO      PIC 9(03).
               05 VLH-VALOR-PRINCIPAL PIC 9(08)V99.
               05 VLH-VALOR-PARCELA PIC 9(06)V99.
               05 VLH-PARCELAS-REST PIC 9(03).
               05 VLH-SITUACAO      PIC X(01).

           FD  ARQ-CONSIGNADOS
               LABEL RECORD IS STANDARD.
           COPY CPCONSIG.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-VELHO         PIC X(02) VALUE SPACES.
           88 WRK-FS-VELHO-OK            VALUE "00".
       77 WRK-VELHO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-VELHO-DISPONIVEL-SIM   VALUE "S".
       77 WRK-FS-LEITURA-VELHO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-CONSIGNADOS   PIC X(02) VALUE SPACES.
           88 WRK-FS-CONSIGNADOS-OK      VALUE "00".

       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(05) VALUE ZEROS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CONVERTE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               OPEN INPUT CONSIG-VELHO.
               IF WRK-FS-VELHO-OK
                   MOVE "S" TO WRK-VELHO-DISPONIVEL
               ELSE
                   DISPLAY "CONSIG ATUAL (CSGVELHO) INDISPONIVEL"
                       " - FS: " WRK-FS-VELHO
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               OPEN OUTPUT ARQ-CONSIGNADOS.
               IF NOT WRK-FS-CONSIGNADOS-OK
                   DISPLAY "ERRO AO CRIAR O CONSIG NOVO - FS: "
                       WRK-FS-CONSIGNADOS
                   MOVE "10" TO WRK-FS-LEITURA-VELHO
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   MOVE ZEROS TO VLH-CHAVE
                   START CONSIG-VELHO KEY IS NOT LESS THAN
                       VLH-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-VELHO
                   END-START
               END-IF.

       0001-CONVERTE-UM        SECTION.
               READ CONSIG-VELHO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-VELHO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-GRAVA-CONVERTIDO
               END-READ.

       0001-A-GRAVA-CONVERTIDO SECTION.
               MOVE VLH-CODIGO-EMP    TO CSG-CODIGO-EMP.
               MOVE VLH-CONTRATO      TO CSG-CONTRATO.
               MOVE VLH-VALOR-PRINCIPAL TO CSG-VALOR-PRINCIPAL.
               MOVE VLH-VALOR-PARCELA TO CSG-VALOR-PARCELA.
               MOVE VLH-PARCELAS-REST TO CSG-PARCELAS-REST.
               MOVE VLH-SITUACAO      TO CSG-SITUACAO.
      *        NENHUMA PARCELA BAIXADA PELO CONTROLE DE REPROCESSO AINDA
               MOVE ZEROS             TO CSG-ULT-COMPETENCIA.
               MOVE ZEROS             TO CSG-ULT-LOTE.
      *        BANCO E CONTRATO NO BANCO FICAM PARA A AVERBACAO
      *        (PROGRAMA97); INICIO ZERO DESCONTA DESDE JA, COMO ANTES
               MOVE ZEROS             TO CSG-BANCO.
               MOVE SPACES            TO CSG-CONTRATO-BANCO.
               MOVE ZEROS             TO CSG-COMP-INICIO.
               WRITE CSG-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CONTRATO "
                           CSG-CODIGO-EMP "/" CSG-CONTRATO
                           " - FS: " WRK-FS-CONSIGNADOS
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-WRITE.

       0002-FINALIZAR          SECTION.
               DISPLAY "CONVERSAO DOS CONSIGNADOS CONCLUIDA"
                   " - " WRK-QTDE-LIDOS " LIDOS, "
                   WRK-QTDE-GRAVADOS " GRAVADOS".
               IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
                   DISPLAY "*** ATENCAO *** CONTAGENS NAO BATEM - "
                       "CONFERIR ANTES DE LIBERAR O CONSIG NOVO"
               END-IF.
               IF WRK-VELHO-DISPONIVEL-SIM
                   CLOSE CONSIG-VELHO
               END-IF.
               CLOSE ARQ-CONSIGNADOS.
               GOBACK.
