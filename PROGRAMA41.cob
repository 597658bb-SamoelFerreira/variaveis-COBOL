      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 02/09/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    CONTRATO NOVO GRAVADO SEM PARCELA BAIXADA
      *==                  (CSG-ULT-COMPETENCIA/CSG-ULT-LOTE ZERADOS)
      *== 15/10/26   WS    BANCO CREDOR DO CONTRATO (CSG-BANCO)
      *==                  OBRIGATORIO NA INCLUSAO E ALTERAVEL - E
      *==                  O CREDOR DO REPASSE DAS PARCELAS NA
      *==                  INTERFACE DE CONTAS A PAGAR (PROGRAMA96)
      *== 15/10/26   WS    CONTRATO DIGITADO GRAVADO SEM NUMERO NO
      *==                  BANCO E DESCONTANDO DESDE JA
      *==                  (CSG-CONTRATO-BANCO/CSG-COMP-INICIO, QUE
      *==                  VEM DA AVERBACAO DO PROGRAMA97)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
       77 WRK-PRINCIPAL        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PARCELA          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PARCELAS-REST    PIC 9(03) VALUE ZEROS.
       77 WRK-BANCO            PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO         PIC X(01) VALUE SPACES.
           88 WRK-SITUACAO-VALIDA        VALUE "A" "Q".
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
                               " PARCELA R$ " WRK-PARCELA-EDT
                               " RESTAM " CSG-PARCELAS-REST
                               " SITUACAO " CSG-SITUACAO
                               " BANCO " CSG-BANCO
                       END-IF
               END-READ.

                       ACCEPT WRK-PARCELA
                   DISPLAY "DIGITE A QUANTIDADE DE PARCELAS: "
                       ACCEPT WRK-PARCELAS-REST
                   DISPLAY "DIGITE O BANCO CREDOR (CODIGO DE "
                       "COMPENSACAO): "
                       ACCEPT WRK-BANCO
                   IF WRK-BANCO = ZEROS
                       DISPLAY "ERRO: BANCO CREDOR OBRIGATORIO"
                       MOVE "N" TO WRK-ENTRADA-VALIDA
                   END-IF
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE WRK-CODIGO-EMP    TO CSG-CODIGO-EMP
                   MOVE WRK-CONTRATO      TO CSG-CONTRATO
                   MOVE WRK-PRINCIPAL     TO CSG-VALOR-PRINCIPAL
                   MOVE WRK-PARCELA       TO CSG-VALOR-PARCELA
                   MOVE WRK-PARCELAS-REST TO CSG-PARCELAS-REST
                   SET CSG-ATIVO TO TRUE
                   MOVE ZEROS             TO CSG-ULT-COMPETENCIA
                   MOVE ZEROS             TO CSG-ULT-LOTE
                   MOVE WRK-BANCO         TO CSG-BANCO
                   MOVE SPACES            TO CSG-CONTRATO-BANCO
                   MOVE ZEROS             TO CSG-COMP-INICIO
                   WRITE CSG-REGISTRO
                   IF WRK-FS-CONSIG-DUPLICADO
                       DISPLAY "CONTRATO " WRK-CONTRATO
                           " CONTRATO " WRK-CONTRATO
                           " PARCELA " WRK-PARCELA
                           " QTDE " WRK-PARCELAS-REST
                           " BANCO " WRK-BANCO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
                       DISPLAY "PARCELA ATUAL R$ " WRK-PARCELA-EDT
                           " RESTAM " CSG-PARCELAS-REST
                           " SITUACAO " CSG-SITUACAO
                           " BANCO " CSG-BANCO
                       DISPLAY "DIGITE O NOVO VALOR DA PARCELA: "
                           ACCEPT WRK-PARCELA
                       DISPLAY "DIGITE A NOVA QUANTIDADE DE "
                       MOVE SPACES TO WRK-SITUACAO
                       PERFORM 0003-A-VALIDA-SITUACAO
                           UNTIL WRK-SITUACAO-VALIDA
                       DISPLAY "DIGITE O BANCO CREDOR (000 = "
                           "MANTEM O ATUAL): "
                           ACCEPT WRK-BANCO
                       MOVE WRK-PARCELA       TO CSG-VALOR-PARCELA
                       MOVE WRK-PARCELAS-REST TO CSG-PARCELAS-REST
                       MOVE WRK-SITUACAO      TO CSG-SITUACAO
                       IF WRK-BANCO > ZEROS
                           MOVE WRK-BANCO TO CSG-BANCO
                       END-IF
                       REWRITE CSG-REGISTRO
                       DISPLAY "CONTRATO ALTERADO"
                       MOVE "PROGRAMA41" TO AUD-PROGRAMA
                           " PARCELA " WRK-PARCELA
                           " QTDE " WRK-PARCELAS-REST
                           " SIT " WRK-SITUACAO
                           " BANCO " CSG-BANCO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-READ.
