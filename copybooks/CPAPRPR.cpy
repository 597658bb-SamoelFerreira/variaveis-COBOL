      *==========================================================
      *== Copybook: CPAPRPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ROTINAS DO ARQUIVO DE ALTERACOES PENDENTES DE
      *==          APROVACAO (APVPEND, COPYBOOK CPAPROV): ABERTURA
      *==          EM I-O COM CRIACAO NA PRIMEIRA VEZ (7970),
      *==          GRAVACAO DE UMA SOLICITACAO PENDENTE (7971),
      *==          PROCURA DA PENDENCIA EM ABERTO DE UM CODIGO E
      *==          TIPO (7973), FECHAMENTO (7975) E CONTAGEM DOS
      *==          PENDENTES DE UMA COMPETENCIA PARA O AVISO DA
      *==          PREVIA (7976, QUE ABRE E FECHA O ARQUIVO
      *==          SOZINHA). O PROGRAMA CHAMADOR DEVE TER FEITO
      *==          SELECT/FD DE ARQ-APROVACAO (COPY CPAPROV NA FD,
      *==          INDEXADO POR APV-CHAVE, FILE STATUS
      *==          WRK-FS-APROV) E COPIADO CPAPRWS NA
      *==          WORKING-STORAGE. ANTES DA 7971 O CHAMADOR
      *==          PREENCHE CODIGO, TIPO, VALORES ANTES/DEPOIS,
      *==          ORIGEM, LOTE E SOLICITANTE; DATA, HORA E
      *==          SITUACAO SAO CARIMBADAS AQUI.
      *==========================================================
       7970-ABRE-PENDENCIAS         SECTION.
           MOVE "N" TO WRK-APROV-DISPONIVEL.
           OPEN I-O ARQ-APROVACAO.
           IF WRK-FS-APROV-NAO-EXISTE
               OPEN OUTPUT ARQ-APROVACAO
               CLOSE ARQ-APROVACAO
               OPEN I-O ARQ-APROVACAO
           END-IF.
           IF WRK-FS-APROV-OK
               MOVE "S" TO WRK-APROV-DISPONIVEL
           ELSE
               DISPLAY "*** ARQUIVO DE APROVACOES (APVPEND) "
                   "INDISPONIVEL - FS: " WRK-FS-APROV " ***"
           END-IF.

      *    SOLICITACAO ENTRA PENDENTE, SEM APROVADOR NEM DECISAO
       7971-GRAVA-PENDENCIA         SECTION.
           MOVE "N"    TO WRK-APV-GRAVADA.
           MOVE ZEROS  TO WRK-APV-TENTATIVAS.
           ACCEPT APV-DATA-SOLIC FROM DATE YYYYMMDD.
           ACCEPT APV-HORA-SOLIC FROM TIME.
           SET APV-PENDENTE TO TRUE.
           MOVE SPACES TO APV-APROVADOR.
           MOVE ZEROS  TO APV-DATA-DECISAO.
           MOVE SPACES TO APV-MOTIVO.
           PERFORM 7972-TENTA-GRAVAR
               UNTIL WRK-APV-GRAVADA-SIM
                  OR WRK-APV-TENTATIVAS > 10.
           IF NOT WRK-APV-GRAVADA-SIM
               DISPLAY "*** ERRO AO GRAVAR NO APVPEND - FS: "
                   WRK-FS-APROV " CODIGO " APV-CODIGO-EMP " ***"
           END-IF.

       7972-TENTA-GRAVAR            SECTION.
           ADD 1 TO WRK-APV-TENTATIVAS.
           WRITE APV-REGISTRO.
           IF WRK-FS-APROV-DUPLICADO
               ADD 1 TO APV-HORA-SOLIC
           ELSE
               IF WRK-FS-APROV-OK
                   MOVE "S" TO WRK-APV-GRAVADA
               ELSE
                   MOVE 99 TO WRK-APV-TENTATIVAS
               END-IF
           END-IF.

      *    PENDENCIA EM ABERTO (SITUACAO P) DO CODIGO E TIPO EM
      *    WRK-APV-CODIGO/WRK-APV-TIPO; ACHADA, FICA NO REGISTRO
       7973-PROCURA-PENDENCIA       SECTION.
           MOVE "N"            TO WRK-APV-ACHOU.
           MOVE "N"            TO WRK-APV-FIM-LEITURA.
           MOVE WRK-APV-CODIGO TO APV-CODIGO-EMP.
           MOVE ZEROS          TO APV-DATA-SOLIC.
           MOVE ZEROS          TO APV-HORA-SOLIC.
           MOVE SPACES         TO APV-TIPO.
           START ARQ-APROVACAO KEY IS NOT LESS THAN APV-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-APV-FIM-LEITURA
           END-START.
           PERFORM 7974-LE-PENDENCIA
               UNTIL WRK-APV-FIM-LEITURA-SIM
                  OR WRK-APV-ACHOU-SIM.

       7974-LE-PENDENCIA            SECTION.
           READ ARQ-APROVACAO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-APV-FIM-LEITURA
               NOT AT END
                   IF APV-CODIGO-EMP NOT = WRK-APV-CODIGO
                       MOVE "S" TO WRK-APV-FIM-LEITURA
                   ELSE
                       IF APV-PENDENTE AND APV-TIPO = WRK-APV-TIPO
                           MOVE "S" TO WRK-APV-ACHOU
                       END-IF
                   END-IF
           END-READ.

       7975-FECHA-PENDENCIAS        SECTION.
           IF WRK-APROV-DISPONIVEL-SIM
               CLOSE ARQ-APROVACAO
               MOVE "N" TO WRK-APROV-DISPONIVEL
           END-IF.

      *    PENDENTES SOLICITADOS ATE O FIM DA COMPETENCIA EM
      *    WRK-APV-COMPETENCIA (AAAAMM) - ARQUIVO AUSENTE E ZERO
       7976-CONTA-PENDENCIAS        SECTION.
           MOVE ZEROS TO WRK-APV-QTDE-PEND.
           MOVE "N"   TO WRK-APV-FIM-LEITURA.
           OPEN INPUT ARQ-APROVACAO.
           IF WRK-FS-APROV-OK
               MOVE LOW-VALUES TO APV-CHAVE
               START ARQ-APROVACAO KEY IS NOT LESS THAN APV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-APV-FIM-LEITURA
               END-START
               PERFORM 7977-CONTA-UMA
                   UNTIL WRK-APV-FIM-LEITURA-SIM
               CLOSE ARQ-APROVACAO
           END-IF.

       7977-CONTA-UMA               SECTION.
           READ ARQ-APROVACAO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-APV-FIM-LEITURA
               NOT AT END
                   IF APV-PENDENTE
                       AND APV-DATA-SOLIC (1:6)
                           NOT > WRK-APV-COMPETENCIA
                       ADD 1 TO WRK-APV-QTDE-PEND
                   END-IF
           END-READ.
