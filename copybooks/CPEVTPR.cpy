      *==========================================================
      *== Copybook: CPEVTPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ROTINAS DOS EVENTOS VARIAVEIS DA FOLHA (ARQ.
      *==          EVENTOS, COPYBOOK CPEVENTO): ABERTURA (7570) -
      *==          EM I-O COM CRIACAO NA PRIMEIRA VEZ QUANDO HA
      *==          BAIXA, SO LEITURA SEM ELA - E FECHAMENTO (7571),
      *==          E APLICACAO DOS EVENTOS DO FUNCIONARIO NA
      *==          COMPETENCIA (7572). O PROGRAMA CHAMADOR DEVE TER
      *==          FEITO SELECT/FD DE ARQ-EVENTOS (COPY CPEVENTO NA
      *==          FD, INDEXADO POR EVT-CHAVE, ACESSO DINAMICO,
      *==          FILE STATUS WRK-FS-EVENTOS) E COPIADO CPEVTWS E
      *==          CPRUBTB NA WORKING-STORAGE. A 7572 RODA DEPOIS
      *==          DA 7550 DO CPRUBPR: CADA EVENTO ENTRA COMO MAIS
      *==          UMA RUBRICA DO MES - SOMADO EM
      *==          WRK-RUB-TOT-PROVENTOS/DESCONTOS E COM LINHA NA
      *==          TABELA WRK-RUI - E OS TOTAIS SO DOS EVENTOS
      *==          FICAM EM WRK-EVT-TOT-PROVENTOS/DESCONTOS. O
      *==          EVENTO JA PAGO NA COMPETENCIA (REPROCESSO) E
      *==          SOMADO DE NOVO MAS NAO REBAIXADO - A FOLHA DA
      *==          COMPETENCIA CHEGA AO MESMO VALOR E O EVENTO NAO
      *==          PASSA PARA OUTRA.
      *== 15/10/26 WS - EVENTO DE LOTE COMPLEMENTAR (EVT-FOLHA-
      *==          COMPLEMENTAR) E IGNORADO AQUI - E PAGO E
      *==          BAIXADO SO PELA FOLHA COMPLEMENTAR (PROGRAMA93).
      *== 15/10/26 WS - LINHA DO EVENTO NA WRK-RUI LEVA O CODIGO DA
      *==          RUBRICA (WRK-RUI-CODIGO).
      *==========================================================
       7570-ABRE-EVENTOS            SECTION.
           MOVE "N"   TO WRK-EVENTOS-DISPONIVEL.
           MOVE ZEROS TO WRK-EVT-QTDE-APLICADOS.
           MOVE ZEROS TO WRK-EVT-QTDE-BAIXADOS.
           IF WRK-EVT-BAIXA-SIM
               OPEN I-O ARQ-EVENTOS
               IF WRK-FS-EVENTOS-NAO-EXISTE
                   OPEN OUTPUT ARQ-EVENTOS
                   CLOSE ARQ-EVENTOS
                   OPEN I-O ARQ-EVENTOS
               END-IF
           ELSE
               OPEN INPUT ARQ-EVENTOS
           END-IF.
           IF WRK-FS-EVENTOS-OK
               MOVE "S" TO WRK-EVENTOS-DISPONIVEL
           ELSE
               CLOSE ARQ-EVENTOS
               DISPLAY "EVENTOS VARIAVEIS (EVENTOS) AUSENTES - "
                   "SEM LANCAMENTOS AVULSOS NA COMPETENCIA"
           END-IF.

       7571-FECHA-EVENTOS           SECTION.
           IF WRK-EVENTOS-DISPONIVEL-SIM
               CLOSE ARQ-EVENTOS
               MOVE "N" TO WRK-EVENTOS-DISPONIVEL
           END-IF.

      *    EVENTOS DE WRK-EVT-CODIGO-EMP NA WRK-EVT-COMPETENCIA -
      *    PENDENTES E OS JA PAGOS NELA
       7572-APLICA-EVENTOS          SECTION.
           MOVE ZEROS TO WRK-EVT-QTDE.
           MOVE ZEROS TO WRK-EVT-TOT-PROVENTOS.
           MOVE ZEROS TO WRK-EVT-TOT-DESCONTOS.
           IF WRK-EVENTOS-DISPONIVEL-SIM
               MOVE "N"                 TO WRK-EVT-FIM-LEITURA
               MOVE WRK-EVT-CODIGO-EMP  TO EVT-CODIGO-EMP
               MOVE WRK-EVT-COMPETENCIA TO EVT-COMPETENCIA
               MOVE ZEROS               TO EVT-SEQUENCIA
               START ARQ-EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EVT-FIM-LEITURA
               END-START
               PERFORM 7573-APLICA-UM-EVENTO
                   UNTIL WRK-EVT-FIM-LEITURA-SIM
           END-IF.

       7573-APLICA-UM-EVENTO        SECTION.
           READ ARQ-EVENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EVT-FIM-LEITURA
               NOT AT END
                   IF EVT-CODIGO-EMP NOT = WRK-EVT-CODIGO-EMP
                       OR EVT-COMPETENCIA NOT = WRK-EVT-COMPETENCIA
                       MOVE "S" TO WRK-EVT-FIM-LEITURA
                   ELSE
                       IF EVT-FOLHA-MENSAL
                           PERFORM 7574-SOMA-UM-EVENTO
                       END-IF
                   END-IF
           END-READ.

       7574-SOMA-UM-EVENTO          SECTION.
           ADD 1 TO WRK-EVT-QTDE.
           ADD 1 TO WRK-EVT-QTDE-APLICADOS.
           IF EVT-PROVENTO
               ADD EVT-VALOR TO WRK-EVT-TOT-PROVENTOS
                                WRK-RUB-TOT-PROVENTOS
           ELSE
               ADD EVT-VALOR TO WRK-EVT-TOT-DESCONTOS
                                WRK-RUB-TOT-DESCONTOS
           END-IF.
           IF WRK-RUI-QTDE < 20
               ADD 1 TO WRK-RUI-QTDE
               MOVE EVT-RUBRICA
                   TO WRK-RUI-CODIGO (WRK-RUI-QTDE)
               MOVE EVT-DESCRICAO
                   TO WRK-RUI-DESCRICAO (WRK-RUI-QTDE)
               MOVE EVT-TIPO
                   TO WRK-RUI-TIPO (WRK-RUI-QTDE)
               MOVE EVT-VALOR
                   TO WRK-RUI-VALOR (WRK-RUI-QTDE)
           END-IF.
           IF WRK-EVT-BAIXA-SIM AND EVT-PENDENTE
               SET EVT-PAGO TO TRUE
               MOVE WRK-EVT-DATA TO EVT-DATA-PAGTO
               MOVE WRK-EVT-LOTE TO EVT-LOTE-PAGTO
               REWRITE EVT-REGISTRO
               IF WRK-FS-EVENTOS-OK
                   ADD 1 TO WRK-EVT-QTDE-BAIXADOS
               ELSE
                   DISPLAY "*** ERRO AO BAIXAR EVENTO - "
                       "FS: " WRK-FS-EVENTOS " CODIGO "
                       EVT-CODIGO-EMP " SEQ. "
                       EVT-SEQUENCIA " ***"
               END-IF
           END-IF.
