      *==========================================================
      *== Copybook: CPRATPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ROTINAS DO RATEIO DE CENTRO DE CUSTO (ARQ.
      *==          RATEIO, COPYBOOK CPRATEIO): ABERTURA PARA
      *==          CONSULTA (7940) E FECHAMENTO (7941), E A
      *==          DIVISAO DE UM VALOR DO FUNCIONARIO PELOS
      *==          CENTROS DA VIGENCIA EM VIGOR NA DATA (7942),
      *==          DEVOLVIDA EM WRK-RAT-PARTES. O PROGRAMA
      *==          CHAMADOR DEVE TER FEITO SELECT/FD DE ARQ-RATEIO
      *==          (COPY CPRATEIO NA FD, INDEXADO POR RAT-CHAVE,
      *==          ACESSO DINAMICO, FILE STATUS WRK-FS-RATEIO) E
      *==          COPIADO CPRATWS NA WORKING-STORAGE. SEM O
      *==          ARQUIVO (AINDA NAO CRIADO PELO PROGRAMA95) O
      *==          VALOR FICA INTEIRO NO CENTRO PRINCIPAL.
      *==========================================================
       7940-ABRE-RATEIO             SECTION.
           MOVE "N" TO WRK-RATEIO-DISPONIVEL.
           OPEN INPUT ARQ-RATEIO.
           IF WRK-FS-RATEIO-OK
               MOVE "S" TO WRK-RATEIO-DISPONIVEL
           ELSE
               DISPLAY "RATEIO DE CENTRO DE CUSTO (RATEIO) "
                   "INDISPONIVEL - FS: " WRK-FS-RATEIO
                   " - VALORES NO CENTRO DO CADASTRO"
           END-IF.

       7941-FECHA-RATEIO            SECTION.
           IF WRK-RATEIO-DISPONIVEL-SIM
               CLOSE ARQ-RATEIO
               MOVE "N" TO WRK-RATEIO-DISPONIVEL
           END-IF.

      *    WRK-RAT-VALOR DO WRK-RAT-CODIGO-EMP DIVIDIDO PELA
      *    VIGENCIA EM VIGOR EM WRK-RAT-DATA-REF
       7942-RATEIA-VALOR            SECTION.
           MOVE 1                    TO WRK-RAT-QTDE.
           MOVE 1                    TO WRK-RAT-PRINC-I.
           MOVE WRK-RAT-CCUSTO-PRINC TO WRK-RAT-PARTE-CCUSTO (1).
           MOVE 100                  TO WRK-RAT-PARTE-PERC (1).
           MOVE WRK-RAT-VALOR        TO WRK-RAT-PARTE-VALOR (1).
           IF WRK-RATEIO-DISPONIVEL-SIM
               PERFORM 7943-BUSCA-VIGENCIA
               IF WRK-RAT-ACHOU-SIM
                   AND WRK-RAT-VIG-QTDE > ZEROS
                   PERFORM 7945-DIVIDE-VALOR
               END-IF
           END-IF.

      *    A ULTIMA VIGENCIA DO FUNCIONARIO QUE NAO PASSA DA DATA
       7943-BUSCA-VIGENCIA          SECTION.
           MOVE "N"                TO WRK-RAT-ACHOU.
           MOVE "N"                TO WRK-RAT-FIM.
           MOVE WRK-RAT-CODIGO-EMP TO RAT-CODIGO-EMP.
           MOVE ZEROS              TO RAT-VIGENCIA.
           START ARQ-RATEIO KEY IS NOT LESS THAN RAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-RAT-FIM
           END-START.
           PERFORM 7944-LE-VIGENCIA
               UNTIL WRK-RAT-FIM-SIM.

       7944-LE-VIGENCIA             SECTION.
           READ ARQ-RATEIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-RAT-FIM
               NOT AT END
                   IF RAT-CODIGO-EMP NOT = WRK-RAT-CODIGO-EMP
                       OR RAT-VIGENCIA > WRK-RAT-DATA-REF
                       MOVE "S" TO WRK-RAT-FIM
                   ELSE
                       MOVE "S"            TO WRK-RAT-ACHOU
                       MOVE RAT-QTDE-ITENS TO WRK-RAT-VIG-QTDE
                       MOVE RAT-ITENS      TO WRK-RAT-VIGENTE
                   END-IF
           END-READ.

      *    CADA CENTRO RECEBE O SEU PERCENTUAL ARREDONDADO; O
      *    PRINCIPAL FICA COM O QUE SOBRA, PARA A SOMA DAS PARTES
      *    BATER COM O VALOR. SE OS ARREDONDAMENTOS PASSAREM DO
      *    VALOR (CENTAVOS), VOLTA TUDO PARA O CENTRO PRINCIPAL
       7945-DIVIDE-VALOR            SECTION.
           IF WRK-RAT-VIG-QTDE > 10
               MOVE 10 TO WRK-RAT-VIG-QTDE
           END-IF.
           MOVE WRK-RAT-VIG-QTDE TO WRK-RAT-QTDE.
           MOVE 1                TO WRK-RAT-PRINC-I.
           PERFORM 7946-ACHA-PRINCIPAL
               VARYING WRK-RAT-I FROM WRK-RAT-QTDE BY -1
               UNTIL WRK-RAT-I < 1.
           MOVE ZEROS TO WRK-RAT-SOMA.
           PERFORM 7947-CALCULA-PARTE
               VARYING WRK-RAT-I FROM 1 BY 1
               UNTIL WRK-RAT-I > WRK-RAT-QTDE.
           IF WRK-RAT-SOMA > WRK-RAT-VALOR
               MOVE 1                    TO WRK-RAT-QTDE
               MOVE 1                    TO WRK-RAT-PRINC-I
               MOVE WRK-RAT-CCUSTO-PRINC
                   TO WRK-RAT-PARTE-CCUSTO (1)
               MOVE 100                  TO WRK-RAT-PARTE-PERC (1)
               MOVE WRK-RAT-VALOR        TO WRK-RAT-PARTE-VALOR (1)
           ELSE
               SUBTRACT WRK-RAT-SOMA FROM WRK-RAT-VALOR
                   GIVING WRK-RAT-PARTE-VALOR (WRK-RAT-PRINC-I)
           END-IF.

       7946-ACHA-PRINCIPAL          SECTION.
           IF WRK-RAT-VIG-CCUSTO (WRK-RAT-I) = WRK-RAT-CCUSTO-PRINC
               MOVE WRK-RAT-I TO WRK-RAT-PRINC-I
           END-IF.

       7947-CALCULA-PARTE           SECTION.
           MOVE WRK-RAT-VIG-CCUSTO (WRK-RAT-I)
               TO WRK-RAT-PARTE-CCUSTO (WRK-RAT-I).
           MOVE WRK-RAT-VIG-PERC (WRK-RAT-I)
               TO WRK-RAT-PARTE-PERC (WRK-RAT-I).
           MOVE ZEROS TO WRK-RAT-PARTE-VALOR (WRK-RAT-I).
           IF WRK-RAT-I NOT = WRK-RAT-PRINC-I
               COMPUTE WRK-RAT-PARTE-VALOR (WRK-RAT-I) ROUNDED =
                   WRK-RAT-VALOR * WRK-RAT-VIG-PERC (WRK-RAT-I)
                   / 100
               ADD WRK-RAT-PARTE-VALOR (WRK-RAT-I) TO WRK-RAT-SOMA
           END-IF.
