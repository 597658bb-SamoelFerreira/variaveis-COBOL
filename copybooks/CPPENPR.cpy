      *==========================================================
      *== Copybook: CPPENPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CALCULO DA PENSAO ALIMENTICIA JUDICIAL DO
      *==          FUNCIONARIO NA COMPETENCIA (CADASTRO PENSAO,
      *==          COPYBOOK CPPENSAO) E REDUCAO DA BASE DO IRRF
      *==          PELO VALOR DESCONTADO, COMO A LEI PERMITE. O
      *==          CALCULO E DE UMA PASSADA: A BASE "BRUTO MENOS
      *==          DESCONTOS LEGAIS" USA O IRRF ANTES DA DEDUCAO
      *==          DA PROPRIA PENSAO. CADA ORDEM E LIMITADA AO
      *==          LIQUIDO QUE AINDA RESTA DEPOIS DAS ANTERIORES.
      *==          O PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-PENSOES (COPY CPPENSAO NA FD, INDEXADO POR
      *==          PEN-CHAVE), COPY CPPENTB, CPFAIXA E CPFAIXPR,
      *==          ABERTO O ARQUIVO COM WRK-PENSAO-DISPONIVEL
      *==          LIGADO, E MOVIDO WRK-PEN-CODIGO-EMP,
      *==          WRK-PEN-COMPETENCIA, WRK-PEN-BASE-LIQUIDO E
      *==          WRK-PEN-BASE-LEGAL ANTES DA SECTION 7880; A
      *==          7883 SO E EXECUTADA DEPOIS DA 7500 E DA 7880.
      *==========================================================
       7880-CALCULA-PENSAO          SECTION.
           MOVE ZEROS TO WRK-PEN-TOTAL.
           MOVE ZEROS TO WRK-PEN-QTDE.
           MOVE "N"   TO WRK-PEN-LIMITADA.
           IF WRK-PENSAO-DISPONIVEL-SIM
               MOVE "N" TO WRK-FIM-PENSAO
               MOVE WRK-PEN-CODIGO-EMP TO PEN-CODIGO-EMP
               MOVE ZEROS              TO PEN-SEQUENCIA
               START ARQ-PENSOES KEY IS NOT LESS THAN PEN-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PENSAO
               END-START
               PERFORM 7881-LE-UMA-PENSAO
                   UNTIL WRK-FIM-PENSAO-SIM
           END-IF.

      *    ORDEM VIGENTE: ATIVA, INICIADA ATE A COMPETENCIA E SEM
      *    FIM OU COM FIM NA COMPETENCIA OU DEPOIS
       7881-LE-UMA-PENSAO           SECTION.
           READ ARQ-PENSOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-PENSAO
               NOT AT END
                   IF PEN-CODIGO-EMP NOT = WRK-PEN-CODIGO-EMP
                       MOVE "S" TO WRK-FIM-PENSAO
                   ELSE
                       DIVIDE PEN-DATA-INICIO BY 100
                           GIVING WRK-PEN-COMP-INICIO
                       DIVIDE PEN-DATA-FIM BY 100
                           GIVING WRK-PEN-COMP-FIM
                       IF PEN-ATIVA
                           AND WRK-PEN-COMP-INICIO
                               <= WRK-PEN-COMPETENCIA
                           AND (PEN-DATA-FIM = ZEROS
                            OR WRK-PEN-COMP-FIM
                               >= WRK-PEN-COMPETENCIA)
                           PERFORM 7882-CALCULA-UMA-PENSAO
                       END-IF
                   END-IF
           END-READ.

      *    TODA ORDEM VIGENTE ENTRA NA TABELA, MESMO COM VALOR
      *    ZERO - A BAIXA DO ULTIMO VALOR NA FOLHA DE PRODUCAO
      *    TEM QUE ZERAR O QUE UM REPROCESSO NAO DESCONTOU MAIS
       7882-CALCULA-UMA-PENSAO      SECTION.
           EVALUATE TRUE
               WHEN PEN-BASE-FIXO
                   MOVE PEN-VALOR-FIXO TO WRK-PEN-VALOR
               WHEN PEN-BASE-LIQUIDO
                   COMPUTE WRK-PEN-VALOR ROUNDED =
                       WRK-PEN-BASE-LIQUIDO * PEN-PERCENTUAL / 100
               WHEN PEN-BASE-LEGAL
                   COMPUTE WRK-PEN-VALOR ROUNDED =
                       WRK-PEN-BASE-LEGAL * PEN-PERCENTUAL / 100
               WHEN OTHER
                   MOVE ZEROS TO WRK-PEN-VALOR
           END-EVALUATE.
           IF WRK-PEN-TOTAL > WRK-PEN-BASE-LIQUIDO
               MOVE ZEROS TO WRK-PEN-SALDO
           ELSE
               COMPUTE WRK-PEN-SALDO =
                   WRK-PEN-BASE-LIQUIDO - WRK-PEN-TOTAL
           END-IF.
           IF WRK-PEN-VALOR > WRK-PEN-SALDO
               MOVE WRK-PEN-SALDO TO WRK-PEN-VALOR
               MOVE "S" TO WRK-PEN-LIMITADA
           END-IF.
           IF WRK-PEN-QTDE < 10
               ADD 1 TO WRK-PEN-QTDE
               MOVE PEN-SEQUENCIA
                   TO WRK-PEN-SEQUENCIA (WRK-PEN-QTDE)
               MOVE PEN-PROCESSO
                   TO WRK-PEN-PROCESSO (WRK-PEN-QTDE)
               MOVE PEN-BENEF-NOME
                   TO WRK-PEN-BENEF-NOME (WRK-PEN-QTDE)
               MOVE WRK-PEN-VALOR
                   TO WRK-PEN-VALOR-ORDEM (WRK-PEN-QTDE)
               ADD WRK-PEN-VALOR TO WRK-PEN-TOTAL
           ELSE
               DISPLAY "*** MAIS DE 10 PENSOES PARA O CODIGO "
                   WRK-PEN-CODIGO-EMP " - AUMENTAR A TABELA ***"
           END-IF.

      *    A PENSAO PAGA SAI DA BASE DO IRRF: O IMPOSTO E
      *    RECALCULADO PELA TABELA DE FAIXAS E O DESCONTO E O
      *    LIQUIDO DA 7500 ACOMPANHAM
       7883-REDUZ-BASE-IRRF         SECTION.
           IF WRK-PEN-TOTAL > ZEROS
               SUBTRACT WRK-PEN-TOTAL FROM WRK-BASE-IRRF
               IF WRK-BASE-IRRF < ZEROS
                   MOVE ZEROS TO WRK-BASE-IRRF
               END-IF
               PERFORM 7507-CALCULA-IRRF
               COMPUTE WRK-VALOR-DESCONTO =
                   WRK-VALOR-INSS + WRK-VALOR-IRRF
               COMPUTE WRK-SALARIO-LIQUIDO =
                   WRK-SALARIO-BRUTO - WRK-VALOR-DESCONTO
           END-IF.
