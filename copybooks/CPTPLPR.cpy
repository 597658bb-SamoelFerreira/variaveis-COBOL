      *==========================================================
      *== Copybook: CPTPLPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CARGA DA TABELA DE PRECOS DO PLANO DE SAUDE/
      *==          ODONTOLOGICO (ARQ. TABPLAN, COPYBOOK CPTABPLN)
      *==          E BUSCA DE UM PLANO NELA. PARA CADA PRODUTO +
      *==          PLANO FICA A LINHA DE MAIOR VIGENCIA MENOR OU
      *==          IGUAL A WRK-PLN-DATA-REF, COMO NO TABSALF - O
      *==          REAJUSTE ANUAL DA OPERADORA PODE SER DEPOSITADO
      *==          ANTES DA HORA. O PROGRAMA CHAMADOR DEVE TER
      *==          FEITO SELECT/FD DE ARQ-TABELA-PLANO (COPY
      *==          CPTABPLN NA FD, FILE STATUS WRK-FS-TABPLAN),
      *==          COPY CPPLNTB E PREENCHIDO WRK-PLN-DATA-REF ANTES
      *==          DA 7885; A 7887 PROCURA WRK-PLN-BUSCA-PRODUTO/
      *==          -PLANO E DEVOLVE WRK-TPL-ACHOU E WRK-TPL-POS.
      *==========================================================
       7885-CARREGA-TABPLAN         SECTION.
           MOVE ZEROS TO WRK-TPL-QTDE.
           MOVE "S"   TO WRK-CONTINUA-TABPLAN.
           OPEN INPUT ARQ-TABELA-PLANO.
           IF WRK-FS-TABPLAN-OK
               PERFORM 7886-TESTA-UMA-LINHA-PLANO
                   UNTIL NOT WRK-CONTINUA-TABPLAN-SIM
               CLOSE ARQ-TABELA-PLANO
           ELSE
               CLOSE ARQ-TABELA-PLANO
           END-IF.
           IF WRK-TPL-QTDE = ZEROS
               DISPLAY "TABELA DE PRECOS DO PLANO DE SAUDE "
                   "(TABPLAN) AUSENTE OU SEM VIGENCIA"
           END-IF.

       7886-TESTA-UMA-LINHA-PLANO   SECTION.
           READ ARQ-TABELA-PLANO
               AT END
                   MOVE "N" TO WRK-CONTINUA-TABPLAN
               NOT AT END
                   IF PLT-VIGENCIA <= WRK-PLN-DATA-REF
                       MOVE PLT-PRODUTO TO WRK-PLN-BUSCA-PRODUTO
                       MOVE PLT-PLANO   TO WRK-PLN-BUSCA-PLANO
                       PERFORM 7887-BUSCA-PLANO
                       IF NOT WRK-TPL-ACHOU-SIM
                           IF WRK-TPL-QTDE < 50
                               ADD 1 TO WRK-TPL-QTDE
                               MOVE WRK-TPL-QTDE TO WRK-TPL-POS
                               MOVE ZEROS TO
                                   WRK-TPL-VIGENCIA (WRK-TPL-POS)
                           ELSE
                               MOVE ZEROS TO WRK-TPL-POS
                               DISPLAY "*** MAIS DE 50 PLANOS NO "
                                   "TABPLAN - AUMENTAR A TABELA ***"
                           END-IF
                       END-IF
                       IF WRK-TPL-POS > ZEROS
                           AND PLT-VIGENCIA NOT <
                               WRK-TPL-VIGENCIA (WRK-TPL-POS)
                           MOVE PLT-VIGENCIA
                               TO WRK-TPL-VIGENCIA (WRK-TPL-POS)
                           MOVE PLT-PRODUTO
                               TO WRK-TPL-PRODUTO (WRK-TPL-POS)
                           MOVE PLT-PLANO
                               TO WRK-TPL-PLANO (WRK-TPL-POS)
                           MOVE PLT-VALOR-VIDA
                               TO WRK-TPL-VALOR-VIDA (WRK-TPL-POS)
                           MOVE PLT-PERC-TITULAR
                               TO WRK-TPL-PERC-TITULAR (WRK-TPL-POS)
                           MOVE PLT-PERC-DEPEND
                               TO WRK-TPL-PERC-DEPEND (WRK-TPL-POS)
                       END-IF
                   END-IF
           END-READ.

       7887-BUSCA-PLANO             SECTION.
           MOVE "N"   TO WRK-TPL-ACHOU.
           MOVE ZEROS TO WRK-TPL-POS.
           PERFORM 7888-TESTA-UM-PLANO
               VARYING WRK-TPL-I FROM 1 BY 1
               UNTIL WRK-TPL-I > WRK-TPL-QTDE
                  OR WRK-TPL-ACHOU-SIM.

       7888-TESTA-UM-PLANO          SECTION.
           IF WRK-TPL-PRODUTO (WRK-TPL-I) = WRK-PLN-BUSCA-PRODUTO
               AND WRK-TPL-PLANO (WRK-TPL-I) = WRK-PLN-BUSCA-PLANO
               MOVE "S"       TO WRK-TPL-ACHOU
               MOVE WRK-TPL-I TO WRK-TPL-POS
           END-IF.
