      *==========================================================
      *== Copybook: CPSNDPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: DESCONTO SINDICAL DO FUNCIONARIO: ABERTURA E
      *==          FECHAMENTO DO CADASTRO SINDIC (8750/8751,
      *==          SOMENTE LEITURA) E CALCULO DO MES (8752). SO
      *==          DESCONTA QUEM AUTORIZOU (EMP-SIND-DESCONTO C OU
      *==          S) E ESTA NUM SINDICATO ATIVO. CONTRIBUICAO
      *==          ANUAL SO NO MES DE DESCONTO DO SINDICATO: UM DIA
      *==          DE SALARIO (SALARIO BASE / 30) OU O PERCENTUAL
      *==          DO SINDICATO SOBRE O SALARIO BASE. MENSALIDADE
      *==          TODO MES, SO PARA SOCIO (S): PERCENTUAL SOBRE O
      *==          SALARIO BASE, LIMITADO AO TETO QUANDO HOUVER. O
      *==          PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-SINDICATOS (COPY CPSIND NA FD, INDEXADO POR
      *==          SIN-CODIGO, FILE STATUS WRK-FS-SINDIC) E COPIADO
      *==          CPSNDWS NA WORKING-STORAGE.
      *==========================================================
      *    CADASTRO AUSENTE DEIXA A FOLHA SEM DESCONTO SINDICAL,
      *    COMO ERA
       8750-ABRE-SINDIC             SECTION.
           MOVE "N" TO WRK-SINDIC-DISPONIVEL.
           OPEN INPUT ARQ-SINDICATOS.
           IF WRK-FS-SINDIC-OK
               MOVE "S" TO WRK-SINDIC-DISPONIVEL
           ELSE
               CLOSE ARQ-SINDICATOS
               DISPLAY "CADASTRO DE SINDICATOS (SINDIC) AUSENTE "
                   "- SEM DESCONTO SINDICAL"
           END-IF.

       8751-FECHA-SINDIC            SECTION.
           IF WRK-SINDIC-DISPONIVEL-SIM
               CLOSE ARQ-SINDICATOS
               MOVE "N" TO WRK-SINDIC-DISPONIVEL
           END-IF.

       8752-CALCULA-SINDICAL        SECTION.
           MOVE "N"   TO WRK-SND-ACHOU.
           MOVE ZEROS TO WRK-SND-VALOR-CONTRIB WRK-SND-VALOR-MENSAL
               WRK-SND-TOTAL.
           IF WRK-SINDIC-DISPONIVEL-SIM
               AND WRK-SND-CODIGO-SIND > ZEROS
               AND WRK-SND-AUTORIZA-CONTRIB
               MOVE WRK-SND-CODIGO-SIND TO SIN-CODIGO
               READ ARQ-SINDICATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIN-ATIVO
                           MOVE "S" TO WRK-SND-ACHOU
                       END-IF
               END-READ
           END-IF.
           IF WRK-SND-ACHOU-SIM
               IF SIN-MES-CONTRIB = WRK-SND-MES
                   EVALUATE TRUE
                       WHEN SIN-CONTRIB-UM-DIA
                           COMPUTE WRK-SND-VALOR-CONTRIB ROUNDED =
                               WRK-SND-SALARIO / 30
                       WHEN SIN-CONTRIB-PERCENTUAL
                           COMPUTE WRK-SND-VALOR-CONTRIB ROUNDED =
                               WRK-SND-SALARIO * SIN-PERC-CONTRIB
                               / 100
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WRK-SND-AUTORIZA-MENSAL AND SIN-PERC-MENSAL > ZEROS
                   COMPUTE WRK-SND-VALOR-MENSAL ROUNDED =
                       WRK-SND-SALARIO * SIN-PERC-MENSAL / 100
                   IF SIN-TETO-MENSAL > ZEROS
                       AND WRK-SND-VALOR-MENSAL > SIN-TETO-MENSAL
                       MOVE SIN-TETO-MENSAL TO WRK-SND-VALOR-MENSAL
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-SND-TOTAL =
               WRK-SND-VALOR-CONTRIB + WRK-SND-VALOR-MENSAL.
