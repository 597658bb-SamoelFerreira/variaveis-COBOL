      *==========================================================
      *== Copybook: CPPLNPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CALCULO DO PLANO DE SAUDE/ODONTOLOGICO DO
      *==          TITULAR NA COMPETENCIA: SOMA A PARTE DO
      *==          FUNCIONARIO NA MENSALIDADE DE CADA VIDA VIGENTE
      *==          NO CADASTRO PLANOSAU (COPYBOOK CPPLANO) PELO
      *==          PRECO E PERCENTUAL DA TABELA CARREGADA PELA
      *==          7885 (CPTPLPR) E LE A COPARTICIPACAO GRAVADA
      *==          PELA CONCILIACAO DA FATURA NO PLANOMES
      *==          (CPPLNMES). O PROGRAMA CHAMADOR DEVE TER FEITO
      *==          SELECT/FD DE ARQ-PLANOS E ARQ-PLANO-MES
      *==          (INDEXADOS POR PLS-CHAVE E PLM-CHAVE), ABERTO OS
      *==          ARQUIVOS COM WRK-PLANOSAU-DISPONIVEL E
      *==          WRK-PLANOMES-DISPONIVEL LIGADOS, EXECUTADO A
      *==          7885 E MOVIDO WRK-PLN-CODIGO-EMP E
      *==          WRK-PLN-COMPETENCIA ANTES DA 7890. O REGISTRO
      *==          DO PLANOMES LIDO FICA NA AREA DA FD
      *==          (WRK-PLN-MES-ACHOU) PARA A BAIXA NA PRODUCAO.
      *==========================================================
       7890-CALCULA-PLANO-SAUDE     SECTION.
           MOVE ZEROS TO WRK-PLN-QTDE-VIDAS.
           MOVE ZEROS TO WRK-PLN-MENSAL-FUNC.
           MOVE ZEROS TO WRK-PLN-COPART.
           MOVE ZEROS TO WRK-PLN-TOTAL.
           MOVE "N"   TO WRK-PLN-SEM-TABELA.
           MOVE "N"   TO WRK-PLN-MES-ACHOU.
           IF WRK-PLANOSAU-DISPONIVEL-SIM
               MOVE "N"                TO WRK-FIM-PLANOSAU
               MOVE WRK-PLN-CODIGO-EMP TO PLS-CODIGO-EMP
               MOVE LOW-VALUES         TO PLS-PRODUTO
               MOVE ZEROS              TO PLS-SEQ-DEP
               START ARQ-PLANOS KEY IS NOT LESS THAN PLS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PLANOSAU
               END-START
               PERFORM 7891-LE-UMA-ADESAO
                   UNTIL WRK-FIM-PLANOSAU-SIM
           END-IF.
           PERFORM 7892-LE-COPARTICIPACAO.
           COMPUTE WRK-PLN-TOTAL =
               WRK-PLN-MENSAL-FUNC + WRK-PLN-COPART.

      *    VIDA VIGENTE: INICIADA ATE A COMPETENCIA E SEM FIM OU
      *    COM FIM NA COMPETENCIA OU DEPOIS - A OPERADORA COBRA O
      *    MES CHEIO
       7891-LE-UMA-ADESAO           SECTION.
           READ ARQ-PLANOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-PLANOSAU
               NOT AT END
                   IF PLS-CODIGO-EMP NOT = WRK-PLN-CODIGO-EMP
                       MOVE "S" TO WRK-FIM-PLANOSAU
                   ELSE
                       DIVIDE PLS-DATA-INICIO BY 100
                           GIVING WRK-PLN-COMP-INICIO
                       DIVIDE PLS-DATA-FIM BY 100
                           GIVING WRK-PLN-COMP-FIM
                       IF WRK-PLN-COMP-INICIO <= WRK-PLN-COMPETENCIA
                           AND (PLS-DATA-FIM = ZEROS
                            OR WRK-PLN-COMP-FIM
                               >= WRK-PLN-COMPETENCIA)
                           ADD 1 TO WRK-PLN-QTDE-VIDAS
                           MOVE PLS-PRODUTO TO WRK-PLN-BUSCA-PRODUTO
                           MOVE PLS-PLANO   TO WRK-PLN-BUSCA-PLANO
                           PERFORM 7887-BUSCA-PLANO
                           IF WRK-TPL-ACHOU-SIM
                               IF PLS-TITULAR
                                   COMPUTE WRK-PLN-VALOR-VIDA ROUNDED
                                       = WRK-TPL-VALOR-VIDA
                                       (WRK-TPL-POS)
                                       * WRK-TPL-PERC-TITULAR
                                       (WRK-TPL-POS) / 100
                               ELSE
                                   COMPUTE WRK-PLN-VALOR-VIDA ROUNDED
                                       = WRK-TPL-VALOR-VIDA
                                       (WRK-TPL-POS)
                                       * WRK-TPL-PERC-DEPEND
                                       (WRK-TPL-POS) / 100
                               END-IF
                               ADD WRK-PLN-VALOR-VIDA
                                   TO WRK-PLN-MENSAL-FUNC
                           ELSE
                               MOVE "S" TO WRK-PLN-SEM-TABELA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       7892-LE-COPARTICIPACAO       SECTION.
           IF WRK-PLANOMES-DISPONIVEL-SIM
               MOVE WRK-PLN-CODIGO-EMP  TO PLM-CODIGO
               MOVE WRK-PLN-COMPETENCIA TO PLM-COMPETENCIA
               READ ARQ-PLANO-MES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"        TO WRK-PLN-MES-ACHOU
                       MOVE PLM-COPART TO WRK-PLN-COPART
               END-READ
           END-IF.
