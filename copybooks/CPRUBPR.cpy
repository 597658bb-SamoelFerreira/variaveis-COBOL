      *==          INEXISTENTE NO CADASTRO E IGNORADA EM
      *==          SILENCIO - A AUDITORIA DE ADESOES E DO
      *==          PROGRAMA40.
      *== 15/10/26 WS - LINHA APLICADA LEVA O CODIGO DA RUBRICA
      *==          (WRK-RUI-CODIGO).
      *==========================================================
       7540-CARREGA-RUBRICAS        SECTION.
           MOVE ZEROS TO WRK-QTDE-RUBRICAS.
               END-IF
               IF WRK-RUI-QTDE < 20
                   ADD 1 TO WRK-RUI-QTDE
                   MOVE WRK-RUB-T-CODIGO (WRK-RUB-J)
                       TO WRK-RUI-CODIGO (WRK-RUI-QTDE)
                   MOVE WRK-RUB-T-DESCRICAO (WRK-RUB-J)
                       TO WRK-RUI-DESCRICAO (WRK-RUI-QTDE)
                   MOVE WRK-RUB-T-TIPO (WRK-RUB-J)
