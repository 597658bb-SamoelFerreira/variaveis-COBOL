      *==========================================================
      *== Copybook: CPPLRPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: IRRF DA PARTICIPACAO NOS LUCROS PELA TABELA
      *==          EXCLUSIVA ANUAL: CARGA DO TIPO P DO TABFAIX COM A
      *==          MAIOR VIGENCIA <= WRK-DATA-VIGENCIA (8730, COMO A
      *==          7520 DO CPTABFPR FAZ COM O INSS E O IRRF MENSAL;
      *==          SEM VIGENCIA VALE A TABELA PADRAO DA 8732) E
      *==          CALCULO PROGRESSIVO (MARGINAL) DO IMPOSTO SOBRE
      *==          WRK-PLR-BASE (8735) - A PLR NAO TEM INSS NEM
      *==          DEPENDENTES. O PROGRAMA CHAMADOR DEVE TER FEITO
      *==          SELECT/FD DE ARQ-TABELA-FAIXAS (COPY CPTABFX NA
      *==          FD, FILE STATUS WRK-FS-TABELA-FAIXAS COM 88
      *==          ...-OK), COPY CPFAIXA (WRK-DATA-VIGENCIA) E COPY
      *==          CPPLRWS; O RESULTADO FICA EM WRK-PLR-IMPOSTO-ANO.
      *==========================================================
       8730-CARREGA-TABELA-PLR      SECTION.
           MOVE ZEROS TO WRK-PLR-VIG-ATIVA.
           MOVE ZEROS TO WRK-PLR-QTDE-FAIXAS.
           MOVE "S"   TO WRK-PLR-CONTINUA.
           OPEN INPUT ARQ-TABELA-FAIXAS.
           IF WRK-FS-TABELA-FAIXAS-OK
               PERFORM 8731-CARREGA-UMA-FAIXA-PLR
                   UNTIL NOT WRK-PLR-CONTINUA-SIM
               CLOSE ARQ-TABELA-FAIXAS
           ELSE
               CLOSE ARQ-TABELA-FAIXAS
           END-IF.
           IF WRK-PLR-QTDE-FAIXAS = ZEROS
               PERFORM 8732-PADRAO-PLR
               DISPLAY "TABELA IRRF DA PLR: USANDO PADRAO DE "
                   "CONTINGENCIA (TABFAIX AUSENTE OU SEM VIGENCIA "
                   "DO TIPO P)"
           ELSE
               DISPLAY "TABELA IRRF DA PLR CARREGADA - VIGENCIA "
                   WRK-PLR-VIG-ATIVA " COM " WRK-PLR-QTDE-FAIXAS
                   " FAIXAS"
           END-IF.

      *    UMA VIGENCIA MAIS NOVA (MAS JA EM VIGOR) SUBSTITUI A QUE
      *    ESTAVA SENDO ACUMULADA; LINHAS DA MESMA VIGENCIA VAO
      *    SENDO ANEXADAS NA ORDEM DO ARQUIVO
       8731-CARREGA-UMA-FAIXA-PLR   SECTION.
           READ ARQ-TABELA-FAIXAS
               AT END
                   MOVE "N" TO WRK-PLR-CONTINUA
               NOT AT END
                   IF TBF-VIGENCIA <= WRK-DATA-VIGENCIA
                       AND TBF-TIPO-PLR
                       IF TBF-VIGENCIA > WRK-PLR-VIG-ATIVA
                           MOVE TBF-VIGENCIA TO WRK-PLR-VIG-ATIVA
                           MOVE ZEROS        TO WRK-PLR-QTDE-FAIXAS
                       END-IF
                       IF TBF-VIGENCIA = WRK-PLR-VIG-ATIVA
                           AND WRK-PLR-QTDE-FAIXAS < 10
                           ADD 1 TO WRK-PLR-QTDE-FAIXAS
                           MOVE TBF-LIMITE TO
                               WRK-FX-PLR-LIMITE (WRK-PLR-QTDE-FAIXAS)
                           MOVE TBF-PERC TO
                               WRK-FX-PLR-PERC (WRK-PLR-QTDE-FAIXAS)
                       END-IF
                   END-IF
           END-READ.

       8732-PADRAO-PLR              SECTION.
           PERFORM 8733-COPIA-PADRAO-PLR
               VARYING WRK-PLR-I FROM 1 BY 1
               UNTIL WRK-PLR-I > 5.
           MOVE 5 TO WRK-PLR-QTDE-FAIXAS.

       8733-COPIA-PADRAO-PLR        SECTION.
           MOVE WRK-FX-PAD-P-LIMITE (WRK-PLR-I)
               TO WRK-FX-PLR-LIMITE (WRK-PLR-I).
           MOVE WRK-FX-PAD-P-PERC (WRK-PLR-I)
               TO WRK-FX-PLR-PERC (WRK-PLR-I).

       8735-CALCULA-IRRF-PLR        SECTION.
           MOVE ZEROS TO WRK-PLR-IMPOSTO-ANO.
           MOVE ZEROS TO WRK-PLR-LIM-INFERIOR.
           PERFORM 8736-PARCELA-PLR
               VARYING WRK-PLR-I FROM 1 BY 1
               UNTIL WRK-PLR-I > WRK-PLR-QTDE-FAIXAS.

      *    FATIA DA FAIXA: DO LIMITE INFERIOR (TETO DA FAIXA
      *    ANTERIOR) ATE O MENOR ENTRE A BASE E O TETO DA FAIXA
       8736-PARCELA-PLR             SECTION.
           IF WRK-PLR-BASE < WRK-FX-PLR-LIMITE (WRK-PLR-I)
               MOVE WRK-PLR-BASE TO WRK-PLR-TETO-PARCELA
           ELSE
               MOVE WRK-FX-PLR-LIMITE (WRK-PLR-I)
                   TO WRK-PLR-TETO-PARCELA
           END-IF.
           IF WRK-PLR-TETO-PARCELA > WRK-PLR-LIM-INFERIOR
               COMPUTE WRK-PLR-FATIA =
                   WRK-PLR-TETO-PARCELA - WRK-PLR-LIM-INFERIOR
               COMPUTE WRK-PLR-IMPOSTO-ANO ROUNDED =
                   WRK-PLR-IMPOSTO-ANO +
                   (WRK-PLR-FATIA * WRK-FX-PLR-PERC (WRK-PLR-I)
                       / 100)
           END-IF.
           MOVE WRK-FX-PLR-LIMITE (WRK-PLR-I)
               TO WRK-PLR-LIM-INFERIOR.
