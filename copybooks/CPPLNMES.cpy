      *==========================================================
      *== Copybook: CPPLNMES
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CONTROLE MENSAL DO PLANO DE SAUDE POR
      *==          TITULAR (ARQ. PLANOMES, INDEXADO POR CODIGO DO
      *==          FUNCIONARIO + COMPETENCIA AAAAMM). A CONCILIACAO
      *==          DA FATURA DA OPERADORA (PROGRAMA74) GRAVA A
      *==          COPARTICIPACAO COBRADA DAS VIDAS DO TITULAR
      *==          (SITUACAO FATURADO); A FOLHA MENSAL (PROGRAMA12)
      *==          DESCONTA A MENSALIDADE E A COPARTICIPACAO,
      *==          GUARDA AQUI A PARTE DO FUNCIONARIO E MARCA
      *==          DESCONTADO, NO ESTILO DO ADIANT. COPARTICIPACAO
      *==          JA DESCONTADA NAO E MAIS ALTERADA PELA
      *==          CONCILIACAO.
      *==========================================================
       01  PLM-REGISTRO.
           05 PLM-CHAVE.
               10 PLM-CODIGO        PIC 9(05).
               10 PLM-COMPETENCIA   PIC 9(06).
           05 PLM-COPART        PIC 9(08)V99.
           05 PLM-MENSAL-FUNC   PIC 9(08)V99.
           05 PLM-QTDE-VIDAS    PIC 9(02).
           05 PLM-DATA          PIC 9(08).
           05 PLM-SITUACAO      PIC X(01).
               88 PLM-FATURADO              VALUE "F".
               88 PLM-DESCONTADO            VALUE "D".
