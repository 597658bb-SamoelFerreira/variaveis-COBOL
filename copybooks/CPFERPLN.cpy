      *==========================================================
      *== Copybook: CPFERPLN
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DA PROGRAMACAO ANUAL DE FERIAS (ARQ.
      *==          FERPLAN, INDEXADO POR CODIGO DO FUNCIONARIO +
      *==          ANO) - ATE TRES PERIODOS PLANEJADOS NO ANO
      *==          (INICIO, DIAS E FIM), COMO PERMITE A CLT ART.
      *==          134: UM DE PELO MENOS 14 DIAS, OS DEMAIS DE
      *==          PELO MENOS 5, NO MAXIMO 30 NO TOTAL. GRAVADO E
      *==          VALIDADO PELO PROGRAMB02 (PERIODOS AQUISITIVO E
      *==          CONCESSIVO E LIMITE DE AUSENTES DO CENTRO DE
      *==          CUSTO) E LIDO PELO ACOMPANHAMENTO MENSAL
      *==          (PROGRAMB03). FPL-PRAZO-CONCESSIVO E O PRIMEIRO
      *==          DIA DE FERIAS EM DOBRO CALCULADO NA GRAVACAO E
      *==          FPL-ALERTA-DOBRO MARCA O PLANO ACEITO COM
      *==          PERIODO ALEM DESSE PRAZO.
      *==========================================================
       01  FPL-REGISTRO.
           05 FPL-CHAVE.
               10 FPL-CODIGO        PIC 9(05).
               10 FPL-ANO           PIC 9(04).
           05 FPL-QTDE-PERIODOS PIC 9(01).
           05 FPL-PERIODO       OCCURS 3 TIMES.
               10 FPL-PER-INICIO    PIC 9(08).
               10 FPL-PER-DIAS      PIC 9(02).
               10 FPL-PER-FIM       PIC 9(08).
           05 FPL-BASE-FERIAS   PIC 9(08).
           05 FPL-PRAZO-CONCESSIVO PIC 9(08).
           05 FPL-ALERTA-DOBRO  PIC X(01).
               88 FPL-ALERTA-DOBRO-SIM      VALUE "S".
           05 FPL-DATA          PIC 9(08).
           05 FPL-OPERADOR      PIC X(10).
