      *== 22/08/26 WS - ACRESCIDO TBF-TIPO (I-INSS/R-IRRF): O CALCULO
      *==          PROGRESSIVO MANTEM AS DUAS TABELAS EM SEPARADO,
      *==          CADA UMA COM SUA PROPRIA VIGENCIA.
      *== 15/10/26 WS - TIPO P: TABELA EXCLUSIVA ANUAL DO IRRF DA
      *==          PARTICIPACAO NOS LUCROS (PLR), LIMITES ANUAIS,
      *==          CARREGADA SO PELO PAGAMENTO DA PLR (PROGRAMA84,
      *==          SECTION 8730 DO CPPLRPR) - A 7520 IGNORA O TIPO.
      *==========================================================
       01  TBF-REGISTRO.
           05 TBF-VIGENCIA      PIC 9(08).
           05 TBF-TIPO          PIC X(01).
               88 TBF-TIPO-INSS             VALUE "I".
               88 TBF-TIPO-IRRF             VALUE "R".
               88 TBF-TIPO-PLR              VALUE "P".
           05 TBF-SEQ           PIC 9(02).
           05 TBF-LIMITE        PIC 9(08)V99.
           05 TBF-PERC          PIC 9(02)V999.
