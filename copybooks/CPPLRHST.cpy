      *==========================================================
      *== Copybook: CPPLRHST
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO HISTORICO DE PAGAMENTOS DA
      *==          PARTICIPACAO NOS LUCROS (ARQ. PLRHIST), ANEXADO
      *==          PELO PROGRAMA84 A CADA CREDITO DE PLR - UMA
      *==          LINHA POR FUNCIONARIO E PARCELA DO ANO, COM O
      *==          VALOR BRUTO, O IRRF DA TABELA EXCLUSIVA E O
      *==          LIQUIDO. LIDO PELO PROPRIO PROGRAMA84 (PAGAMENTOS
      *==          ANTERIORES DO ANO ENTRAM NA BASE DO IRRF E A
      *==          MESMA PARCELA NAO E PAGA DUAS VEZES) E PELO
      *==          INFORME ANUAL DE RENDIMENTOS (PROGRAMA46).
      *==========================================================
       01  PLH-REGISTRO.
           05 PLH-CODIGO        PIC 9(05).
           05 PLH-ANO           PIC 9(04).
           05 PLH-PARCELA       PIC 9(01).
           05 PLH-AVOS          PIC 9(02).
           05 PLH-VALOR         PIC 9(08)V99.
           05 PLH-IRRF          PIC 9(08)V99.
           05 PLH-LIQUIDO       PIC 9(08)V99.
           05 PLH-ESTAB         PIC 9(03).
           05 PLH-DATA          PIC 9(08).
           05 PLH-LOTE          PIC 9(05).
           05 PLH-OPERADOR      PIC X(10).
