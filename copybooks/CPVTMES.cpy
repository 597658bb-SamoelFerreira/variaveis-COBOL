      *==========================================================
      *== Copybook: CPVTMES
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CONTROLE MENSAL DE VALE-TRANSPORTE
      *==          (ARQ. VTMES, INDEXADO POR CODIGO DO FUNCIONARIO
      *==          + COMPETENCIA AAAAMM) - GRAVADO PELA COMPRA
      *==          MENSAL (PROGRAMA72) JUNTO COM O PEDIDO DA
      *==          OPERADORA (ARQ. VTCOMPRA): DIAS UTEIS DA
      *==          COMPETENCIA PELO CALENDARIO DE FERIADOS, DIAS
      *==          DE FERIAS/AFASTAMENTO ABATIDOS, DIAS COMPRADOS E
      *==          O CUSTO REAL DO VALE. A FOLHA MENSAL (PROGRAMA12)
      *==          DESCONTA A PARTE DO FUNCIONARIO (6% DO SALARIO
      *==          BASE, LIMITADA AO CUSTO) E GRAVA AQUI O VALOR
      *==          DESCONTADO, MARCANDO DESCONTADO, NO ESTILO DO
      *==          ADIANT. O CONTRACHEQUE (PROGRAMA13) MOSTRA A
      *==          LINHA.
      *==========================================================
       01  VTM-REGISTRO.
           05 VTM-CHAVE.
               10 VTM-CODIGO        PIC 9(05).
               10 VTM-COMPETENCIA   PIC 9(06).
           05 VTM-DIAS-UTEIS    PIC 9(02).
           05 VTM-DIAS-AUSENTE  PIC 9(02).
           05 VTM-DIAS-COMPRA   PIC 9(02).
           05 VTM-CUSTO-DIA     PIC 9(04)V99.
           05 VTM-CUSTO         PIC 9(08)V99.
           05 VTM-DESCONTO      PIC 9(08)V99.
           05 VTM-DATA          PIC 9(08).
           05 VTM-LOTE          PIC 9(05).
           05 VTM-SITUACAO      PIC X(01).
               88 VTM-COMPRADO              VALUE "C".
               88 VTM-DESCONTADO            VALUE "D".
