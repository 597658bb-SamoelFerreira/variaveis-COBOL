      *==========================================================
      *== Copybook: CPBCOHR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO BANCO DE HORAS (ARQ. BCOHORAS,
      *==          INDEXADO POR CODIGO DO FUNCIONARIO + COMPETENCIA
      *==          AAAAMM + TIPO + PERCENTUAL). PELO ACORDO
      *==          COLETIVO A HORA EXTRA APURADA PELO PONTO PODE
      *==          IR PARA O BANCO EM VEZ DE SER PAGA NO MES: A
      *==          IMPORTACAO DO PROGRAMA38 GRAVA UM LOTE DE
      *==          CREDITO (C) POR PERCENTUAL (050/100) COM O MES
      *==          DE VENCIMENTO (SEIS MESES DEPOIS) E COMPENSA AS
      *==          FALTAS DO MES COM O SALDO (D, LOTES MAIS
      *==          ANTIGOS PRIMEIRO). A FOLHA (PROGRAMA12) PAGA COM
      *==          O ADICIONAL DO LOTE AS HORAS QUE CHEGAM AO
      *==          VENCIMENTO (V) E A RESCISAO (PROGRAMA45) PAGA
      *==          TODO O SALDO (R). BHR-SALDO-LOTE E O QUE AINDA
      *==          RESTA DE CADA CREDITO; BHR-SALDO-APOS E O SALDO
      *==          DO FUNCIONARIO DEPOIS DO MOVIMENTO. O EXTRATO
      *==          MENSAL E O PROGRAMA81.
      *==========================================================
       01  BHR-REGISTRO.
           05 BHR-CHAVE.
               10 BHR-CODIGO-EMP    PIC 9(05).
               10 BHR-COMPETENCIA   PIC 9(06).
               10 BHR-TIPO          PIC X(01).
                   88 BHR-CREDITO           VALUE "C".
                   88 BHR-COMPENSACAO       VALUE "D".
                   88 BHR-PAGO-VENCIDO      VALUE "V".
                   88 BHR-PAGO-RESCISAO     VALUE "R".
               10 BHR-PERCENTUAL    PIC 9(03).
                   88 BHR-EXTRA-50          VALUE 050.
                   88 BHR-EXTRA-100         VALUE 100.
           05 BHR-HORAS         PIC 9(04)V99.
           05 BHR-SALDO-LOTE    PIC 9(04)V99.
           05 BHR-VENCIMENTO    PIC 9(06).
           05 BHR-VALOR         PIC 9(08)V99.
           05 BHR-SALDO-APOS    PIC 9(05)V99.
           05 BHR-DATA          PIC 9(08).
           05 BHR-LOTE          PIC 9(05).
           05 BHR-PROGRAMA      PIC X(10).
