      *==========================================================
      *== Copybook: CPCONLIQ
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DA SITUACAO DA CONCILIACAO DO LIQUIDO
      *==          (ARQ. CONCLIQ, INDEXADO POR COMPETENCIA AAAAMM)
      *==          - A CONCILIACAO TRIPLA DO PROGRAMB04 (LIQUIDO DO
      *==          FOLHAHST CONTRA CREDITOS DO BANKPAY LIQUIDOS DE
      *==          DEVOLUCOES E REEMISSOES DO PENDPAY CONTRA CREDITO NA
      *==          CONTA DE SALARIOS A PAGAR DO GLJRNL) CARIMBA
      *==          AQUI CONCILIADO OU NAO CONCILIADO, COM OS TRES
      *==          TOTAIS, E O BALANCETE (PROGRAMA60) SO OFERECE O
      *==          FECHAMENTO DA COMPETENCIA CONCILIADA (SECTION
      *==          8520 DO COPYBOOK CPCLQPR). CADA EXECUCAO REGRAVA
      *==          A SITUACAO DA COMPETENCIA.
      *==========================================================
       01  CLQ-REGISTRO.
           05 CLQ-COMPETENCIA   PIC 9(06).
           05 CLQ-STATUS        PIC X(01).
               88 CLQ-CONCILIADO            VALUE "C".
               88 CLQ-NAO-CONCILIADO        VALUE "N".
           05 CLQ-DATA          PIC 9(08).
           05 CLQ-HORA          PIC 9(08).
           05 CLQ-OPERADOR      PIC X(10).
           05 CLQ-CONTA-GL      PIC X(06).
           05 CLQ-TOTAL-FOLHA   PIC S9(11)V99.
           05 CLQ-TOTAL-BANCO   PIC S9(11)V99.
           05 CLQ-TOTAL-GL      PIC S9(11)V99.
           05 CLQ-QTDE-DIVERG   PIC 9(05).
