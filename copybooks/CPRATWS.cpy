      *==========================================================
      *== Copybook: CPRATWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO RATEIO DE CENTRO DE CUSTO
      *==          (SECTIONS 7940-7947 DO CPRATPR): STATUS DO
      *==          RATEIO, O FUNCIONARIO, A DATA DE REFERENCIA, O
      *==          CENTRO PRINCIPAL (EMP-CCUSTO) E O VALOR A
      *==          DIVIDIR, E AS PARTES RESULTANTES - CENTRO,
      *==          PERCENTUAL E VALOR - QUE O CHAMADOR ACUMULA.
      *==========================================================
       77 WRK-FS-RATEIO         PIC X(02)       VALUE SPACES.
           88 WRK-FS-RATEIO-OK                  VALUE "00".
           88 WRK-FS-RATEIO-NAO-EXISTE          VALUE "35".
           88 WRK-FS-RATEIO-DUPLICADO           VALUE "22".
       77 WRK-RATEIO-DISPONIVEL PIC X(01)       VALUE "N".
           88 WRK-RATEIO-DISPONIVEL-SIM         VALUE "S".

      *    ENTRADA - PREENCHIDOS PELO CHAMADOR
       77 WRK-RAT-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-RAT-DATA-REF      PIC 9(08)       VALUE ZEROS.
       77 WRK-RAT-CCUSTO-PRINC  PIC X(05)       VALUE SPACES.
       77 WRK-RAT-VALOR         PIC 9(11)V99    VALUE ZEROS.

      *    VIGENCIA ACHADA (7943) - COPIA DOS ITENS DO REGISTRO
       77 WRK-RAT-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-RAT-ACHOU-SIM                 VALUE "S".
       77 WRK-RAT-FIM           PIC X(01)       VALUE "N".
           88 WRK-RAT-FIM-SIM                   VALUE "S".
       77 WRK-RAT-VIG-QTDE      PIC 9(02)       VALUE ZEROS.
       01 WRK-RAT-VIGENTE.
           05 WRK-RAT-VIG-ITEM      OCCURS 10 TIMES.
               10 WRK-RAT-VIG-CCUSTO    PIC X(05).
               10 WRK-RAT-VIG-PERC      PIC 9(03)V99.

      *    SAIDA (7942) - UMA PARTE POR CENTRO; SEM RATEIO, UMA SO
      *    PARTE COM O CENTRO PRINCIPAL E O VALOR INTEIRO. A
      *    DIFERENCA DE ARREDONDAMENTO FICA NA PARTE DO CENTRO
      *    PRINCIPAL (OU NA PRIMEIRA, SE ELE NAO ESTA NO RATEIO)
       77 WRK-RAT-QTDE          PIC 9(02)       VALUE ZEROS.
       77 WRK-RAT-I             PIC 9(02)       VALUE ZEROS.
       77 WRK-RAT-PRINC-I       PIC 9(02)       VALUE ZEROS.
       77 WRK-RAT-SOMA          PIC 9(11)V99    VALUE ZEROS.
       01 WRK-RAT-PARTES.
           05 WRK-RAT-PARTE         OCCURS 10 TIMES.
               10 WRK-RAT-PARTE-CCUSTO  PIC X(05).
               10 WRK-RAT-PARTE-PERC    PIC 9(03)V99.
               10 WRK-RAT-PARTE-VALOR   PIC 9(11)V99.
