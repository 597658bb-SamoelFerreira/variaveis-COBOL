      *==========================================================
      *== Copybook: CPPARLG
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DA TABELA DE PARAMETROS LEGAIS DOS
      *==          ADICIONAIS (ARQ. TABLEGAL) - UMA LINHA POR DATA
      *==          DE VIGENCIA COM O SALARIO MINIMO NACIONAL (BASE
      *==          DA INSALUBRIDADE), OS PERCENTUAIS DOS TRES
      *==          GRAUS DE INSALUBRIDADE, O DA PERICULOSIDADE
      *==          (SOBRE O SALARIO BASE), O DO ADICIONAL NOTURNO
      *==          E O FATOR DA HORA NOTURNA REDUZIDA (52'30" =
      *==          1,142857 HORA NOTURNA POR HORA DE RELOGIO).
      *==          DEPOSITADO PELA OPERACAO COMO O TABSALF E LIDO
      *==          PELA SECTION 8700 DO CPADCPR: VALE A LINHA COM
      *==          A MAIOR VIGENCIA <= DATA DE REFERENCIA - O NOVO
      *==          SALARIO MINIMO ENTRA NUMA LINHA NOVA, SEM MEXER
      *==          NO CADASTRO DE NINGUEM.
      *==========================================================
       01  LGL-REGISTRO.
           05 LGL-VIGENCIA      PIC 9(08).
           05 LGL-SALARIO-MINIMO PIC 9(06)V99.
           05 LGL-PERC-INSALUB-MIN PIC 9(03)V99.
           05 LGL-PERC-INSALUB-MED PIC 9(03)V99.
           05 LGL-PERC-INSALUB-MAX PIC 9(03)V99.
           05 LGL-PERC-PERICULOSO PIC 9(03)V99.
           05 LGL-PERC-NOTURNO  PIC 9(03)V99.
           05 LGL-FATOR-HORA-NOT PIC 9(01)V9(06).
