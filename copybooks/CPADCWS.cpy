      *==========================================================
      *== Copybook: CPADCWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DOS ADICIONAIS LEGAIS (SECTIONS
      *==          8700-8712 DO CPADCPR): STATUS DO ADICION E DO
      *==          TABLEGAL, OS PARAMETROS DA VIGENCIA CARREGADA, O
      *==          FUNCIONARIO A CALCULAR E O RESULTADO - UM VALOR
      *==          POR ADICIONAL, O TOTAL E O QUE FOI USADO EM
      *==          CADA CONTA, PARA AS LINHAS DO FOPAGREG E DO
      *==          CONTRACHEQUE.
      *==========================================================
       77 WRK-FS-ADICION        PIC X(02)       VALUE SPACES.
           88 WRK-FS-ADICION-OK                 VALUE "00".
           88 WRK-FS-ADICION-NAO-EXISTE         VALUE "35".
           88 WRK-FS-ADICION-DUPLICADO          VALUE "22".
       77 WRK-ADICION-DISPONIVEL PIC X(01)      VALUE "N".
           88 WRK-ADICION-DISPONIVEL-SIM        VALUE "S".
       77 WRK-FS-TABLEGAL       PIC X(02)       VALUE SPACES.
           88 WRK-FS-TABLEGAL-OK                VALUE "00".
       77 WRK-CONTINUA-TABLEGAL PIC X(01)       VALUE "S".
           88 WRK-CONTINUA-TABLEGAL-SIM         VALUE "S".

      *    PARAMETROS DA VIGENCIA CARREGADA (8700) - SEM VIGENCIA
      *    APLICAVEL FICAM ZERADOS E NENHUM ADICIONAL E CALCULADO
       77 WRK-LGL-DATA-REF      PIC 9(08)       VALUE ZEROS.
       77 WRK-LGL-VIG-ATIVA     PIC 9(08)       VALUE ZEROS.
       77 WRK-LGL-SAL-MINIMO    PIC 9(06)V99    VALUE ZEROS.
       77 WRK-LGL-PERC-INS-MIN  PIC 9(03)V99    VALUE ZEROS.
       77 WRK-LGL-PERC-INS-MED  PIC 9(03)V99    VALUE ZEROS.
       77 WRK-LGL-PERC-INS-MAX  PIC 9(03)V99    VALUE ZEROS.
       77 WRK-LGL-PERC-PERIC    PIC 9(03)V99    VALUE ZEROS.
       77 WRK-LGL-PERC-NOTURNO  PIC 9(03)V99    VALUE ZEROS.
       77 WRK-LGL-FATOR-NOT     PIC 9(01)V9(06) VALUE ZEROS.

      *    FUNCIONARIO A CALCULAR - PREENCHIDOS PELO CHAMADOR. AS
      *    HORAS NOTURNAS DO PONTO SO VALEM COM O PONTO ACHADO;
      *    SEM LINHA DE PONTO VALEM AS HORAS DA ESCALA DO CADASTRO
       77 WRK-ADC-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-ADC-SALARIO       PIC 9(08)V99    VALUE ZEROS.
       77 WRK-ADC-DIAS-PAGOS    PIC 9(02)       VALUE 30.
       77 WRK-ADC-PONTO-ACHADO  PIC X(01)       VALUE "N".
           88 WRK-ADC-PONTO-ACHADO-SIM          VALUE "S".
       77 WRK-ADC-HORAS-PONTO   PIC 9(03)V99    VALUE ZEROS.

      *    RESULTADO DA 8710
       77 WRK-ADC-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-ADC-ACHOU-SIM                 VALUE "S".
       77 WRK-ADC-GRAU          PIC 9(01)       VALUE ZEROS.
       77 WRK-ADC-PERC-INSALUB  PIC 9(03)V99    VALUE ZEROS.
       77 WRK-ADC-VALOR-INSALUB PIC 9(08)V99    VALUE ZEROS.
       77 WRK-ADC-VALOR-PERIC   PIC 9(08)V99    VALUE ZEROS.
       77 WRK-ADC-HORAS-NOT     PIC 9(03)V99    VALUE ZEROS.
       77 WRK-ADC-VALOR-HORA    PIC 9(06)V99    VALUE ZEROS.
       77 WRK-ADC-VALOR-NOTURNO PIC 9(08)V99    VALUE ZEROS.
       77 WRK-ADC-TOTAL         PIC 9(08)V99    VALUE ZEROS.
      *    INSALUBRIDADE E PERICULOSIDADE NO MES CHEIO, ANTES DA
      *    PROPORCAO DOS DIAS PAGOS (BASE DA HORA NOTURNA)
       77 WRK-ADC-INSALUB-CHEIO PIC 9(08)V99    VALUE ZEROS.
       77 WRK-ADC-PERIC-CHEIO   PIC 9(08)V99    VALUE ZEROS.
