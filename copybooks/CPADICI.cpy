      *==========================================================
      *== Copybook: CPADICI
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE ADICIONAIS LEGAIS DO
      *==          FUNCIONARIO (ARQ. ADICION, INDEXADO POR CODIGO
      *==          DO FUNCIONARIO) - GRAU DE EXPOSICAO A AGENTE
      *==          INSALUBRE (0-NENHUM, 1-MINIMO, 2-MEDIO,
      *==          3-MAXIMO, PELO LAUDO DO SESMT), ATIVIDADE
      *==          PERIGOSA (S/N), TRABALHO NOTURNO (S/N) E AS
      *==          HORAS NOTURNAS MENSAIS DA ESCALA, USADAS QUANDO
      *==          O PONTO DO MES NAO TRAZ A LINHA DO FUNCIONARIO.
      *==          MANTIDO PELO PROGRAMA82; A FOLHA MENSAL
      *==          (PROGRAMA12) E O CONTRACHEQUE (PROGRAMA13)
      *==          CALCULAM OS ADICIONAIS PELOS PERCENTUAIS DO
      *==          TABLEGAL (COPYBOOK CPPARLG) - ACABAM AS RUBRICAS
      *==          FIXAS DE INSALUBRIDADE, PERICULOSIDADE E
      *==          ADICIONAL NOTURNO NO FUNCRUB.
      *==========================================================
       01  ADC-REGISTRO.
           05 ADC-CODIGO-EMP    PIC 9(05).
           05 ADC-GRAU-INSALUB  PIC 9(01).
               88 ADC-SEM-INSALUB           VALUE 0.
               88 ADC-INSALUB-MINIMO        VALUE 1.
               88 ADC-INSALUB-MEDIO         VALUE 2.
               88 ADC-INSALUB-MAXIMO        VALUE 3.
               88 ADC-GRAU-VALIDO           VALUE 0 THRU 3.
           05 ADC-PERICULOSO    PIC X(01).
               88 ADC-PERICULOSO-SIM        VALUE "S".
           05 ADC-NOTURNO       PIC X(01).
               88 ADC-NOTURNO-SIM           VALUE "S".
           05 ADC-HORAS-NOT-ESCALA PIC 9(03)V99.
           05 ADC-VIGENCIA      PIC 9(08).
           05 ADC-DATA-ALTER    PIC 9(08).
           05 ADC-OPERADOR      PIC X(10).
