      *==========================================================
      *== Copybook: CPTABPLN
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO ARQUIVO DE PARAMETROS DE PRECOS DO
      *==          PLANO DE SAUDE/ODONTOLOGICO (ARQ. TABPLAN) - UMA
      *==          LINHA POR DATA DE VIGENCIA, PRODUTO E PLANO COM
      *==          A MENSALIDADE POR VIDA E O PERCENTUAL PAGO PELO
      *==          FUNCIONARIO PARA O TITULAR E PARA CADA
      *==          DEPENDENTE (O RESTANTE E CUSTO DA EMPRESA).
      *==          DEPOSITADO PELA OPERACAO, COMO O TABSALF; VALE A
      *==          MAIOR VIGENCIA MENOR OU IGUAL A DATA DE
      *==          REFERENCIA (SECTION 7885 DO CPTPLPR).
      *==========================================================
       01  PLT-REGISTRO.
           05 PLT-VIGENCIA      PIC 9(08).
           05 PLT-PRODUTO       PIC X(01).
           05 PLT-PLANO         PIC X(02).
           05 PLT-VALOR-VIDA    PIC 9(06)V99.
           05 PLT-PERC-TITULAR  PIC 9(03)V99.
           05 PLT-PERC-DEPEND   PIC 9(03)V99.
