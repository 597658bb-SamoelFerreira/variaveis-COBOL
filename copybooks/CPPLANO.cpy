      *==========================================================
      *== Copybook: CPPLANO
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE ADESOES AO PLANO DE SAUDE
      *==          E ODONTOLOGICO (ARQ. PLANOSAU, INDEXADO POR
      *==          CODIGO DO TITULAR + PRODUTO + SEQUENCIA DO
      *==          DEPENDENTE) - UMA VIDA POR REGISTRO: SEQUENCIA
      *==          00 E O PROPRIO FUNCIONARIO, AS DEMAIS SAO AS
      *==          SEQUENCIAS DO CADASTRO DEPENDE. GUARDA O PLANO
      *==          (CODIGO DA TABELA DE PRECOS TABPLAN), A
      *==          CARTEIRINHA DA OPERADORA E O PERIODO DE
      *==          COBERTURA (FIM ZERADO = VIGENTE). MANTIDO PELO
      *==          PROGRAMA73; A FOLHA MENSAL (PROGRAMA12) DESCONTA
      *==          A PARTE DO FUNCIONARIO E A CONCILIACAO DA FATURA
      *==          (PROGRAMA74) CASA AS VIDAS COBRADAS AQUI.
      *==========================================================
       01  PLS-REGISTRO.
           05 PLS-CHAVE.
               10 PLS-CODIGO-EMP    PIC 9(05).
               10 PLS-PRODUTO       PIC X(01).
                   88 PLS-SAUDE                 VALUE "S".
                   88 PLS-ODONTO                VALUE "O".
               10 PLS-SEQ-DEP       PIC 9(02).
                   88 PLS-TITULAR               VALUE ZEROS.
           05 PLS-PLANO         PIC X(02).
           05 PLS-NOME          PIC X(30).
           05 PLS-CARTEIRINHA   PIC X(20).
           05 PLS-DATA-INICIO   PIC 9(08).
           05 PLS-DATA-FIM      PIC 9(08).
           05 PLS-OPERADOR      PIC X(10).
           05 PLS-DATA-REGISTRO PIC 9(08).
