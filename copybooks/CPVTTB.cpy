      *==========================================================
      *== Copybook: CPVTTB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO DESCONTO DO VALE-TRANSPORTE
      *==          NA FOLHA MENSAL (PROGRAMA12) E NO CONTRACHEQUE
      *==          (PROGRAMA13): A PARTE DO FUNCIONARIO E 6% DO
      *==          SALARIO BASE DO MES, LIMITADA AO CUSTO REAL DO
      *==          VALE COMPRADO NA COMPETENCIA (ARQ. VTMES,
      *==          COPYBOOK CPVTMES). SEM O ARQUIVO, OU SEM COMPRA
      *==          NA COMPETENCIA, O DESCONTO FICA ZERO.
      *==========================================================
       77 WRK-FS-VTMES          PIC X(02)       VALUE SPACES.
           88 WRK-FS-VTMES-OK                   VALUE "00".
           88 WRK-FS-VTMES-NAO-EXISTE           VALUE "35".
           88 WRK-FS-VTMES-DUPLICADO            VALUE "22".
       77 WRK-VTMES-DISPONIVEL  PIC X(01)       VALUE "N".
           88 WRK-VTMES-DISPONIVEL-SIM          VALUE "S".
       77 WRK-PERC-VALE-TRANSP  PIC 9(02)V99    VALUE 6,00.
       77 WRK-VALOR-VALE-TRANSP PIC 9(08)V99    VALUE ZEROS.
