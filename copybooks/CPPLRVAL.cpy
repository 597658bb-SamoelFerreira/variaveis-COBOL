      *==========================================================
      *== Copybook: CPPLRVAL
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DOS VALORES DE PLR ACORDADOS POR
      *==          FUNCIONARIO (ARQ. PLRVAL), DEPOSITADO PELO RH
      *==          QUANDO O ACORDO FIXA O VALOR INDIVIDUAL EM VEZ DE
      *==          UM MONTANTE GLOBAL - VALOR CHEIO DO PERIODO, O
      *==          PROGRAMA84 PROPORCIONALIZA PELOS MESES
      *==          TRABALHADOS.
      *==========================================================
       01  PLV-REGISTRO.
           05 PLV-CODIGO        PIC 9(05).
           05 PLV-VALOR         PIC 9(08)V99.
