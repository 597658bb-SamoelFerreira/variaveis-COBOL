      *==========================================================
      *== Copybook: CPRATEIO
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE RATEIO DE CENTRO DE CUSTO
      *==          (ARQ. RATEIO, INDEXADO POR RAT-CHAVE) - O
      *==          FUNCIONARIO QUE TRABALHA PARA MAIS DE UM CENTRO
      *==          TEM O BRUTO, O FGTS E OS ENCARGOS DIVIDIDOS
      *==          PELOS PERCENTUAIS DA VIGENCIA EM VIGOR (A MAIOR
      *==          RAT-VIGENCIA ATE A DATA DE REFERENCIA), QUE
      *==          SOMAM 100%. SEM VIGENCIA, TUDO VAI PARA O
      *==          EMP-CCUSTO, COMO SEMPRE FOI; VIGENCIA SEM ITENS
      *==          ENCERRA O RATEIO A PARTIR DA DATA. MANTIDO PELO
      *==          PROGRAMA95 E LIDO PELAS ROTINAS DO CPRATPR.
      *==========================================================
       01  RAT-REGISTRO.
           05 RAT-CHAVE.
               10 RAT-CODIGO-EMP    PIC 9(05).
               10 RAT-VIGENCIA      PIC 9(08).
           05 RAT-QTDE-ITENS    PIC 9(02).
           05 RAT-ITENS.
               10 RAT-ITEM          OCCURS 10 TIMES.
                   15 RAT-CCUSTO        PIC X(05).
                   15 RAT-PERC          PIC 9(03)V99.
           05 RAT-DATA          PIC 9(08).
           05 RAT-OPERADOR      PIC X(10).
