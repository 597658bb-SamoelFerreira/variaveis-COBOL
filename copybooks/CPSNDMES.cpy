      *==========================================================
      *== Copybook: CPSNDMES
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO MOVIMENTO MENSAL DE DESCONTO SINDICAL
      *==          (ARQ. SINDMES, SEQUENCIAL) - UM REGISTRO POR
      *==          FUNCIONARIO COM DESCONTO SINDICAL NA COMPETENCIA,
      *==          GRAVADO PELA FOLHA MENSAL (PROGRAMA12, SO NA
      *==          PRODUCAO; REEXECUCAO REGRAVA O ARQUIVO INTEIRO):
      *==          SINDICATO, FUNCIONARIO, SALARIO BASE,
      *==          CONTRIBUICAO ANUAL E MENSALIDADE DESCONTADAS. E
      *==          A ENTRADA DO RELATORIO DE REPASSE POR SINDICATO
      *==          (PROGRAMA87).
      *==========================================================
       01  SDM-REGISTRO.
           05 SDM-SINDICATO     PIC 9(03).
           05 SDM-COMPETENCIA   PIC 9(06).
           05 SDM-CODIGO        PIC 9(05).
           05 SDM-NOME          PIC X(30).
           05 SDM-ESTAB         PIC 9(03).
           05 SDM-SALARIO       PIC 9(08)V99.
           05 SDM-CONTRIB       PIC 9(08)V99.
           05 SDM-MENSAL        PIC 9(08)V99.
           05 SDM-DATA          PIC 9(08).
           05 SDM-LOTE          PIC 9(05).
