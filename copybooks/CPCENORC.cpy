      *==========================================================
      *== Copybook: CPCENORC
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO ARQUIVO DE CENARIOS DA SIMULACAO DE
      *==          ORCAMENTO SALARIAL (ARQ. CENORC) - DEPOSITADO
      *==          PELA OPERACAO (COMO O TABENC) E LIDO PELO
      *==          PROGRAMA91. ATE 3 CENARIOS, CADA LINHA DE UM:
      *==          P = PADRAO DO CENARIO (DESCRICAO, PERCENTUAL DE
      *==              DISSIDIO E MES EFETIVO PARA QUEM NAO CAI EM
      *==              REGRA PROPRIA)
      *==          S = PERCENTUAL E MES DE UM SINDICATO
      *==              (EMP-SINDICATO)
      *==          G = PERCENTUAL E MES DE UMA GRADE DE CARGO
      *==              (CRG-GRADE) - VALE ANTES DA REGRA DO
      *==              SINDICATO
      *==          Q = ADMISSOES (A) OU DESLIGAMENTOS (D) PREVISTOS
      *==              NO CENTRO DE CUSTO A PARTIR DO MES, COM O
      *==              SALARIO DAS ADMISSOES (ZEROS = MEDIA DO
      *==              CENTRO NO MES)
      *==========================================================
       01  CEN-REGISTRO.
           05 CEN-CENARIO       PIC 9(01).
           05 CEN-TIPO          PIC X(01).
               88 CEN-TIPO-PADRAO           VALUE "P".
               88 CEN-TIPO-SINDICATO        VALUE "S".
               88 CEN-TIPO-GRADE            VALUE "G".
               88 CEN-TIPO-QUADRO           VALUE "Q".
               88 CEN-TIPO-OK               VALUE "P" "S" "G" "Q".
      *        SINDICATO (S), GRADE (G) OU CENTRO DE CUSTO (Q)
           05 CEN-CHAVE         PIC X(05).
           05 CEN-CHAVE-SIND REDEFINES CEN-CHAVE.
               10 CEN-SINDICATO     PIC 9(03).
               10 FILLER            PIC X(02).
           05 CEN-CHAVE-GRADE REDEFINES CEN-CHAVE.
               10 CEN-GRADE         PIC X(02).
               10 FILLER            PIC X(03).
           05 CEN-PERC          PIC 9(03)V99.
           05 CEN-MES           PIC 9(02).
           05 CEN-MOVIMENTO     PIC X(01).
               88 CEN-ADMISSAO              VALUE "A".
               88 CEN-DESLIGAMENTO          VALUE "D".
           05 CEN-QTDE          PIC 9(03).
           05 CEN-SALARIO       PIC 9(08)V99.
           05 CEN-DESCRICAO     PIC X(17).
