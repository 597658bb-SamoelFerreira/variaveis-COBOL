      *==========================================================
      *== Copybook: CPSIND
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE SINDICATOS (ARQ. SINDIC,
      *==          INDEXADO POR CODIGO) - NOME, CNPJ, MES DA
      *==          DATA-BASE E PERCENTUAL NEGOCIADO DO REAJUSTE
      *==          COLETIVO (DISSIDIO DO PROGRAMA11), REGRA DA
      *==          CONTRIBUICAO ANUAL (UM DIA DE SALARIO OU
      *==          PERCENTUAL, NO MES DE DESCONTO), PERCENTUAL E
      *==          TETO DA MENSALIDADE DOS SOCIOS, CONTA PARA O
      *==          REPASSE E SITUACAO. MANTIDO PELO PROGRAMA86;
      *==          O FUNCIONARIO APONTA PARA O SINDICATO PELO
      *==          EMP-SINDICATO DO CPEMP. A FOLHA MENSAL
      *==          (PROGRAMA12) DESCONTA PELAS REGRAS DAQUI E O
      *==          REPASSE POR SINDICATO SAI NO PROGRAMA87.
      *==========================================================
       01  SIN-REGISTRO.
           05 SIN-CODIGO        PIC 9(03).
           05 SIN-NOME          PIC X(40).
           05 SIN-CNPJ          PIC 9(14).
           05 SIN-MES-BASE      PIC 9(02).
           05 SIN-PERC-REAJUSTE PIC 9(03)V99.
           05 SIN-TIPO-CONTRIB  PIC X(01).
               88 SIN-CONTRIB-UM-DIA        VALUE "D".
               88 SIN-CONTRIB-PERCENTUAL    VALUE "P".
               88 SIN-CONTRIB-NENHUMA       VALUE "N".
               88 SIN-TIPO-CONTRIB-OK       VALUE "D" "P" "N".
           05 SIN-MES-CONTRIB   PIC 9(02).
           05 SIN-PERC-CONTRIB  PIC 9(03)V99.
           05 SIN-PERC-MENSAL   PIC 9(03)V99.
           05 SIN-TETO-MENSAL   PIC 9(06)V99.
           05 SIN-BANCO         PIC 9(03).
           05 SIN-AGENCIA       PIC 9(05).
           05 SIN-CONTA         PIC 9(10).
           05 SIN-SITUACAO      PIC X(01).
               88 SIN-ATIVO                 VALUE "A".
               88 SIN-INATIVO               VALUE "I".
