      *==========================================================
      *== Copybook: CPAPROV
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO ARQUIVO DE ALTERACOES PENDENTES DE
      *==          APROVACAO (ARQ. APVPEND, INDEXADO POR CODIGO DO
      *==          FUNCIONARIO + DATA/HORA DA SOLICITACAO + TIPO).
      *==          ALTERACAO DE SALARIO (S) E DE CONTA BANCARIA (B)
      *==          NAO VAI MAIS DIRETO PARA O CADMEST: O
      *==          PROGRAMA01 (MODO 2) E O PROGRAMA11 (DISSIDIO)
      *==          GRAVAM A SOLICITACAO AQUI COMO PENDENTE (P) E
      *==          O PROGRAMA79, OPERADO POR OUTRO SUPERVISOR
      *==          (OPR-NIVEL 2 OU MAIS, DIFERENTE DO
      *==          SOLICITANTE), APROVA (A) - SO ENTAO O MESTRE,
      *==          O SALHIST E O CADJRNL SAO ATUALIZADOS - OU
      *==          REJEITA (R). O ESTORNO DO DISSIDIO CANCELA (C)
      *==          O QUE AINDA ESTIVER PENDENTE NO LOTE. OS CAMPOS
      *==          -ANT GUARDAM O VALOR DO MESTRE NA SOLICITACAO;
      *==          SE O MESTRE MUDOU ANTES DA APROVACAO, O
      *==          PROGRAMA79 RECUSA APLICAR.
      *==========================================================
       01  APV-REGISTRO.
           05 APV-CHAVE.
               10 APV-CODIGO-EMP    PIC 9(05).
               10 APV-DATA-SOLIC    PIC 9(08).
               10 APV-HORA-SOLIC    PIC 9(08).
               10 APV-TIPO          PIC X(01).
                   88 APV-SALARIO           VALUE "S".
                   88 APV-CONTA             VALUE "B".
           05 APV-SALARIO-ANT   PIC 9(08)V99.
           05 APV-SALARIO-NOVO  PIC 9(08)V99.
           05 APV-BANCO-ANT     PIC 9(03).
           05 APV-AGENCIA-ANT   PIC 9(05).
           05 APV-CONTA-ANT     PIC 9(10).
           05 APV-BANCO-NOVO    PIC 9(03).
           05 APV-AGENCIA-NOVO  PIC 9(05).
           05 APV-CONTA-NOVO    PIC 9(10).
           05 APV-ORIGEM        PIC X(10).
           05 APV-LOTE          PIC 9(05).
           05 APV-SOLICITANTE   PIC X(10).
           05 APV-SITUACAO      PIC X(01).
               88 APV-PENDENTE              VALUE "P".
               88 APV-APROVADO              VALUE "A".
               88 APV-REJEITADO             VALUE "R".
               88 APV-CANCELADO             VALUE "C".
           05 APV-APROVADOR     PIC X(10).
           05 APV-DATA-DECISAO  PIC 9(08).
           05 APV-MOTIVO        PIC X(30).
