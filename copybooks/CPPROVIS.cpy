      *==========================================================
      *== Copybook: CPPROVIS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO RAZAO AUXILIAR DE PROVISOES DE 13.
      *==          SALARIO E FERIAS (ARQ. PROVISAO, INDEXADO POR
      *==          CODIGO DO FUNCIONARIO + TIPO D-13./F-FERIAS) -
      *==          SALDO PROVISIONADO DO FUNCIONARIO (BASE E
      *==          ENCARGOS PATRONAIS DO TABENC SEPARADOS), QUE O
      *==          PROVISIONAMENTO MENSAL (PROGRAMA75) AJUSTA AO
      *==          DEVIDO NA COMPETENCIA E OS PAGAMENTOS
      *==          (PROGRAMA33, PROGRAMA42 E PROGRAMA45) BAIXAM
      *==          PELA SECTION 7951 DO CPPRVPR. O SALDO DA CONTA
      *==          DE PASSIVO NO GLJRNL E A SOMA DESTES SALDOS.
      *==          PRV-BAIXADO-ANO GUARDA O 13. JA PAGO NO ANO DE
      *==          PRV-ANO-REF E PRV-ULT-PARCELA A ULTIMA PARCELA
      *==          BAIXADA, PARA O REPROCESSO NAO BAIXAR DUAS VEZES.
      *==========================================================
       01  PRV-REGISTRO.
           05 PRV-CHAVE.
               10 PRV-CODIGO        PIC 9(05).
               10 PRV-TIPO          PIC X(01).
                   88 PRV-DECIMO                VALUE "D".
                   88 PRV-FERIAS                VALUE "F".
           05 PRV-CCUSTO        PIC X(05).
           05 PRV-SALDO-BASE    PIC 9(09)V99.
           05 PRV-SALDO-ENCARGO PIC 9(09)V99.
           05 PRV-ANO-REF       PIC 9(04).
           05 PRV-BAIXADO-ANO   PIC 9(09)V99.
           05 PRV-ULT-PARCELA   PIC 9(01).
           05 PRV-ULT-COMPETENCIA PIC 9(06).
           05 PRV-DATA          PIC 9(08).
           05 PRV-LOTE          PIC 9(05).
