      *==========================================================
      *== Copybook: CPANOFCH
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CONTROLE DE FECHAMENTO ANUAL DA FOLHA
      *==          (ARQ. ANOFECH, INDEXADO POR ANO AAAA), NO
      *==          ESPIRITO DO GLFECHA - O FECHAMENTO ANUAL
      *==          (PROGRAMB09) CONFERE A VIRADA DO ANO (DOZE
      *==          COMPETENCIAS NO FOLHACTL E NO FOLHAHST, 13. NO
      *==          DECHIST, INFORME ANUAL, TABELAS DO ANO SEGUINTE)
      *==          E CARIMBA AQUI O ANO FECHADO; OS PROGRAMAS QUE
      *==          LANCAM NA FOLHA RECUSAM ANO FECHADO (SECTION
      *==          8150 DO COPYBOOK CPANFPR) ATE A REABERTURA
      *==          JUSTIFICADA E AUDITADA DO PROGRAMB09. O INFORME
      *==          ANUAL (PROGRAMA46) CARIMBA A ULTIMA EMISSAO DO
      *==          ANO (SECTION 8151) - ANO SEM FECHAMENTO NEM
      *==          REABERTURA FICA NA SITUACAO A (ABERTO).
      *==========================================================
       01  ANF-REGISTRO.
           05 ANF-ANO           PIC 9(04).
           05 ANF-SITUACAO      PIC X(01).
               88 ANF-ABERTO                VALUE "A".
               88 ANF-FECHADO               VALUE "F".
               88 ANF-REABERTO              VALUE "R".
           05 ANF-DATA-FECHA    PIC 9(08).
           05 ANF-HORA-FECHA    PIC 9(08).
           05 ANF-OPERADOR-FECHA PIC X(10).
           05 ANF-LOTE-FECHA    PIC 9(05).
           05 ANF-QTDE-FECHA    PIC 9(02).
           05 ANF-DATA-REABRE   PIC 9(08).
           05 ANF-OPERADOR-REABRE PIC X(10).
           05 ANF-MOTIVO-REABRE PIC X(50).
           05 ANF-INFORME-DATA  PIC 9(08).
           05 ANF-INFORME-LOTE  PIC 9(05).
           05 ANF-INFORME-ESTAB PIC 9(03).
           05 ANF-INFORME-QTDE  PIC 9(05).
