      *==========================================================
      *== Copybook: CPANFWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO CONTROLE DE FECHAMENTO ANUAL
      *==          (SECTIONS 8150/8151 DO CPANFPR). PARA CONSULTAR
      *==          O CHAMADOR MOVE O ANO PARA WRK-ANF-ANO E EXECUTA
      *==          A 8150; A RESPOSTA VEM EM WRK-ANF-FECHADO. O ANO
      *==          CONSULTADO FICA GUARDADO EM WRK-ANF-ANO-LIDO E A
      *==          CONSULTA DO MESMO ANO NAO RELE O ARQUIVO (LOTE
      *==          DE EVENTOS CONSULTA A CADA LINHA). PARA O CARIMBO
      *==          DO INFORME (8151) O CHAMADOR MOVE TAMBEM DATA,
      *==          LOTE, ESTABELECIMENTO E QUANTIDADE DE INFORMES.
      *==========================================================
       77 WRK-FS-ANOFECH        PIC X(02)       VALUE SPACES.
           88 WRK-FS-ANOFECH-OK                 VALUE "00".
           88 WRK-FS-ANOFECH-NAO-EXISTE         VALUE "35".
       77 WRK-ANF-ANO           PIC 9(04)       VALUE ZEROS.
       77 WRK-ANF-ANO-LIDO      PIC 9(04)       VALUE ZEROS.
       77 WRK-ANF-FECHADO       PIC X(01)       VALUE "N".
           88 WRK-ANF-FECHADO-SIM               VALUE "S".
       77 WRK-ANF-INF-DATA      PIC 9(08)       VALUE ZEROS.
       77 WRK-ANF-INF-LOTE      PIC 9(05)       VALUE ZEROS.
       77 WRK-ANF-INF-ESTAB     PIC 9(03)       VALUE ZEROS.
       77 WRK-ANF-INF-QTDE      PIC 9(05)       VALUE ZEROS.
