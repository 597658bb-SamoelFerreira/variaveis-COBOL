      *==========================================================
      *== Copybook: CPVTROTA
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE TRAJETOS DO VALE-
      *==          TRANSPORTE (ARQ. VALETRAN, INDEXADO POR CODIGO
      *==          DO FUNCIONARIO + SEQUENCIA) - UMA LINHA POR
      *==          CONDUCAO USADA NO DESLOCAMENTO CASA-TRABALHO,
      *==          COM A TARIFA E QUANTAS VEZES POR DIA E USADA
      *==          (IDA E VOLTA = 2). MANTIDO PELO PROGRAMA71 E
      *==          LIDO NA COMPRA MENSAL DO PROGRAMA72, QUE
      *==          MULTIPLICA O CUSTO DIARIO PELOS DIAS UTEIS DE
      *==          TRABALHO DA COMPETENCIA. FUNCIONARIO SEM TRAJETO
      *==          NAO RECEBE VALE-TRANSPORTE.
      *==========================================================
       01  VTR-REGISTRO.
           05 VTR-CHAVE.
               10 VTR-CODIGO-EMP    PIC 9(05).
               10 VTR-SEQ           PIC 9(02).
           05 VTR-LINHA         PIC X(30).
           05 VTR-TARIFA        PIC 9(03)V99.
           05 VTR-VIAGENS-DIA   PIC 9(01).
           05 VTR-OPERADOR      PIC X(10).
           05 VTR-DATA-REGISTRO PIC 9(08).
