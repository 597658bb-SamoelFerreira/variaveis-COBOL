      *==          BASE DO ACUMULO DE ENCARGOS PATRONAIS
      *==          (PROGRAMA44) - O INSS PATRONAL, RAT E TERCEIROS
      *==          ERAM CALCULADOS NA CALCULADORA E LANCADOS A MAO.
      *== 15/10/26 WS - ACRESCIDO FCC-ESTAB - O BRUTO DO CENTRO E
      *==          SEPARADO POR ESTABELECIMENTO (CADASTRO ESTAB).
      *==========================================================
       01  FCC-REGISTRO.
           05 FCC-COMPETENCIA   PIC 9(06).
           05 FCC-LOTE          PIC 9(05).
           05 FCC-CCUSTO        PIC X(05).
           05 FCC-TOTAL-BRUTO   PIC 9(11)V99.
           05 FCC-ESTAB         PIC 9(03).
