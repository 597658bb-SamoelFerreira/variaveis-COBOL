      *==          VINCULO ENTRE O CODIGO ANTIGO E O NOVO FICA NO
      *==          VINCREH (CPVINCRE) - DESLIGADO ETERNO NO MESTRE
      *==          VIVO INFLAVA TODA VARREDURA.
      *== 15/10/26 WS - ACRESCIDO AQM-ESTAB, ACOMPANHANDO O
      *==          EMP-ESTAB DO CPEMP.
      *== 15/10/26 WS - PASSADO O PRAZO DE GUARDA, O PROGRAMA85
      *==          ANONIMIZA O REGISTRO (LGPD): AQM-NOME RECEBE O
      *==          MARCADOR "*** ANONIMIZADO (LGPD) ***", DOCUMENTO
      *==          E ENDERECO FICAM EM BRANCO E BANCO/AGENCIA/CONTA
      *==          ZERADOS - A READMISSAO NAO ACHA MAIS ESSE CPF.
      *== 15/10/26 WS - ACRESCIDOS AQM-SINDICATO E AQM-SIND-DESCONTO,
      *==          ACOMPANHANDO O CPEMP.
      *== 15/10/26 WS - ACRESCIDOS AQM-SEXO E AQM-RACA-COR,
      *==          ACOMPANHANDO O CPEMP. A ANONIMIZACAO (PROGRAMA85)
      *==          APAGA TAMBEM A RACA/COR, DADO PESSOAL SENSIVEL.
      *== 15/10/26 WS - ACRESCIDOS AQM-PCD, AQM-APRENDIZ E
      *==          AQM-APREND-FIM, ACOMPANHANDO O CPEMP. A
      *==          ANONIMIZACAO APAGA TAMBEM O PCD (DADO DE SAUDE).
      *== 15/10/26 WS - O CADARQ EM DISCO NO LAYOUT DE 180 POSICOES E
      *==          CONVERTIDO PARA AS 199 ATUAIS PELO PROGRAMB11.
      *==========================================================
       01  AQM-REGISTRO.
           05 AQM-CODIGO        PIC 9(05).
           05 AQM-DATA-DESLIG   PIC 9(08).
           05 AQM-MOTIVO-DESLIG PIC X(30).
           05 AQM-CARGO         PIC X(04).
           05 AQM-ESTAB         PIC 9(03).
           05 AQM-SINDICATO     PIC 9(03).
           05 AQM-SIND-DESCONTO PIC X(01).
           05 AQM-SEXO          PIC X(01).
           05 AQM-RACA-COR      PIC X(01).
           05 AQM-PCD           PIC X(01).
           05 AQM-APRENDIZ      PIC X(01).
           05 AQM-APREND-FIM    PIC 9(08).
