      *==========================================================
      *== Copybook: CPMADWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DA MEDIA DOS ADICIONAIS LEGAIS
      *==          (SECTIONS 8720-8726 DO CPMADPR) - FUNCIONARIO E
      *==          FAIXA DE COMPETENCIAS AAAAMM A PESQUISAR NO
      *==          FOLHAHST, MESES ACHADOS, SOMA E MEDIA MENSAL DE
      *==          FHT-ADICIONAIS, PARA O 13O (PROGRAMA33) E AS
      *==          FERIAS (PROGRAMA42).
      *== 15/10/26 WS - ACRESCIDAS A SOMA E A MEDIA DA REMUNERACAO
      *==          VARIAVEL (FHT-VARIAVEIS - COMISSOES E DSR), NA
      *==          MESMA LEITURA, TAMBEM PARA A RESCISAO
      *==          (PROGRAMA45).
      *== 15/10/26 WS - CONTROLE DA LEITURA DAS SEQUENCIAS (FOLHA
      *==          MENSAL E COMPLEMENTARES) DE UMA COMPETENCIA.
      *==========================================================
       77 WRK-MAD-DISPONIVEL    PIC X(01)       VALUE "N".
           88 WRK-MAD-DISPONIVEL-SIM            VALUE "S".
       77 WRK-MAD-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-MAD-COMP-INICIAL  PIC 9(06)       VALUE ZEROS.
       77 WRK-MAD-COMP-FINAL    PIC 9(06)       VALUE ZEROS.
       01  WRK-MAD-COMP-LIDA    PIC 9(06)       VALUE ZEROS.
       01  FILLER REDEFINES WRK-MAD-COMP-LIDA.
           05 WRK-MAD-LIDA-ANO  PIC 9(04).
           05 WRK-MAD-LIDA-MES  PIC 9(02).
       77 WRK-MAD-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-MAD-ACHOU-SIM                 VALUE "S".
       77 WRK-MAD-FIM-LEITURA   PIC X(01)       VALUE "N".
           88 WRK-MAD-FIM-LEITURA-SIM           VALUE "S".
       77 WRK-MAD-MESES         PIC 9(02)       VALUE ZEROS.
       77 WRK-MAD-TOTAL         PIC 9(09)V99    VALUE ZEROS.
       77 WRK-MAD-MEDIA         PIC 9(08)V99    VALUE ZEROS.
       77 WRK-MAD-TOTAL-VAR     PIC 9(09)V99    VALUE ZEROS.
       77 WRK-MAD-MEDIA-VAR     PIC 9(08)V99    VALUE ZEROS.
