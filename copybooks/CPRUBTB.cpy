      *==          WRK-RUB-TOT-DESCONTOS E UMA LINHA POR RUBRICA
      *==          APLICADA NA TABELA WRK-RUI (PARA O
      *==          CONTRACHEQUE ITEMIZAR).
      *== 15/10/26 WS - LINHA DA WRK-RUI GANHOU O CODIGO DA RUBRICA
      *==          (WRK-RUI-CODIGO) PARA O DETALHE POR RUBRICA DA
      *==          FOLHA (FOLHARUB, PROGRAMA12).
      *==========================================================
       77 WRK-FS-RUBRICAS       PIC X(02)       VALUE SPACES.
           88 WRK-FS-RUBRICAS-OK               VALUE "00".
       77 WRK-RUI-QTDE          PIC 9(02)       VALUE ZEROS.
       01 WRK-RUI-TABELA.
           05 WRK-RUI-ITEM             OCCURS 20 TIMES.
               10 WRK-RUI-CODIGO       PIC X(04).
               10 WRK-RUI-DESCRICAO    PIC X(30).
               10 WRK-RUI-TIPO         PIC X(01).
               10 WRK-RUI-VALOR        PIC 9(08)V99.
