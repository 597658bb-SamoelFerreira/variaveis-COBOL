      *==========================================================
      *== Copybook: CPESTWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DA LEITURA DO CADASTRO DE
      *==          ESTABELECIMENTOS (SECTION 7980 DO CPESTPR):
      *==          STATUS DO ESTAB, O CODIGO PROCURADO E O
      *==          RESULTADO DA LEITURA (CNPJ, RAZAO SOCIAL E
      *==          SITUACAO GUARDADOS AQUI, FORA DA AREA DO
      *==          ARQUIVO, QUE A 7980 DEVOLVE FECHADO).
      *==========================================================
       77 WRK-FS-ESTAB          PIC X(02)       VALUE SPACES.
           88 WRK-FS-ESTAB-OK                   VALUE "00".
           88 WRK-FS-ESTAB-NAO-EXISTE           VALUE "35".
           88 WRK-FS-ESTAB-DUPLICADO            VALUE "22".
      *    CODIGO PROCURADO (000 = 001, A MATRIZ)
       77 WRK-EST-CODIGO        PIC 9(03)       VALUE ZEROS.
      *    CADASTRO ABERTO NA ULTIMA LEITURA (AUSENTE = "N")
       77 WRK-EST-DISPONIVEL    PIC X(01)       VALUE "N".
           88 WRK-EST-DISPONIVEL-SIM            VALUE "S".
       77 WRK-EST-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-EST-ACHOU-SIM                 VALUE "S".
       77 WRK-EST-CNPJ          PIC 9(14)       VALUE ZEROS.
       77 WRK-EST-RAZAO         PIC X(40)       VALUE SPACES.
       77 WRK-EST-SITUACAO      PIC X(01)       VALUE SPACES.
           88 WRK-EST-ATIVO-SIM                 VALUE "A".
