      *==========================================================
      *== Copybook: CPEPVWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DA CONSULTA DE ESTABILIDADE
      *==          PROVISORIA (SECTIONS 8140/8142 DO CPEPVPR). O
      *==          CHAMADOR MOVE O FUNCIONARIO PARA WRK-EPV-CODIGO
      *==          E A DATA DO DESLIGAMENTO PARA WRK-EPV-DATA E
      *==          EXECUTA A 8140; A RESPOSTA VEM EM
      *==          WRK-EPV-ESTAVEL, COM TIPO, FIM E DOCUMENTO DA
      *==          ESTABILIDADE ENCONTRADA. PARA O OVERRIDE (8142)
      *==          O CHAMADOR MOVE O PROPRIO NOME PARA
      *==          WRK-EPV-PROGRAMA; A RESPOSTA VEM EM
      *==          WRK-EPV-LIBERADO, COM O SUPERVISOR E A
      *==          JUSTIFICATIVA.
      *== 15/10/26 WS - WRK-EPV-SUPERVISOR-OK: RESPOSTA DO LOGIN DE
      *==          SUPERVISOR DA 8144, COM O ID EM
      *==          WRK-EPV-SUPERVISOR.
      *==========================================================
       77 WRK-FS-ESTABPRV       PIC X(02)       VALUE SPACES.
           88 WRK-FS-ESTABPRV-OK                VALUE "00".
           88 WRK-FS-ESTABPRV-NAO-EXISTE        VALUE "35".
           88 WRK-FS-ESTABPRV-DUPLICADO         VALUE "22".
       77 WRK-EPV-CODIGO        PIC 9(05)       VALUE ZEROS.
       77 WRK-EPV-DATA          PIC 9(08)       VALUE ZEROS.
       77 WRK-EPV-ESTAVEL       PIC X(01)       VALUE "N".
           88 WRK-EPV-ESTAVEL-SIM               VALUE "S".
       77 WRK-EPV-TIPO          PIC X(01)       VALUE SPACES.
       77 WRK-EPV-FIM           PIC 9(08)       VALUE ZEROS.
       77 WRK-EPV-DOCUMENTO     PIC X(30)       VALUE SPACES.
       77 WRK-EPV-FIM-LEITURA   PIC X(01)       VALUE "N".
           88 WRK-EPV-FIM-LEITURA-SIM           VALUE "S".
       77 WRK-EPV-PROGRAMA      PIC X(10)       VALUE SPACES.
       77 WRK-EPV-SUPERVISOR    PIC X(10)       VALUE SPACES.
       77 WRK-EPV-JUSTIFICATIVA PIC X(50)       VALUE SPACES.
       77 WRK-EPV-LIBERADO      PIC X(01)       VALUE "N".
           88 WRK-EPV-LIBERADO-SIM              VALUE "S".
       77 WRK-EPV-SUPERVISOR-OK PIC X(01)       VALUE "N".
           88 WRK-EPV-SUPERVISOR-OK-SIM         VALUE "S".
      *    SIGN-ON DO PROGRAMA GUARDADO DURANTE A SENHA DO
      *    SUPERVISOR (A 7900 REGRAVA OS CAMPOS DO SIGN-ON)
       77 WRK-EPV-SALVA-SIGNON  PIC X(10)       VALUE SPACES.
       77 WRK-EPV-SALVA-AUTORIZ PIC X(01)       VALUE SPACES.
       77 WRK-EPV-SALVA-NIVEL   PIC 9(01)       VALUE ZEROS.
