      *==========================================================
      *== Copybook: CPAPRWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO ARQUIVO DE ALTERACOES
      *==          PENDENTES DE APROVACAO (SECTIONS 7970-7977 DO
      *==          CPAPRPR): STATUS DO APVPEND, O CODIGO E O TIPO
      *==          PROCURADOS, A COMPETENCIA DA CONTAGEM DA PREVIA
      *==          E O RESULTADO DE CADA ROTINA.
      *==========================================================
       77 WRK-FS-APROV          PIC X(02)       VALUE SPACES.
           88 WRK-FS-APROV-OK                   VALUE "00".
           88 WRK-FS-APROV-NAO-EXISTE           VALUE "35".
           88 WRK-FS-APROV-DUPLICADO            VALUE "22".
       77 WRK-APROV-DISPONIVEL  PIC X(01)       VALUE "N".
           88 WRK-APROV-DISPONIVEL-SIM          VALUE "S".

      *    PROCURA DE PENDENCIA (7973) - CODIGO E TIPO (S/B)
       77 WRK-APV-CODIGO        PIC 9(05)       VALUE ZEROS.
       77 WRK-APV-TIPO          PIC X(01)       VALUE SPACES.
       77 WRK-APV-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-APV-ACHOU-SIM                 VALUE "S".
       77 WRK-APV-FIM-LEITURA   PIC X(01)       VALUE "N".
           88 WRK-APV-FIM-LEITURA-SIM           VALUE "S".

      *    GRAVACAO (7971) - A HORA AVANCA NO CASO RARO DE DUAS
      *    SOLICITACOES DO MESMO CODIGO E TIPO NO MESMO CENTESIMO
       77 WRK-APV-GRAVADA       PIC X(01)       VALUE "N".
           88 WRK-APV-GRAVADA-SIM               VALUE "S".
       77 WRK-APV-TENTATIVAS    PIC 9(02)       VALUE ZEROS.

      *    CONTAGEM DA COMPETENCIA (7976) - PENDENTES SOLICITADOS
      *    ATE O FIM DO MES AAAAMM
       77 WRK-APV-COMPETENCIA   PIC 9(06)       VALUE ZEROS.
       77 WRK-APV-QTDE-PEND     PIC 9(05)       VALUE ZEROS.
