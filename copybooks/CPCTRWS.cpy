      *==========================================================
      *== Copybook: CPCTRWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO CADASTRO DE CONTRATOS
      *==          (SECTIONS 7960-7964 DO CPCTRPR): STATUS DO
      *==          CONTREXP, O CONTRATO CAPTURADO NA ADMISSAO
      *==          (TIPO E DIAS DOS DOIS PERIODOS), OS ULTIMOS DIAS
      *==          CALCULADOS E A MENSAGEM DA VALIDACAO.
      *==========================================================
       77 WRK-FS-CONTRATO       PIC X(02)       VALUE SPACES.
           88 WRK-FS-CONTRATO-OK                VALUE "00".
           88 WRK-FS-CONTRATO-NAO-EXISTE        VALUE "35".
           88 WRK-FS-CONTRATO-DUPLICADO         VALUE "22".
       77 WRK-CONTRATO-DISPONIVEL PIC X(01)     VALUE "N".
           88 WRK-CONTRATO-DISPONIVEL-SIM       VALUE "S".

      *    CONTRATO CAPTURADO - EXPERIENCIA DA CASA E 45 + 45
       77 WRK-CTR-CODIGO        PIC 9(05)       VALUE ZEROS.
       77 WRK-CTR-TIPO          PIC X(01)       VALUE "E".
           88 WRK-CTR-EXPERIENCIA               VALUE "E".
       77 WRK-CTR-DIAS-1        PIC 9(03)       VALUE 45.
       77 WRK-CTR-DIAS-2        PIC 9(03)       VALUE 45.
       77 WRK-CTR-INICIO        PIC 9(08)       VALUE ZEROS.
       77 WRK-CTR-FIM-1         PIC 9(08)       VALUE ZEROS.
       77 WRK-CTR-FIM-2         PIC 9(08)       VALUE ZEROS.
       77 WRK-CTR-OPERADOR      PIC X(10)       VALUE SPACES.
       77 WRK-CTR-MAX-DIAS      PIC 9(03)       VALUE 90.
       77 WRK-CTR-VALIDO        PIC X(01)       VALUE "N".
           88 WRK-CTR-VALIDO-SIM                VALUE "S".
       77 WRK-CTR-MSG-ERRO      PIC X(60)       VALUE SPACES.

      *    AVANCO DE DATA (SECTION 7963): WRK-CTR-DATA-CALC
      *    ANDA WRK-CTR-DIAS-AVANCO DIAS CORRIDOS
       77 WRK-CTR-DATA-CALC     PIC 9(08)       VALUE ZEROS.
       77 WRK-CTR-DIAS-AVANCO   PIC 9(03)       VALUE ZEROS.
