      *==========================================================
      *== Copybook: CPPRVTB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DAS PROVISOES DE 13. SALARIO E
      *==          FERIAS (SECTIONS 7950-7955 DO CPPRVPR): STATUS
      *==          DO PROVISAO E DO DIARIO, AS CONTAS CONTABEIS
      *==          DAS PROVISOES, A AREA DO LANCAMENTO NO GLJRNL E
      *==          OS PARAMETROS DA BAIXA FEITA PELOS PROGRAMAS DE
      *==          PAGAMENTO (CODIGO, TIPO, CENTRO DE CUSTO, VALOR
      *==          PAGO, PARCELA DO 13. E BAIXA TOTAL).
      *==========================================================
       77 WRK-FS-PROVISAO       PIC X(02)       VALUE SPACES.
           88 WRK-FS-PROVISAO-OK                VALUE "00".
           88 WRK-FS-PROVISAO-NAO-EXISTE        VALUE "35".
       77 WRK-PROVISAO-DISPONIVEL PIC X(01)     VALUE "N".
           88 WRK-PROVISAO-DISPONIVEL-SIM       VALUE "S".
       77 WRK-FS-DIARIO         PIC X(02)       VALUE SPACES.
           88 WRK-FS-DIARIO-OK                  VALUE "00".
           88 WRK-FS-DIARIO-NAO-EXISTE          VALUE "35".

      *    CONTAS DAS PROVISOES: DESPESA (DEBITADA POR CENTRO DE
      *    CUSTO NO PROVISIONAMENTO) E PASSIVO (CREDITADO SEM
      *    CENTRO) - A BAIXA NO PAGAMENTO FAZ O INVERSO
       77 WRK-PRV-CONTA-DESP-13 PIC X(06)       VALUE "413100".
       77 WRK-PRV-CONTA-PASS-13 PIC X(06)       VALUE "213100".
       77 WRK-PRV-CONTA-DESP-FER PIC X(06)      VALUE "413200".
       77 WRK-PRV-CONTA-PASS-FER PIC X(06)      VALUE "213200".

      *    LANCAMENTO NO GLJRNL (SECTION 7954) - VALOR EM REAIS,
      *    GRAVADO EM CENTAVOS COMO NO PROGRAMA24
       77 WRK-PRV-LAN-CONTA     PIC X(06)       VALUE SPACES.
       77 WRK-PRV-LAN-CCUSTO    PIC X(05)       VALUE SPACES.
       77 WRK-PRV-LAN-DC        PIC X(01)       VALUE SPACES.
       77 WRK-PRV-LAN-VALOR     PIC 9(11)V99    VALUE ZEROS.
       77 WRK-PRV-LAN-CENTAVOS  PIC 9(13)       VALUE ZEROS.
       77 WRK-PRV-TOTAL-DEBITOS PIC 9(13)       VALUE ZEROS.
       77 WRK-PRV-TOTAL-CREDITOS PIC 9(13)      VALUE ZEROS.
       77 WRK-PRV-QTDE-LANCTOS  PIC 9(05)       VALUE ZEROS.

      *    BAIXA NO PAGAMENTO (SECTION 7951): PARCELA ZERO = SEM
      *    CONTROLE DE PARCELA (FERIAS, RESCISAO)
       77 WRK-PRV-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-PRV-TIPO          PIC X(01)       VALUE SPACES.
       77 WRK-PRV-CCUSTO        PIC X(05)       VALUE SPACES.
       77 WRK-PRV-ANO           PIC 9(04)       VALUE ZEROS.
       77 WRK-PRV-PARCELA       PIC 9(01)       VALUE ZEROS.
       77 WRK-PRV-VALOR-PAGO    PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PRV-BAIXA-TOTAL   PIC X(01)       VALUE "N".
           88 WRK-PRV-BAIXA-TOTAL-SIM           VALUE "S".
       77 WRK-PRV-BAIXA-BASE    PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PRV-BAIXA-ENCARGO PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PRV-VALOR-BAIXA   PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PRV-QTDE-BAIXAS   PIC 9(05)       VALUE ZEROS.
       77 WRK-PRV-TOTAL-BAIXA   PIC 9(11)V99    VALUE ZEROS.
