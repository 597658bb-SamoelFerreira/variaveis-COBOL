      *==========================================================
      *== Copybook: CPPLNTB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO PLANO DE SAUDE/ODONTOLOGICO:
      *==          TABELA DE PRECOS VIGENTE (CARREGADA DO TABPLAN
      *==          PELAS SECTIONS 7885-7888 DO CPTPLPR) E O CALCULO
      *==          DO MES POR TITULAR (SECTIONS 7890-7892 DO
      *==          CPPLNPR): O CHAMADOR MOVE O CODIGO E A
      *==          COMPETENCIA E RECEBE A PARTE DO FUNCIONARIO NA
      *==          MENSALIDADE DAS VIDAS VIGENTES, A
      *==          COPARTICIPACAO DO PLANOMES E O TOTAL A
      *==          DESCONTAR. SEM OS ARQUIVOS O TOTAL VOLTA ZERO E
      *==          A FOLHA SAI COMO ERA.
      *==========================================================
       77 WRK-FS-PLANOSAU       PIC X(02)       VALUE SPACES.
           88 WRK-FS-PLANOSAU-OK                VALUE "00".
           88 WRK-FS-PLANOSAU-NAO-EXISTE        VALUE "35".
           88 WRK-FS-PLANOSAU-DUPLICADO         VALUE "22".
       77 WRK-PLANOSAU-DISPONIVEL PIC X(01)     VALUE "N".
           88 WRK-PLANOSAU-DISPONIVEL-SIM       VALUE "S".
       77 WRK-FIM-PLANOSAU      PIC X(01)       VALUE "N".
           88 WRK-FIM-PLANOSAU-SIM              VALUE "S".
       77 WRK-FS-PLANOMES       PIC X(02)       VALUE SPACES.
           88 WRK-FS-PLANOMES-OK                VALUE "00".
           88 WRK-FS-PLANOMES-NAO-EXISTE        VALUE "35".
           88 WRK-FS-PLANOMES-DUPLICADO         VALUE "22".
       77 WRK-PLANOMES-DISPONIVEL PIC X(01)     VALUE "N".
           88 WRK-PLANOMES-DISPONIVEL-SIM       VALUE "S".
       77 WRK-PLN-MES-ACHOU     PIC X(01)       VALUE "N".
           88 WRK-PLN-MES-ACHOU-SIM             VALUE "S".
       77 WRK-FS-TABPLAN        PIC X(02)       VALUE SPACES.
           88 WRK-FS-TABPLAN-OK                 VALUE "00".
       77 WRK-CONTINUA-TABPLAN  PIC X(01)       VALUE "S".
           88 WRK-CONTINUA-TABPLAN-SIM          VALUE "S".

      *    TABELA DE PRECOS: POR PRODUTO + PLANO, A LINHA DE MAIOR
      *    VIGENCIA ATE WRK-PLN-DATA-REF
       77 WRK-PLN-DATA-REF      PIC 9(08)       VALUE ZEROS.
       77 WRK-PLN-BUSCA-PRODUTO PIC X(01)       VALUE SPACES.
       77 WRK-PLN-BUSCA-PLANO   PIC X(02)       VALUE SPACES.
       77 WRK-TPL-QTDE          PIC 9(03)       VALUE ZEROS.
       77 WRK-TPL-I             PIC 9(03)       VALUE ZEROS.
       77 WRK-TPL-POS           PIC 9(03)       VALUE ZEROS.
       77 WRK-TPL-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-TPL-ACHOU-SIM                 VALUE "S".
       01 WRK-TPL-TABELA.
           05 WRK-TPL-ITEM             OCCURS 50 TIMES.
               10 WRK-TPL-VIGENCIA     PIC 9(08).
               10 WRK-TPL-PRODUTO      PIC X(01).
               10 WRK-TPL-PLANO        PIC X(02).
               10 WRK-TPL-VALOR-VIDA   PIC 9(06)V99.
               10 WRK-TPL-PERC-TITULAR PIC 9(03)V99.
               10 WRK-TPL-PERC-DEPEND  PIC 9(03)V99.

      *    CALCULO DO MES POR TITULAR
       77 WRK-PLN-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-PLN-COMPETENCIA   PIC 9(06)       VALUE ZEROS.
       77 WRK-PLN-COMP-INICIO   PIC 9(06)       VALUE ZEROS.
       77 WRK-PLN-COMP-FIM      PIC 9(06)       VALUE ZEROS.
       77 WRK-PLN-QTDE-VIDAS    PIC 9(02)       VALUE ZEROS.
       77 WRK-PLN-VALOR-VIDA    PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PLN-MENSAL-FUNC   PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PLN-COPART        PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PLN-TOTAL         PIC 9(08)V99    VALUE ZEROS.

      *    VIDA VIGENTE CUJO PLANO NAO TEM PRECO NA TABPLAN FICA
      *    SEM DESCONTO E E MARCADA AQUI PARA O EXCPTRPT
       77 WRK-PLN-SEM-TABELA    PIC X(01)       VALUE "N".
           88 WRK-PLN-SEM-TABELA-SIM            VALUE "S".
