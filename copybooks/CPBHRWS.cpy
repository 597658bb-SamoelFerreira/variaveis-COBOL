      *==========================================================
      *== Copybook: CPBHRWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO BANCO DE HORAS (SECTIONS
      *==          7985-7997 DO CPBHRPR): STATUS DO BCOHORAS, O
      *==          FUNCIONARIO E A COMPETENCIA DO MOVIMENTO, O
      *==          PRAZO DE VENCIMENTO, O SALDO E O RESULTADO DA
      *==          COMPENSACAO E DO PAGAMENTO.
      *==========================================================
       77 WRK-FS-BCOHORAS       PIC X(02)       VALUE SPACES.
           88 WRK-FS-BCOHORAS-OK                VALUE "00".
           88 WRK-FS-BCOHORAS-NAO-EXISTE        VALUE "35".
           88 WRK-FS-BCOHORAS-DUPLICADO         VALUE "22".
       77 WRK-BCOHORAS-DISPONIVEL PIC X(01)     VALUE "N".
           88 WRK-BCOHORAS-DISPONIVEL-SIM       VALUE "S".

      *    MOVIMENTO - PREENCHIDOS PELO CHAMADOR
       77 WRK-BHR-CODIGO        PIC 9(05)       VALUE ZEROS.
       77 WRK-BHR-COMPETENCIA   PIC 9(06)       VALUE ZEROS.
       77 WRK-BHR-PERCENTUAL    PIC 9(03)       VALUE ZEROS.
       77 WRK-BHR-HORAS         PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-VALOR         PIC 9(08)V99    VALUE ZEROS.
       77 WRK-BHR-TIPO-MOV      PIC X(01)       VALUE SPACES.
       77 WRK-BHR-PROGRAMA      PIC X(10)       VALUE SPACES.
       77 WRK-BHR-LOTE          PIC 9(05)       VALUE ZEROS.

      *    VENCIMENTO DO CREDITO - SEIS MESES PELO ACORDO
       77 WRK-BHR-PRAZO-MESES   PIC 9(02)       VALUE 6.
       01 WRK-BHR-VENCIMENTO.
           05 WRK-BHR-VENC-ANO      PIC 9(04)   VALUE ZEROS.
           05 WRK-BHR-VENC-MES      PIC 9(02)   VALUE ZEROS.

      *    SALDO DO FUNCIONARIO (7990), A PARTE AINDA NO PRAZO NA
      *    COMPETENCIA (A QUE PODE COMPENSAR FALTA) E O PROXIMO
      *    VENCIMENTO
       77 WRK-BHR-SALDO         PIC 9(05)V99    VALUE ZEROS.
       77 WRK-BHR-SALDO-PRAZO   PIC 9(05)V99    VALUE ZEROS.
       77 WRK-BHR-PROX-VENCTO   PIC 9(06)       VALUE ZEROS.
       77 WRK-BHR-FIM-LEITURA   PIC X(01)       VALUE "N".
           88 WRK-BHR-FIM-LEITURA-SIM           VALUE "S".
       77 WRK-BHR-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-BHR-ACHOU-SIM                 VALUE "S".
       77 WRK-BHR-JA-LANCADO    PIC X(01)       VALUE "N".
           88 WRK-BHR-JA-LANCADO-SIM            VALUE "S".

      *    COMPENSACAO DE FALTAS (7994) - HORAS PEDIDAS E BAIXADAS
       77 WRK-BHR-HORAS-PEDIDAS PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-HORAS-RESTAM  PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-HORAS-BAIXADAS PIC 9(04)V99   VALUE ZEROS.
       77 WRK-BHR-TOMADAS       PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-H50           PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-H100          PIC 9(04)V99    VALUE ZEROS.

      *    PAGAMENTO (7996) - V = SO O VENCIDO NA COMPETENCIA,
      *    R = TODO O SALDO NA RESCISAO; SEM GRAVACAO (N) SO
      *    CALCULA, PARA A PREVIA E O CONTRACHEQUE
       77 WRK-BHR-TIPO-PAGTO    PIC X(01)       VALUE "V".
           88 WRK-BHR-PAGA-VENCIDAS             VALUE "V".
           88 WRK-BHR-PAGA-RESCISAO             VALUE "R".
       77 WRK-BHR-GRAVA         PIC X(01)       VALUE "N".
           88 WRK-BHR-GRAVA-SIM                 VALUE "S".
       77 WRK-BHR-VALOR-HORA    PIC 9(06)V99    VALUE ZEROS.
       77 WRK-BHR-PAGO-50       PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-PAGO-100      PIC 9(04)V99    VALUE ZEROS.
       77 WRK-BHR-VALOR-PAGO    PIC 9(08)V99    VALUE ZEROS.
