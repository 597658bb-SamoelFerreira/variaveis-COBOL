      *==========================================================
      *== Copybook: CPPLRWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: TABELA EXCLUSIVA ANUAL DO IRRF DA PLR (TIPO P
      *==          DO TABFAIX) E CAMPOS DO CALCULO DAS SECTIONS
      *==          8730-8736 DO CPPLRPR: A VIGENCIA CARREGADA, AS
      *==          FAIXAS, A TABELA PADRAO DE CONTINGENCIA E A BASE/
      *==          IMPOSTO DO ANO.
      *==========================================================
       77 WRK-PLR-VIG-ATIVA     PIC 9(08)       VALUE ZEROS.
       77 WRK-PLR-QTDE-FAIXAS   PIC 9(02)       VALUE ZEROS.
       77 WRK-PLR-CONTINUA      PIC X(01)       VALUE "S".
           88 WRK-PLR-CONTINUA-SIM              VALUE "S".
       77 WRK-PLR-I             PIC 9(02)       VALUE ZEROS.

      *    BASE = PLR JA PAGA NO ANO + A DESTE PAGAMENTO; O IMPOSTO
      *    DA BASE MENOS O JA RETIDO NO ANO E O DESTE PAGAMENTO
       77 WRK-PLR-BASE          PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PLR-IMPOSTO-ANO   PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PLR-LIM-INFERIOR  PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PLR-TETO-PARCELA  PIC 9(09)V99    VALUE ZEROS.
       77 WRK-PLR-FATIA         PIC 9(09)V99    VALUE ZEROS.

       01  WRK-TABELA-PLR.
           05 WRK-FAIXA-PLR            OCCURS 10 TIMES.
               10 WRK-FX-PLR-LIMITE     PIC 9(08)V99.
               10 WRK-FX-PLR-PERC       PIC 9(02)V999.

      *    TABELA PADRAO DE CONTINGENCIA, USADA PELA 8732 QUANDO O
      *    TABFAIX NAO EXISTE OU NAO TEM VIGENCIA APLICAVEL DO TIPO P
       01  WRK-TAB-PADRAO-PLR-DADOS.
           05 FILLER PIC X(15) VALUE "000076408000000".
           05 FILLER PIC X(15) VALUE "000099222807500".
           05 FILLER PIC X(15) VALUE "000131670015000".
           05 FILLER PIC X(15) VALUE "000163803822500".
           05 FILLER PIC X(15) VALUE "999999999927500".
       01  WRK-TAB-PADRAO-PLR REDEFINES WRK-TAB-PADRAO-PLR-DADOS.
           05 WRK-FAIXA-PAD-P          OCCURS 5 TIMES.
               10 WRK-FX-PAD-P-LIMITE   PIC 9(08)V99.
               10 WRK-FX-PAD-P-PERC     PIC 9(02)V999.
