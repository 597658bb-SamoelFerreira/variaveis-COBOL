      *==========================================================
      *== Copybook: CPPENTB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO CALCULO DA PENSAO
      *==          ALIMENTICIA DO MES (SECTIONS 7880-7883 DO
      *==          CPPENPR). O CHAMADOR MOVE O CODIGO, A
      *==          COMPETENCIA E AS DUAS BASES (LIQUIDO DO MES E
      *==          BRUTO MENOS INSS/IRRF) E RECEBE O TOTAL
      *==          DESCONTADO E UMA LINHA POR ORDEM VIGENTE NA
      *==          TABELA WRK-PEN (PARA O CONTRACHEQUE E PARA A
      *==          BAIXA DO ULTIMO VALOR NA FOLHA DE PRODUCAO).
      *==          SEM O ARQUIVO PENSAO O TOTAL VOLTA ZERO E A
      *==          FOLHA SAI COMO ERA.
      *==========================================================
       77 WRK-FS-PENSAO         PIC X(02)       VALUE SPACES.
           88 WRK-FS-PENSAO-OK                  VALUE "00".
           88 WRK-FS-PENSAO-NAO-EXISTE          VALUE "35".
           88 WRK-FS-PENSAO-DUPLICADO           VALUE "22".
       77 WRK-PENSAO-DISPONIVEL PIC X(01)       VALUE "N".
           88 WRK-PENSAO-DISPONIVEL-SIM         VALUE "S".
       77 WRK-FIM-PENSAO        PIC X(01)       VALUE "N".
           88 WRK-FIM-PENSAO-SIM                VALUE "S".
       77 WRK-PEN-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-PEN-COMPETENCIA   PIC 9(06)       VALUE ZEROS.
       77 WRK-PEN-BASE-LIQUIDO  PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PEN-BASE-LEGAL    PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PEN-TOTAL         PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PEN-VALOR         PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PEN-SALDO         PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PEN-COMP-INICIO   PIC 9(06)       VALUE ZEROS.
       77 WRK-PEN-COMP-FIM      PIC 9(06)       VALUE ZEROS.

      *    ORDEM CUJO VALOR NAO COUBE NO LIQUIDO RESTANTE E
      *    DESCONTADA ATE O SALDO E MARCADA AQUI PARA CONFERENCIA
       77 WRK-PEN-LIMITADA      PIC X(01)       VALUE "N".
           88 WRK-PEN-LIMITADA-SIM              VALUE "S".

       77 WRK-PEN-QTDE          PIC 9(02)       VALUE ZEROS.
       77 WRK-PEN-I             PIC 9(02)       VALUE ZEROS.
       01 WRK-PEN-TABELA.
           05 WRK-PEN-ITEM             OCCURS 10 TIMES.
               10 WRK-PEN-SEQUENCIA    PIC 9(02).
               10 WRK-PEN-PROCESSO     PIC X(25).
               10 WRK-PEN-BENEF-NOME   PIC X(30).
               10 WRK-PEN-VALOR-ORDEM  PIC 9(08)V99.
