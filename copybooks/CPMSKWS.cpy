      *==========================================================
      *== Copybook: CPMSKWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DA MASCARA DE DADOS PESSOAIS
      *==          (SECTIONS 8740-8744 DO CPMSKPR): O PEDIDO DO
      *==          OPERADOR (S = MASCARAR, O PADRAO), O NIVEL
      *==          MINIMO DO OPR-NIVEL PARA VER OS DADOS SEM
      *==          MASCARA, A DECISAO TOMADA E AS AREAS DE TROCA -
      *==          O CHAMADOR MOVE O CAMPO PARA A AREA, EXECUTA A
      *==          SECTION E IMPRIME A AREA (MASCARADA OU NAO).
      *==========================================================
       77 WRK-MSK-PEDIDO           PIC X(01) VALUE "S".
           88 WRK-MSK-PEDIDO-SEM-MASCARA     VALUE "N".
       77 WRK-MSK-OPERADOR         PIC X(10) VALUE SPACES.
      *    SO OPERADOR COM NIVEL IGUAL OU ACIMA DESTE (2 =
      *    SUPERVISOR NO PROGRAMA28) VE OS DADOS SEM MASCARA
       77 WRK-MSK-NIVEL-MINIMO     PIC 9(01) VALUE 2.
       77 WRK-MSK-NIVEL-OPER       PIC 9(01) VALUE ZEROS.
       77 WRK-MSK-MASCARAR         PIC X(01) VALUE "S".
           88 WRK-MSK-MASCARAR-SIM           VALUE "S".

      *    CPF: FICAM SO OS 6 DIGITOS DO MEIO (***456789**)
       01 WRK-MSK-DOCUMENTO        PIC X(11) VALUE SPACES.
       01 WRK-MSK-DOCUMENTO-R REDEFINES WRK-MSK-DOCUMENTO.
           05 WRK-MSK-DOC-INICIO   PIC X(03).
           05 WRK-MSK-DOC-MEIO     PIC X(06).
           05 WRK-MSK-DOC-FIM      PIC X(02).
      *    ENDERECO: SAI INTEIRO EM ASTERISCOS
       01 WRK-MSK-ENDERECO         PIC X(40) VALUE SPACES.
      *    CONTA: FICAM OS 4 ULTIMOS DIGITOS; AGENCIA EM ASTERISCOS
       77 WRK-MSK-CONTA-NUM        PIC 9(10) VALUE ZEROS.
       01 WRK-MSK-CONTA            PIC X(10) VALUE SPACES.
       01 WRK-MSK-CONTA-R REDEFINES WRK-MSK-CONTA.
           05 WRK-MSK-CONTA-INICIO PIC X(06).
           05 WRK-MSK-CONTA-FIM    PIC X(04).
       77 WRK-MSK-AGENCIA-NUM      PIC 9(05) VALUE ZEROS.
       01 WRK-MSK-AGENCIA          PIC X(05) VALUE SPACES.
