      *==          VALIDAR O CENTRO DE CUSTO DO FUNCIONARIO
      *==          (EMP-CCUSTO DO CPEMP) E NO RELATORIO POR
      *==          DEPARTAMENTO (PROGRAMA21).
      *== 15/10/26 WS - ACRESCIDO CCU-MAX-AUSENTES, O LIMITE DE
      *==          FUNCIONARIOS DO CENTRO EM FERIAS AO MESMO TEMPO
      *==          CONFERIDO NA PROGRAMACAO ANUAL DE FERIAS
      *==          (PROGRAMB02). ZEROS = SEM LIMITE.
      *== 15/10/26 WS - O CCUSTO EM DISCO NO LAYOUT DE 41 POSICOES E
      *==          CONVERTIDO PARA AS 44 ATUAIS PELO PROGRAMB12, COM O
      *==          LIMITE ZERADO.
      *==========================================================
       01  CCU-REGISTRO.
           05 CCU-CODIGO        PIC X(05).
           05 CCU-DESCRICAO     PIC X(30).
           05 CCU-CONTA-GL      PIC X(06).
           05 CCU-MAX-AUSENTES  PIC 9(03).
