      *==========================================================
      *== Copybook: CPESTAB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE EMPREGADORES/
      *==          ESTABELECIMENTOS (ARQ. ESTAB, INDEXADO POR
      *==          CODIGO) - CODIGO, CNPJ, RAZAO SOCIAL, ENDERECO E
      *==          SITUACAO DE CADA ESTABELECIMENTO DO GRUPO.
      *==          MANTIDO PELO PROGRAMA80, VALIDADO NA CAPTURA
      *==          (PROGRAMA01/06, EMP-ESTAB DO CPEMP) E LIDO PELOS
      *==          PROGRAMAS QUE EMITEM TOTAIS E ARQUIVOS POR
      *==          EMPREGADOR (FOLHA, FGTS, GUIAS, DECLARACAO,
      *==          INFORME ANUAL E REMESSA BANCARIA) PARA IDENTIFICAR
      *==          O EMPREGADOR. O CODIGO 001 E A MATRIZ - REGISTRO
      *==          SEM ESTABELECIMENTO E TRATADO COMO 001.
      *==========================================================
       01  EST-REGISTRO.
           05 EST-CODIGO        PIC 9(03).
           05 EST-CNPJ          PIC 9(14).
           05 EST-RAZAO-SOCIAL  PIC X(40).
           05 EST-ENDERECO      PIC X(40).
           05 EST-SITUACAO      PIC X(01).
               88 EST-ATIVO                 VALUE "A".
               88 EST-INATIVO               VALUE "I".
