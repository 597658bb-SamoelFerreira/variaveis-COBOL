      *==========================================================
      *== Copybook: CPTRNWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO REGISTRO DE TRANSMISSOES
      *==          (SECTION 8130 DO CPTRNPR). O PROGRAMA GERADOR
      *==          MOVE WRK-TRN-ARQUIVO, WRK-TRN-DATA, WRK-TRN-LOTE,
      *==          WRK-TRN-PROGRAMA E OS TOTAIS DO RODAPE
      *==          (WRK-TRN-QTDE, WRK-TRN-VALOR EM CENTAVOS E
      *==          WRK-TRN-HASH) LOGO DEPOIS DE FECHAR O ARQUIVO
      *==          E EXECUTA A 8130. GERADOR CUJA GERACAO NOVA
      *==          SUBSTITUI A ANTERIOR PREENCHE TAMBEM O GRUPO
      *==          (WRK-TRN-GRP-ESTAB/-COMPETENCIA/-TIPO); EM
      *==          BRANCO A GERACAO NUNCA E DADA COMO SUPERADA.
      *==========================================================
       77 WRK-FS-TRANSMIT       PIC X(02)       VALUE SPACES.
           88 WRK-FS-TRANSMIT-OK                VALUE "00".
           88 WRK-FS-TRANSMIT-NAO-EXISTE        VALUE "35".
           88 WRK-FS-TRANSMIT-DUPLICADO         VALUE "22".
       77 WRK-TRN-ARQUIVO       PIC X(08)       VALUE SPACES.
       77 WRK-TRN-DATA          PIC 9(08)       VALUE ZEROS.
       77 WRK-TRN-LOTE          PIC 9(05)       VALUE ZEROS.
       77 WRK-TRN-PROGRAMA      PIC X(10)       VALUE SPACES.
       77 WRK-TRN-QTDE          PIC 9(07)       VALUE ZEROS.
       77 WRK-TRN-VALOR         PIC 9(13)       VALUE ZEROS.
       77 WRK-TRN-HASH          PIC 9(15)       VALUE ZEROS.
       01 WRK-TRN-GRUPO.
           05 WRK-TRN-GRP-ESTAB     PIC X(03)   VALUE SPACES.
           05 WRK-TRN-GRP-COMPETENCIA PIC X(06) VALUE SPACES.
           05 WRK-TRN-GRP-TIPO      PIC X(01)   VALUE SPACES.
