      *==========================================================
      *== Copybook: CPCONTR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE CONTRATOS DE TRABALHO
      *==          (ARQ. CONTREXP, INDEXADO POR CODIGO DO
      *==          FUNCIONARIO) - TIPO DO CONTRATO (PRAZO
      *==          INDETERMINADO OU EXPERIENCIA) E, NA EXPERIENCIA,
      *==          OS DIAS E O ULTIMO DIA DE CADA PERIODO (O
      *==          PRIMEIRO E A PRORROGACAO, NO MAXIMO 90 DIAS NO
      *==          TOTAL). GRAVADO NA ADMISSAO (PROGRAMA01 MODO 1 E
      *==          PROGRAMA64), PRORROGADO/EFETIVADO E VIGIADO PELO
      *==          PROGRAMA77 E ENCERRADO PELA RESCISAO
      *==          (PROGRAMA45). FUNCIONARIO SEM REGISTRO (ADMITIDO
      *==          ANTES DO CADASTRO EXISTIR OU PELO LOTE DO
      *==          PROGRAMA06) E PRAZO INDETERMINADO. CTR-FIM-2
      *==          ZERADO = SEM PRORROGACAO PREVISTA.
      *==========================================================
       01  CTR-REGISTRO.
           05 CTR-CODIGO        PIC 9(05).
           05 CTR-TIPO          PIC X(01).
               88 CTR-INDETERMINADO         VALUE "I".
               88 CTR-EXPERIENCIA           VALUE "E".
               88 CTR-TIPO-VALIDO           VALUE "I" "E".
           05 CTR-DATA-INICIO   PIC 9(08).
           05 CTR-DIAS-1        PIC 9(03).
           05 CTR-FIM-1         PIC 9(08).
           05 CTR-DIAS-2        PIC 9(03).
           05 CTR-FIM-2         PIC 9(08).
           05 CTR-SITUACAO      PIC X(01).
               88 CTR-VIGENTE               VALUE "V".
               88 CTR-EFETIVADO             VALUE "F".
               88 CTR-ENCERRADO             VALUE "E".
           05 CTR-DATA-SITUACAO PIC 9(08).
           05 CTR-OPERADOR      PIC X(10).
