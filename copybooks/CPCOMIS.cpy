      *==========================================================
      *== Copybook: CPCOMIS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DAS COMISSOES DO MES (ARQ. COMISMES) - UMA
      *==          LINHA POR FUNCIONARIO E COMPETENCIA (AAAAMM) COM
      *==          A COMISSAO APURADA NO CRM E O REFLEXO NO
      *==          DESCANSO SEMANAL REMUNERADO (DSR = COMISSAO /
      *==          DIAS UTEIS X DOMINGOS E FERIADOS DA COMPETENCIA,
      *==          PELO CALENDARIO DE FERIADOS). GRAVADO PELA
      *==          IMPORTACAO VALIDADA DO PROGRAMA83 (ARQ. COMISIMP)
      *==          E CONSUMIDO PELA FOLHA MENSAL (PROGRAMA12) E PELO
      *==          CONTRACHEQUE (PROGRAMA13) - ACABA A DIGITACAO DA
      *==          COMISSAO COMO RUBRICA AVULSA.
      *==========================================================
       01  CMS-REGISTRO.
           05 CMS-CODIGO        PIC 9(05).
           05 CMS-COMPETENCIA   PIC 9(06).
           05 CMS-VALOR-COMISSAO PIC 9(08)V99.
           05 CMS-DIAS-UTEIS    PIC 9(02).
           05 CMS-DIAS-DSR      PIC 9(02).
           05 CMS-VALOR-DSR     PIC 9(08)V99.
           05 CMS-LOTE          PIC 9(05).
