      *==========================================================
      *== Copybook: CPCALEND
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CALENDARIO DE OBRIGACOES DA FOLHA
      *==          (ARQ. CALFOLHA, INDEXADO POR COMPETENCIA +
      *==          OBRIGACAO) - UM REGISTRO POR PRAZO DO CICLO
      *==          MENSAL (CORTE DO PONTO, ADIANTAMENTO, FOLHA,
      *==          REMESSA BANCARIA, FGTS, GPS/DARF, DECLARACAO E
      *==          FECHAMENTO CONTABIL), COM O VENCIMENTO JA
      *==          AJUSTADO PARA DIA UTIL PELO CALENDARIO DE
      *==          FERIADOS. GERADO E MANTIDO PELO PROGRAMA88 E
      *==          ACOMPANHADO DIARIAMENTE PELO PROGRAMA89 - OS
      *==          PRAZOS VIVIAM NA CABECA DE ALGUEM.
      *==          A FONTE DIZ ONDE PROCURAR A CONCLUSAO: F =
      *==          FOLHACTL, G = GLFECHA, R = RUNCTL/RUNLOG DO
      *==          PROGRAMA RESPONSAVEL DENTRO DA JANELA, M = SO
      *==          PELA BAIXA MANUAL. BAIXA MANUAL VALE PARA
      *==          QUALQUER FONTE.
      *==========================================================
       01  CAL-REGISTRO.
           05 CAL-CHAVE.
               10 CAL-COMPETENCIA   PIC 9(06).
               10 CAL-OBRIGACAO     PIC 9(02).
           05 CAL-DESCRICAO         PIC X(30).
           05 CAL-PROGRAMA          PIC X(10).
           05 CAL-FONTE             PIC X(01).
               88 CAL-FONTE-FOLHACTL        VALUE "F".
               88 CAL-FONTE-GLFECHA         VALUE "G".
               88 CAL-FONTE-RUNCTL          VALUE "R".
               88 CAL-FONTE-MANUAL          VALUE "M".
           05 CAL-REGRA-AJUSTE      PIC X(01).
               88 CAL-ANTECIPA              VALUE "A".
               88 CAL-POSTERGA              VALUE "P".
      *        DATA DA REGRA ANTES DO AJUSTE E VENCIMENTO EM DIA UTIL
           05 CAL-DATA-PREVISTA     PIC 9(08).
           05 CAL-VENCIMENTO        PIC 9(08).
      *        EXECUCAO DO PROGRAMA RESPONSAVEL SO CONTA PARA ESTA
      *        COMPETENCIA DENTRO DA JANELA: DO DIA SEGUINTE AO
      *        VENCIMENTO DA COMPETENCIA ANTERIOR ATE O VENCIMENTO
      *        DA SEGUINTE
           05 CAL-JANELA-INICIO     PIC 9(08).
           05 CAL-JANELA-FIM        PIC 9(08).
           05 CAL-BAIXA-DATA        PIC 9(08).
           05 CAL-BAIXA-OPERADOR    PIC X(10).
