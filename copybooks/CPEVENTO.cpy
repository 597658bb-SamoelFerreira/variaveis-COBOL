      *==========================================================
      *== Copybook: CPEVENTO
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DOS EVENTOS VARIAVEIS DA FOLHA (ARQ.
      *==          EVENTOS, INDEXADO POR CODIGO DO FUNCIONARIO +
      *==          COMPETENCIA AAAAMM + SEQUENCIA) - LANCAMENTOS
      *==          AVULSOS DE UMA COMPETENCIA SO (GRATIFICACAO,
      *==          DESCONTO DE AVARIA, LUVAS, REEMBOLSO DE
      *==          REFEICAO), SEMPRE NUMA RUBRICA DO CADASTRO
      *==          RUBRICA. GRAVADOS PELO LANCAMENTO EM LOTE DO
      *==          PROGRAMA92 (COM O VALOR JA CALCULADO) E PAGOS
      *==          PELA FOLHA MENSAL (PROGRAMA12) DA COMPETENCIA,
      *==          QUE CARIMBA O PAGAMENTO - O EVENTO NAO SE
      *==          REPETE NA COMPETENCIA SEGUINTE, AO CONTRARIO DA
      *==          ADESAO DO FUNCRUB.
      *== 15/10/26 WS - ACRESCIDO EVT-FOLHA: O LOTE MARCADO COMO
      *==          COMPLEMENTAR NO PROGRAMA92 LANCA EVENTOS PARA
      *==          COMPETENCIA JA FECHADA, PAGOS SO PELA FOLHA
      *==          COMPLEMENTAR (PROGRAMA93); A FOLHA MENSAL NAO OS
      *==          ENXERGA. BRANCO VALE COMO FOLHA MENSAL.
      *==========================================================
       01  EVT-REGISTRO.
           05 EVT-CHAVE.
               10 EVT-CODIGO-EMP    PIC 9(05).
               10 EVT-COMPETENCIA   PIC 9(06).
               10 EVT-SEQUENCIA     PIC 9(03).
           05 EVT-RUBRICA       PIC X(04).
      *        TIPO E DESCRICAO COPIADOS DA RUBRICA NO LANCAMENTO
           05 EVT-TIPO          PIC X(01).
               88 EVT-PROVENTO              VALUE "P".
               88 EVT-DESCONTO              VALUE "D".
           05 EVT-DESCRICAO     PIC X(30).
           05 EVT-HISTORICO     PIC X(30).
           05 EVT-QUANTIDADE    PIC 9(03)V99.
           05 EVT-VALOR         PIC 9(08)V99.
           05 EVT-SITUACAO      PIC X(01).
               88 EVT-PENDENTE              VALUE "P".
               88 EVT-PAGO                  VALUE "G".
           05 EVT-DATA-LANC     PIC 9(08).
           05 EVT-LOTE-LANC     PIC 9(05).
           05 EVT-OPERADOR      PIC X(10).
      *        CARIMBO DA FOLHA QUE PAGOU (ZEROS ENQUANTO PENDENTE)
           05 EVT-DATA-PAGTO    PIC 9(08).
           05 EVT-LOTE-PAGTO    PIC 9(05).
           05 EVT-FOLHA         PIC X(01).
               88 EVT-FOLHA-MENSAL          VALUE "M" " ".
               88 EVT-FOLHA-COMPLEMENTAR    VALUE "C".
