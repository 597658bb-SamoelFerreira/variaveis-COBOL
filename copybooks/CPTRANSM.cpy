      *==========================================================
      *== Copybook: CPTRANSM
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO REGISTRO DE TRANSMISSOES (ARQ.
      *==          TRANSMIT, INDEXADO POR ARQUIVO + DATA + LOTE) -
      *==          UMA ENTRADA POR GERACAO DE ARQUIVO QUE SAI DA
      *==          EMPRESA (BANKPNNN POR BANCO, FGTSREM, DECLARA,
      *==          GLPOST E FOPAYEXT), GRAVADA PELO PROGRAMA
      *==          GERADOR NA SECTION 8130 (COPYBOOK CPTRNPR) COM
      *==          A QUANTIDADE DE REGISTROS, O TOTAL DE VALOR (EM
      *==          CENTAVOS) E O HASH DO RODAPE. A LIBERACAO
      *==          (ENVIADO) E A CONFIRMACAO DO DESTINO (COM O
      *==          PROTOCOLO) SAO FEITAS PELO PROGRAMB07, QUE
      *==          RECUSA LIBERAR DUAS VEZES A MESMA GERACAO OU UMA
      *==          GERACAO JA SUPERADA POR OUTRA MAIS NOVA DO MESMO
      *==          ARQUIVO E DO MESMO GRUPO DE SUBSTITUICAO
      *==          (TRM-GRUPO = ESTABELECIMENTO + COMPETENCIA +
      *==          TIPO, PREENCHIDO PELO GERADOR CUJA GERACAO NOVA
      *==          SUBSTITUI A ANTERIOR). GRUPO EM BRANCO =
      *==          GERACOES CUMULATIVAS, NUNCA SUPERADAS
      *==          (FOPAYEXT, BANKCNNN, GLPOST).
      *==========================================================
       01  TRM-REGISTRO.
           05 TRM-CHAVE.
               10 TRM-ARQUIVO       PIC X(08).
               10 TRM-DATA          PIC 9(08).
               10 TRM-LOTE          PIC 9(05).
           05 TRM-PROGRAMA          PIC X(10).
           05 TRM-QTDE-REG          PIC 9(07).
           05 TRM-TOTAL-VALOR       PIC 9(13).
           05 TRM-HASH              PIC 9(15).
           05 TRM-HORA-CRIACAO      PIC 9(08).
           05 TRM-SITUACAO          PIC X(01).
               88 TRM-CRIADO                VALUE "C".
               88 TRM-ENVIADO               VALUE "E".
               88 TRM-CONFIRMADO            VALUE "A".
           05 TRM-ENVIO.
               10 TRM-ENV-OPERADOR  PIC X(10).
               10 TRM-ENV-DATA      PIC 9(08).
               10 TRM-ENV-HORA      PIC 9(08).
           05 TRM-CONFIRMACAO.
               10 TRM-CNF-OPERADOR  PIC X(10).
               10 TRM-CNF-DATA      PIC 9(08).
               10 TRM-CNF-HORA      PIC 9(08).
               10 TRM-CNF-PROTOCOLO PIC X(20).
           05 TRM-GRUPO.
               10 TRM-GRP-ESTAB     PIC X(03).
               10 TRM-GRP-COMPETENCIA PIC X(06).
               10 TRM-GRP-TIPO      PIC X(01).
