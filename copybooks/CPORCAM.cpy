      *==          REALIZADO (PROGRAMA59) CONTRA OS DEBITOS
      *==          LANCADOS NO GLJRNL - NINGUEM VIA UM CENTRO
      *==          ESTOURANDO O ORCAMENTO ANTES DO ANO FECHAR.
      *== 15/10/26 WS - O ORCADO DO ANO TAMBEM PODE SER CARREGADO
      *==          EM BLOCO PELA SIMULACAO DE ORCAMENTO (PROGRAMA91),
      *==          COM O BRUTO MENSAL DO CENARIO ESCOLHIDO POR
      *==          CENTRO; O QUE JA HAVIA E SUBSTITUIDO.
      *==========================================================
       01  ORC-REGISTRO.
           05 ORC-CHAVE.
