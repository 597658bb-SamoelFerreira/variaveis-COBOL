      *==          A CADA EXECUCAO - E DAQUI QUE SAEM O INFORME
      *==          ANUAL DE RENDIMENTOS (PROGRAMA46) E QUALQUER
      *==          CONSULTA A COMPETENCIA PASSADA.
      *== 15/10/26 WS - ACRESCIDA FHT-PENSAO (PENSAO ALIMENTICIA
      *==          JUDICIAL DESCONTADA NO MES, JA INCLUIDA EM
      *==          FHT-OUTROS-DESC) PARA O INFORME ANUAL.
      *== 15/10/26 WS - ACRESCIDO FHT-ESTAB (ESTABELECIMENTO DO
      *==          FUNCIONARIO NA COMPETENCIA, CADASTRO ESTAB) -
      *==          GUIAS, DECLARACAO E INFORME SAEM POR EMPREGADOR;
      *==          REGISTRO ANTIGO COM ZERO VALE COMO MATRIZ (001).
      *== 15/10/26 WS - ACRESCIDO FHT-ADICIONAIS (INSALUBRIDADE,
      *==          PERICULOSIDADE E NOTURNO DO MES, JA INCLUIDOS EM
      *==          FHT-BRUTO) - BASE DA MEDIA DO 13O E DAS FERIAS.
      *== 15/10/26 WS - ACRESCIDO FHT-VARIAVEIS (COMISSOES E DSR DO
      *==          MES, JA INCLUIDOS EM FHT-BRUTO) - BASE DA MEDIA
      *==          DE REMUNERACAO VARIAVEL DO 13O, FERIAS E RESCISAO.
      *== 15/10/26 WS - CHAVE GANHOU FHT-SEQUENCIA: 00 E A FOLHA
      *==          MENSAL (PROGRAMA12), 01 EM DIANTE AS FOLHAS
      *==          COMPLEMENTARES DA MESMA COMPETENCIA JA FECHADA
      *==          (PROGRAMA93) - QUEM LE POR CODIGO + COMPETENCIA
      *==          MOVE ZEROS PARA A SEQUENCIA; QUEM PERCORRE O
      *==          ARQUIVO SOMA AS SEQUENCIAS DA COMPETENCIA.
      *==          ACRESCIDO FHT-BASE-CALCULO (BASE QUE PASSOU PELA
      *==          TABELA DE FAIXAS NO MES) - A COMPLEMENTAR
      *==          RECALCULA INSS/IRRF SOBRE A BASE SOMADA E COBRA
      *==          SO A DIFERENCA; REGISTRO ANTIGO COM ZERO USA O
      *==          BRUTO.
      *== 15/10/26 WS - O FOLHAHST EM DISCO NO LAYOUT DE 106 POSICOES
      *==          (CHAVE SEM A SEQUENCIA) E CONVERTIDO PARA AS 151
      *==          ATUAIS PELO PROGRAMB15: SEQUENCIA 00,
      *==          ESTABELECIMENTO 001 E OS VALORES NOVOS ZERADOS.
      *==========================================================
       01  FHT-REGISTRO.
           05 FHT-CHAVE.
               10 FHT-CODIGO        PIC 9(05).
               10 FHT-COMPETENCIA   PIC 9(06).
               10 FHT-SEQUENCIA     PIC 9(02).
           05 FHT-NOME          PIC X(30).
           05 FHT-BRUTO         PIC 9(08)V99.
           05 FHT-INSS          PIC 9(08)V99.
           05 FHT-DEPENDENTES   PIC 9(02).
           05 FHT-DATA          PIC 9(08).
           05 FHT-LOTE          PIC 9(05).
           05 FHT-PENSAO        PIC 9(08)V99.
           05 FHT-ESTAB         PIC 9(03).
           05 FHT-ADICIONAIS    PIC 9(08)V99.
           05 FHT-VARIAVEIS     PIC 9(08)V99.
           05 FHT-BASE-CALCULO  PIC 9(08)V99.
