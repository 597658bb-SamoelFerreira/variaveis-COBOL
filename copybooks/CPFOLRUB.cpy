      *==========================================================
      *== Copybook: CPFOLRUB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO DETALHE POR RUBRICA DA FOLHA MENSAL
      *==          (ARQ. FOLHARUB, INDEXADO POR COMPETENCIA +
      *==          CODIGO DO FUNCIONARIO + RUBRICA) - UM REGISTRO
      *==          POR VERBA PAGA OU DESCONTADA NA SEQUENCIA 00 DO
      *==          FOLHAHST, GRAVADO PELO PROGRAMA12 NA PRODUCAO
      *==          (O REPROCESSO APAGA E REGRAVA A COMPETENCIA; O
      *==          ESTORNO DO PROGRAMA94 APAGA) E LIDO PELA FOLHA
      *==          ANALITICA POR RUBRICA (PROGRAMB06). AS RUBRICAS
      *==          DO CADASTRO RUBRICA E DOS EVENTOS VARIAVEIS
      *==          LEVAM O PROPRIO CODIGO; AS VERBAS CALCULADAS PELA
      *==          FOLHA LEVAM CODIGOS RESERVADOS INICIADOS POR "#"
      *==          (#SAL SALARIO, #HEX HORAS EXTRAS, #BCH BANCO DE
      *==          HORAS, #ISL/#PER/#NOT ADICIONAIS, #COM/#DSR
      *==          COMISSOES, #FAL FALTAS, #SFM SALARIO-FAMILIA,
      *==          #ISS INSS, #IRF IRRF, #CSG CONSIGNADO, #ADT
      *==          ADIANTAMENTO, #PEN PENSAO, #VTR VALE-TRANSPORTE,
      *==          #PLS PLANO DE SAUDE, #SND SINDICAL, #OUP/#OUD
      *==          RUBRICAS ALEM DA TABELA WRK-RUI). FRU-REDUTOR
      *==          (FALTAS) SAI DO BRUTO: PROVENTOS MENOS REDUTORES
      *==          = FHT-BRUTO E DESCONTOS = FHT-INSS + FHT-IRRF +
      *==          FHT-OUTROS-DESC.
      *==========================================================
       01  FRU-REGISTRO.
           05 FRU-CHAVE.
               10 FRU-COMPETENCIA   PIC 9(06).
               10 FRU-CODIGO        PIC 9(05).
               10 FRU-RUBRICA       PIC X(04).
           05 FRU-TIPO          PIC X(01).
               88 FRU-PROVENTO              VALUE "P".
               88 FRU-REDUTOR               VALUE "R".
               88 FRU-DESCONTO              VALUE "D".
           05 FRU-DESCRICAO     PIC X(30).
           05 FRU-VALOR         PIC 9(08)V99.
           05 FRU-CCUSTO        PIC X(05).
           05 FRU-ESTAB         PIC 9(03).
           05 FRU-DATA          PIC 9(08).
           05 FRU-LOTE          PIC 9(05).
