      *==          PROGRAMA65 - SEM ELA A RECUPERACAO DO
      *==          PROGRAMA50 RESSUSCITAVA NO MESTRE CADA
      *==          DESLIGADO JA MOVIDO PARA O CADARQ.
      *== 15/10/26 WS - IMAGENS DE 180 PARA 183 POSICOES, COM O
      *==          ESTABELECIMENTO (EMP-ESTAB) NO FIM DO CPEMP.
      *== 15/10/26 WS - IMAGENS DE 183 PARA 187 POSICOES, COM O
      *==          SINDICATO E A AUTORIZACAO DE DESCONTO NO FIM DO
      *==          CPEMP.
      *== 15/10/26 WS - IMAGENS DE 187 PARA 189 POSICOES, COM O SEXO
      *==          E A RACA/COR NO FIM DO CPEMP.
      *== 15/10/26 WS - IMAGENS DE 189 PARA 199 POSICOES, COM O PCD,
      *==          O APRENDIZ E O TERMINO DA APRENDIZAGEM NO CPEMP.
      *== 15/10/26 WS - O JORNAL NAO E CONVERTIDO: AS ENTRADAS JA
      *==          GRAVADAS TEM IMAGENS DE 180 POSICOES E O
      *==          PROGRAMA50 AS LERIA DESALINHADAS. PASSO
      *==          OBRIGATORIO LOGO DEPOIS DA CONVERSAO DO MESTRE
      *==          (PROGRAMB10), COM O CADMEST NOVO LIBERADO E
      *==          ANTES DE QUALQUER ATUALIZACAO: DESCARGA NOVA
      *==          PELO PROGRAMA31 (MODO 1) E CADJRNL ATUAL
      *==          ARQUIVADO E SUBSTITUIDO POR UM VAZIO. A
      *==          RECUPERACAO PARTE DESSA DESCARGA; AS GERACOES
      *==          ANTIGAS DO CADBKP (LRECL 181) NAO SAO MAIS
      *==          RECARREGAVEIS PELO PROGRAMA31.
      *==========================================================
       01  CDJ-REGISTRO.
           05 CDJ-DATA          PIC 9(08).
               88 CDJ-INCLUSAO              VALUE "I".
               88 CDJ-ALTERACAO             VALUE "A".
               88 CDJ-EXCLUSAO              VALUE "E".
           05 CDJ-IMAGEM-ANTES  PIC X(199).
           05 CDJ-IMAGEM-DEPOIS PIC X(199).
