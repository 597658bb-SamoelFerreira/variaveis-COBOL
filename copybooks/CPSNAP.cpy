      *==========================================================
      *== Copybook: CPSNAP
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DA FOTO MENSAL DO CADASTRO MESTRE (ARQ.
      *==          CADSNAP, INDEXADO POR COMPETENCIA + CODIGO) -
      *==          UMA COPIA CONGELADA DE CADA REGISTRO DO MESTRE,
      *==          TIRADA PELO PROGRAMA12 NA PRODUCAO, LOGO APOS O
      *==          CARIMBO DA COMPETENCIA NO FOLHACTL. OS
      *==          RELATORIOS PROGRAMA17/19/21/57 E O DEMOGRAFICO
      *==          DO PROGRAMA01 RODAM "NA COMPETENCIA AAAAMM"
      *==          CONTRA ESTA FOTO (CPSNPWS/CPSNPPR) E O PROGRAMA90
      *==          COMPARA DUAS FOTOS CAMPO A CAMPO - REEMITIR UM
      *==          RELATORIO DE MES PASSADO DAVA O RETRATO DE HOJE.
      *==          SNP-IMAGEM TEM O LAYOUT DO CPEMP (MST-REGISTRO)
      *==          E ACOMPANHA A SUA LARGURA; O REPROCESSO
      *==          AUTORIZADO DA COMPETENCIA REFAZ A FOTO INTEIRA.
      *== 15/10/26 WS - SNP-IMAGEM DE 187 PARA 189 POSICOES, COM O
      *==          SEXO E A RACA/COR NO FIM DO CPEMP.
      *== 15/10/26 WS - SNP-IMAGEM DE 189 PARA 199 POSICOES, COM O
      *==          PCD, O APRENDIZ E O TERMINO DA APRENDIZAGEM.
      *==========================================================
       01  SNP-REGISTRO.
           05 SNP-CHAVE.
               10 SNP-COMPETENCIA   PIC 9(06).
               10 SNP-CODIGO        PIC 9(05).
           05 SNP-DATA-FOTO         PIC 9(08).
           05 SNP-LOTE              PIC 9(05).
           05 SNP-IMAGEM            PIC X(199).
