      *==========================================================
      *== Copybook: CPSNPPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LEITURA DO CADASTRO MESTRE "NA COMPETENCIA"
      *==          PELA FOTO MENSAL (ARQ. CADSNAP, COPYBOOK CPSNAP).
      *==          O PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-FOTO-MESTRE (ASSIGN "CADSNAP", INDEXADO,
      *==          ACESSO DINAMICO, CHAVE SNP-CHAVE, STATUS
      *==          WRK-FS-FOTO; COPY CPSNAP NA FD), TER O MESTRE
      *==          EM MST-REGISTRO (COPY CPEMP) E O FIM DE LEITURA
      *==          EM WRK-FS-LEITURA-MESTRE (COM 88
      *==          ...-FIM-ARQUIVO = "10"), E COPY CPSNPWS NA
      *==          WORKING-STORAGE.
      *==          8760 LE O CARTAO DA COMPETENCIA (ZEROS =
      *==          CADASTRO ATUAL) E CALCULA A DATA DE REFERENCIA;
      *==          8761 ABRE E POSICIONA NA COMPETENCIA; CADA 8762
      *==          DEVOLVE O PROXIMO REGISTRO DA FOTO EM
      *==          MST-REGISTRO, COMO UM READ NEXT DO MESTRE, E
      *==          MARCA "10" AO ACABAR A COMPETENCIA; 8763 FECHA
      *==          E AVISA QUANDO A COMPETENCIA NAO TEM FOTO.
      *==========================================================
       8760-CAPTURA-FOTO            SECTION.
           MOVE "N"   TO WRK-FOTO-ATIVA.
           MOVE ZEROS TO WRK-FOTO-DATA-REF.
           DISPLAY "COMPETENCIA DA FOTO DO MESTRE (AAAAMM, ZEROS = "
               "CADASTRO ATUAL): "
               ACCEPT WRK-FOTO-COMPETENCIA.
           IF WRK-FOTO-COMPETENCIA NOT = ZEROS
               MOVE "S" TO WRK-FOTO-ATIVA
               MOVE WRK-FOTO-COMPETENCIA TO WRK-FOTO-COMP-R
               IF WRK-FOTO-COMP-MES < 1 OR WRK-FOTO-COMP-MES > 12
                   DISPLAY "COMPETENCIA DA FOTO INVALIDA: "
                       WRK-FOTO-COMPETENCIA
               ELSE
                   PERFORM 8764-ULTIMO-DIA-FOTO
                   DISPLAY "CADASTRO LIDO DA FOTO DA COMPETENCIA "
                       WRK-FOTO-COMPETENCIA " - REFERENCIA "
                       WRK-FOTO-DATA-REF
               END-IF
           END-IF.

       8761-ABRE-FOTO               SECTION.
           MOVE ZEROS TO WRK-FOTO-QTDE.
           MOVE "N"   TO WRK-FOTO-ABERTA.
           OPEN INPUT ARQ-FOTO-MESTRE.
           IF WRK-FS-FOTO-OK
               MOVE "S" TO WRK-FOTO-ABERTA
               MOVE WRK-FOTO-COMPETENCIA TO SNP-COMPETENCIA
               MOVE ZEROS                TO SNP-CODIGO
               START ARQ-FOTO-MESTRE KEY IS NOT LESS THAN SNP-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-START
           ELSE
               DISPLAY "FOTO DO MESTRE (CADSNAP) INDISPONIVEL - FS: "
                   WRK-FS-FOTO
               MOVE "10" TO WRK-FS-LEITURA-MESTRE
           END-IF.

       8762-LE-FOTO                 SECTION.
           READ ARQ-FOTO-MESTRE NEXT RECORD
               AT END
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               NOT AT END
                   IF SNP-COMPETENCIA = WRK-FOTO-COMPETENCIA
                       MOVE SNP-IMAGEM TO MST-REGISTRO
                       ADD 1 TO WRK-FOTO-QTDE
                   ELSE
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-IF
           END-READ.

       8763-FECHA-FOTO              SECTION.
           IF WRK-FOTO-ABERTA-SIM
               CLOSE ARQ-FOTO-MESTRE
               MOVE "N" TO WRK-FOTO-ABERTA
           END-IF.
           IF WRK-FOTO-QTDE = ZEROS
               DISPLAY "NAO HA FOTO DO MESTRE NA COMPETENCIA "
                   WRK-FOTO-COMPETENCIA " - FOLHA DA COMPETENCIA "
                   "AINDA NAO CONCLUIDA (PROGRAMA12)"
           ELSE
               DISPLAY "FOTO DO MESTRE DA COMPETENCIA "
                   WRK-FOTO-COMPETENCIA " - " WRK-FOTO-QTDE
                   " REGISTROS LIDOS"
           END-IF.

      *    ULTIMO DIA DA COMPETENCIA DA FOTO - FEVEREIRO PELA REGRA
      *    GREGORIANA (DIVISIVEL POR 4, SALVO SECULO NAO DIVISIVEL
      *    POR 400)
       8764-ULTIMO-DIA-FOTO         SECTION.
           MOVE WRK-FOTO-COMP-ANO TO WRK-FOTO-REF-ANO.
           MOVE WRK-FOTO-COMP-MES TO WRK-FOTO-REF-MES.
           EVALUATE WRK-FOTO-COMP-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-FOTO-REF-DIA
               WHEN 2
                   MOVE 28 TO WRK-FOTO-REF-DIA
                   DIVIDE WRK-FOTO-COMP-ANO BY 4
                       GIVING WRK-FOTO-QUOCIENTE
                       REMAINDER WRK-FOTO-RESTO
                   IF WRK-FOTO-RESTO = ZEROS
                       MOVE 29 TO WRK-FOTO-REF-DIA
                       DIVIDE WRK-FOTO-COMP-ANO BY 100
                           GIVING WRK-FOTO-QUOCIENTE
                           REMAINDER WRK-FOTO-RESTO
                       IF WRK-FOTO-RESTO = ZEROS
                           DIVIDE WRK-FOTO-COMP-ANO BY 400
                               GIVING WRK-FOTO-QUOCIENTE
                               REMAINDER WRK-FOTO-RESTO
                           IF WRK-FOTO-RESTO NOT = ZEROS
                               MOVE 28 TO WRK-FOTO-REF-DIA
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-FOTO-REF-DIA
           END-EVALUATE.
