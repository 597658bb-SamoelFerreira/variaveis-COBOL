      *==========================================================
      *== Copybook: CPCLQPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONSULTA DA SITUACAO DA CONCILIACAO DO LIQUIDO
      *==          DA COMPETENCIA (COPYBOOK CPCONLIQ). O PROGRAMA
      *==          CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-CONCILIACAO-LIQ (COPY CPCONLIQ NA FD,
      *==          INDEXADO POR CLQ-COMPETENCIA), DEFINIDO
      *==          WRK-FS-CONCLIQ (COM 88 ...-OK) E WRK-CLQ-
      *==          CONCILIADO (COM 88 ...-SIM) NA WORKING-STORAGE
      *==          E MOVIDO A COMPETENCIA PARA CLQ-COMPETENCIA
      *==          ANTES DE EXECUTAR A SECTION 8520. ARQUIVO
      *==          AUSENTE OU COMPETENCIA SEM CARIMBO = NAO
      *==          CONCILIADA (A CONCILIACAO NAO RODOU).
      *==========================================================
       8520-CONSULTA-CONCILIACAO    SECTION.
           MOVE "N" TO WRK-CLQ-CONCILIADO.
           OPEN INPUT ARQ-CONCILIACAO-LIQ.
           IF WRK-FS-CONCLIQ-OK
               READ ARQ-CONCILIACAO-LIQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLQ-CONCILIADO
                           MOVE "S" TO WRK-CLQ-CONCILIADO
                       END-IF
               END-READ
               CLOSE ARQ-CONCILIACAO-LIQ
           ELSE
               CLOSE ARQ-CONCILIACAO-LIQ
           END-IF.
