      *==========================================================
      *== Copybook: CPMADPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MEDIA MENSAL DOS ADICIONAIS LEGAIS
      *==          (INSALUBRIDADE, PERICULOSIDADE E NOTURNO) PAGOS
      *==          AO FUNCIONARIO, PARA INTEGRAR O 13O E AS FERIAS.
      *==          8725/8726 ABREM E FECHAM O FOLHAHST SO PARA
      *==          LEITURA (AUSENTE = SEM MEDIA, COM AVISO); 8720 LE
      *==          UMA A UMA AS COMPETENCIAS DE WRK-MAD-COMP-INICIAL
      *==          A WRK-MAD-COMP-FINAL E SOMA FHT-ADICIONAIS DAS
      *==          QUE EXISTEM - A MEDIA E A SOMA DIVIDIDA PELOS
      *==          MESES COM FOLHA NA FAIXA (MES SEM FOLHA NAO
      *==          TRABALHADO NAO PUXA A MEDIA PARA BAIXO). O
      *==          PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-HIST-FOLHA (COPY CPFOLHST, INDEXADO POR
      *==          FHT-CHAVE, FILE STATUS WRK-FS-HIST-FOLHA COM A
      *==          88 WRK-FS-HIST-FOLHA-OK) E COPIADO CPMADWS.
      *== 15/10/26 WS - A MESMA LEITURA SOMA FHT-VARIAVEIS (COMISSOES
      *==          E DSR) E DEVOLVE A MEDIA DA REMUNERACAO VARIAVEL
      *==          EM WRK-MAD-MEDIA-VAR, PELOS MESMOS MESES.
      *== 15/10/26 WS - FHT-CHAVE GANHOU FHT-SEQUENCIA: A 8721
      *==          POSICIONA NA SEQUENCIA 00 (FOLHA MENSAL) E A
      *==          8722 LE EM SEGUIDA AS COMPLEMENTARES (01 EM
      *==          DIANTE) DO MESMO FUNCIONARIO E COMPETENCIA,
      *==          SOMANDO OS ADICIONAIS E AS VARIAVEIS DE TODAS;
      *==          A COMPETENCIA CONTA UMA VEZ SO NOS MESES. O
      *==          ARQ-HIST-FOLHA DO CHAMADOR E DE ACESSO DINAMICO.
      *==========================================================
       8720-MEDIA-ADICIONAIS        SECTION.
           MOVE ZEROS TO WRK-MAD-MESES WRK-MAD-TOTAL WRK-MAD-MEDIA.
           MOVE ZEROS TO WRK-MAD-TOTAL-VAR WRK-MAD-MEDIA-VAR.
           IF WRK-MAD-DISPONIVEL-SIM
               MOVE WRK-MAD-COMP-INICIAL TO WRK-MAD-COMP-LIDA
               PERFORM 8721-SOMA-UMA-COMPETENCIA
                   UNTIL WRK-MAD-COMP-LIDA > WRK-MAD-COMP-FINAL
               IF WRK-MAD-MESES > ZEROS
                   COMPUTE WRK-MAD-MEDIA ROUNDED =
                       WRK-MAD-TOTAL / WRK-MAD-MESES
                   COMPUTE WRK-MAD-MEDIA-VAR ROUNDED =
                       WRK-MAD-TOTAL-VAR / WRK-MAD-MESES
               END-IF
           END-IF.

       8721-SOMA-UMA-COMPETENCIA    SECTION.
           MOVE "N" TO WRK-MAD-ACHOU.
           MOVE "N" TO WRK-MAD-FIM-LEITURA.
           MOVE WRK-MAD-CODIGO-EMP TO FHT-CODIGO.
           MOVE WRK-MAD-COMP-LIDA  TO FHT-COMPETENCIA.
           MOVE ZEROS              TO FHT-SEQUENCIA.
           START ARQ-HIST-FOLHA KEY IS NOT LESS THAN FHT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-MAD-FIM-LEITURA
           END-START.
           PERFORM 8722-SOMA-UMA-SEQUENCIA
               UNTIL WRK-MAD-FIM-LEITURA-SIM.
           IF WRK-MAD-ACHOU-SIM
               ADD 1 TO WRK-MAD-MESES
           END-IF.
           IF WRK-MAD-LIDA-MES >= 12
               ADD 1 TO WRK-MAD-LIDA-ANO
               MOVE 1 TO WRK-MAD-LIDA-MES
           ELSE
               ADD 1 TO WRK-MAD-LIDA-MES
           END-IF.

       8722-SOMA-UMA-SEQUENCIA      SECTION.
           READ ARQ-HIST-FOLHA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-MAD-FIM-LEITURA
               NOT AT END
                   IF FHT-CODIGO NOT = WRK-MAD-CODIGO-EMP
                       OR FHT-COMPETENCIA NOT = WRK-MAD-COMP-LIDA
                       MOVE "S" TO WRK-MAD-FIM-LEITURA
                   ELSE
                       MOVE "S" TO WRK-MAD-ACHOU
                       IF FHT-ADICIONAIS NUMERIC
                           ADD FHT-ADICIONAIS TO WRK-MAD-TOTAL
                       END-IF
                       IF FHT-VARIAVEIS NUMERIC
                           ADD FHT-VARIAVEIS TO WRK-MAD-TOTAL-VAR
                       END-IF
                   END-IF
           END-READ.

       8725-ABRE-HIST-MEDIA         SECTION.
           MOVE "N" TO WRK-MAD-DISPONIVEL.
           OPEN INPUT ARQ-HIST-FOLHA.
           IF WRK-FS-HIST-FOLHA-OK
               MOVE "S" TO WRK-MAD-DISPONIVEL
           ELSE
               CLOSE ARQ-HIST-FOLHA
               DISPLAY "HISTORICO DE FOLHA (FOLHAHST) AUSENTE - "
                   "SEM MEDIA DOS ADICIONAIS LEGAIS"
           END-IF.

       8726-FECHA-HIST-MEDIA        SECTION.
           IF WRK-MAD-DISPONIVEL-SIM
               CLOSE ARQ-HIST-FOLHA
               MOVE "N" TO WRK-MAD-DISPONIVEL
           END-IF.
