      *==========================================================
      *== Copybook: CPTRNPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: REGISTRO DE UMA GERACAO DE ARQUIVO DE SAIDA NO
      *==          REGISTRO DE TRANSMISSOES (COPYBOOK CPTRANSM). O
      *==          PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-TRANSMISSAO (COPY CPTRANSM NA FD, INDEXADO
      *==          POR TRM-CHAVE), COPIADO CPTRNWS NA
      *==          WORKING-STORAGE E PREENCHIDO OS CAMPOS WRK-TRN-
      *==          ANTES DA 8130. A ENTRADA NASCE COMO CRIADA
      *==          (TRM-CRIADO), SEM LIBERACAO NEM CONFIRMACAO. A
      *==          MESMA CHAVE JA REGISTRADA SO E REGRAVADA
      *==          ENQUANTO AINDA NAO FOI LIBERADA - GERACAO JA
      *==          ENVIADA NAO E TOCADA. REGISTRO INDISPONIVEL SO
      *==          AVISA - O ARQUIVO GERADO NAO E AFETADO.
      *==========================================================
       8130-REGISTRA-TRANSMISSAO    SECTION.
           OPEN I-O ARQ-TRANSMISSAO.
           IF WRK-FS-TRANSMIT-NAO-EXISTE
               OPEN OUTPUT ARQ-TRANSMISSAO
               CLOSE ARQ-TRANSMISSAO
               OPEN I-O ARQ-TRANSMISSAO
           END-IF.
           IF NOT WRK-FS-TRANSMIT-OK
               DISPLAY "REGISTRO DE TRANSMISSOES INDISPONIVEL - "
                   WRK-TRN-ARQUIVO " NAO REGISTRADO"
           ELSE
               PERFORM 8131-MONTA-TRANSMISSAO
               WRITE TRM-REGISTRO
               IF WRK-FS-TRANSMIT-DUPLICADO
                   READ ARQ-TRANSMISSAO
                   IF TRM-CRIADO
                       PERFORM 8131-MONTA-TRANSMISSAO
                       REWRITE TRM-REGISTRO
                   ELSE
                       DISPLAY "ATENCAO: " WRK-TRN-ARQUIVO " LOTE "
                           WRK-TRN-LOTE " JA LIBERADO - REGISTRO "
                           "DE TRANSMISSAO MANTIDO"
                   END-IF
               END-IF
               CLOSE ARQ-TRANSMISSAO
           END-IF.

       8131-MONTA-TRANSMISSAO       SECTION.
           MOVE SPACES           TO TRM-REGISTRO.
           MOVE WRK-TRN-ARQUIVO  TO TRM-ARQUIVO.
           MOVE WRK-TRN-DATA     TO TRM-DATA.
           MOVE WRK-TRN-LOTE     TO TRM-LOTE.
           MOVE WRK-TRN-PROGRAMA TO TRM-PROGRAMA.
           MOVE WRK-TRN-QTDE     TO TRM-QTDE-REG.
           MOVE WRK-TRN-VALOR    TO TRM-TOTAL-VALOR.
           MOVE WRK-TRN-HASH     TO TRM-HASH.
           MOVE WRK-TRN-GRUPO    TO TRM-GRUPO.
           ACCEPT TRM-HORA-CRIACAO FROM TIME.
           SET TRM-CRIADO        TO TRUE.
           MOVE ZEROS TO TRM-ENV-DATA TRM-ENV-HORA.
           MOVE ZEROS TO TRM-CNF-DATA TRM-CNF-HORA.
