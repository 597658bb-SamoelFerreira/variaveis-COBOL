      *==========================================================
      *== Copybook: CPANFPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONSULTA DO FECHAMENTO ANUAL DA FOLHA E CARIMBO
      *==          DO INFORME ANUAL (COPYBOOK CPANOFCH). O PROGRAMA
      *==          CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-FECHAMENTO-ANO (COPY CPANOFCH NA FD,
      *==          INDEXADO POR ANF-ANO, ACESSO RANDOM) E COPIADO
      *==          CPANFWS NA WORKING-STORAGE. A 8150 RESPONDE SE O
      *==          ANO ESTA FECHADO (SITUACAO F); ARQUIVO AUSENTE =
      *==          NENHUM ANO FECHADO AINDA. A 8151 GRAVA DATA,
      *==          LOTE, ESTABELECIMENTO E QUANTIDADE DO INFORME NO
      *==          REGISTRO DO ANO (CRIANDO O ARQUIVO E O REGISTRO
      *==          NA SITUACAO A QUANDO FALTAM) SEM MEXER NA
      *==          SITUACAO; FALHA SO AVISA.
      *==========================================================
       8150-CONSULTA-ANO-FECHADO    SECTION.
           IF WRK-ANF-ANO NOT = WRK-ANF-ANO-LIDO
               MOVE "N" TO WRK-ANF-FECHADO
               MOVE WRK-ANF-ANO TO WRK-ANF-ANO-LIDO
               OPEN INPUT ARQ-FECHAMENTO-ANO
               IF WRK-FS-ANOFECH-OK
                   MOVE WRK-ANF-ANO TO ANF-ANO
                   READ ARQ-FECHAMENTO-ANO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ANF-FECHADO
                               MOVE "S" TO WRK-ANF-FECHADO
                           END-IF
                   END-READ
                   CLOSE ARQ-FECHAMENTO-ANO
               ELSE
                   CLOSE ARQ-FECHAMENTO-ANO
               END-IF
           END-IF.

       8151-CARIMBA-INFORME         SECTION.
           OPEN I-O ARQ-FECHAMENTO-ANO.
           IF WRK-FS-ANOFECH-NAO-EXISTE
               OPEN OUTPUT ARQ-FECHAMENTO-ANO
               CLOSE ARQ-FECHAMENTO-ANO
               OPEN I-O ARQ-FECHAMENTO-ANO
           END-IF.
           IF WRK-FS-ANOFECH-OK
               MOVE WRK-ANF-ANO TO ANF-ANO
               READ ARQ-FECHAMENTO-ANO
                   INVALID KEY
                       MOVE SPACES      TO ANF-REGISTRO
                       MOVE WRK-ANF-ANO TO ANF-ANO
                       SET ANF-ABERTO   TO TRUE
                       MOVE ZEROS TO ANF-DATA-FECHA ANF-HORA-FECHA
                           ANF-LOTE-FECHA ANF-QTDE-FECHA
                           ANF-DATA-REABRE
               END-READ
               MOVE WRK-ANF-INF-DATA  TO ANF-INFORME-DATA
               MOVE WRK-ANF-INF-LOTE  TO ANF-INFORME-LOTE
               MOVE WRK-ANF-INF-ESTAB TO ANF-INFORME-ESTAB
               MOVE WRK-ANF-INF-QTDE  TO ANF-INFORME-QTDE
               IF WRK-FS-ANOFECH-OK
                   REWRITE ANF-REGISTRO
               ELSE
                   WRITE ANF-REGISTRO
               END-IF
               IF NOT WRK-FS-ANOFECH-OK
                   DISPLAY "CONTROLE DE FECHAMENTO ANUAL (ANOFECH) "
                       "NAO CARIMBADO - FS: " WRK-FS-ANOFECH
               END-IF
               CLOSE ARQ-FECHAMENTO-ANO
           ELSE
               DISPLAY "CONTROLE DE FECHAMENTO ANUAL (ANOFECH) "
                   "INDISPONIVEL - FS: " WRK-FS-ANOFECH
           END-IF.
