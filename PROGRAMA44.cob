      *==                  CCUSTO - NA MESMA CONTA O ORCADO X
      *==                  REALIZADO (PROGRAMA59) SOMAVA OS
      *==                  ENCARGOS COMO DESPESA DE SALARIO
      *== 15/10/26   WS    COMPETENCIA DE ANO FECHADO NO CONTROLE
      *==                  ANUAL (ARQ. ANOFECH, CPANOFCH/CPANFWS/
      *==                  CPANFPR, PELO PROGRAMB09) NAO GERA
      *==                  DIARIO DE ENCARGOS - RECUSA AUDITADA
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ44"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.
       77 WRK-QTDE-LANCTOS     PIC 9(05) VALUE ZEROS.

           COPY CPBATCH.
           COPY CPANFWS.

           COPY CPAUDELO.

               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CARREGA-ENCARGOS.
               PERFORM 0002-CARREGA-RESUMO.
               PERFORM 0002-B-CONFERE-ANO.
               IF NOT WRK-ANF-FECHADO-SIM
                   PERFORM 0003-CALCULA-E-GRAVA
               END-IF.
               PERFORM 0004-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
                       END-IF
               END-READ.

      *    COMPETENCIA DO RESUMO EM ANO FECHADO PELO FECHAMENTO
      *    ANUAL (PROGRAMB09) NAO RECEBE LANCAMENTO SEM A
      *    REABERTURA AUDITADA
       0002-B-CONFERE-ANO      SECTION.
               IF WRK-QTDE-CENTROS > ZEROS
                   MOVE WRK-COMPETENCIA (1:4) TO WRK-ANF-ANO
                   PERFORM 8150-CONSULTA-ANO-FECHADO
               END-IF.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "ENCARGOS RECUSADOS - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE SPACES       TO AUD-DESCRICAO
                   MOVE "PROGRAMA44" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " ENCARGOS COMP "
                       WRK-COMPETENCIA " RECUSADOS - ANO FECHADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    UM DEBITO POR CENTRO E ENCARGO (ARREDONDADO POR
      *    LANCAMENTO) E UM CREDITO POR ENCARGO COM A SOMA DOS
      *    SEUS DEBITOS - CONFERIDO DEBITOS = CREDITOS ANTES DE
           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPANFPR.
