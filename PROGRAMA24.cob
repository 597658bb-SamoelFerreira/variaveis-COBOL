      *==                  PASSOU A SER RECUSADO, SALVO OVERRIDE
      *==                  DE SUPERVISOR AUDITADO - O DIARIO
      *==                  ACEITAVA LANCAMENTO EM MES CONCILIADO
      *== 15/10/26   WS    DESPESA DE QUEM TEM RATEIO DE CENTRO DE
      *==                  CUSTO (ARQ. RATEIO, CPRATPR) DEBITADA
      *==                  NOS CENTROS DA VIGENCIA EM VIGOR NA DATA
      *==                  DO LOTE - O CREDITO UNICO NAO MUDA
      *== 15/10/26   WS    LOTE DE ANO FECHADO NO CONTROLE ANUAL
      *==                  (ARQ. ANOFECH, CPANOFCH/CPANFWS/CPANFPR,
      *==                  PELO PROGRAMB09) NAO GERA DIARIO - SEM
      *==                  OVERRIDE; RECUSA AUDITADA
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLF-COMPETENCIA
                   FILE STATUS IS WRK-FS-GLFECHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-RATEIO ASSIGN TO "RATEIO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAT-CHAVE
                   FILE STATUS IS WRK-FS-RATEIO.

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.


           WORKING-STORAGE         SECTION.
       77 WRK-FS-TRANSACAO     PIC X(02) VALUE SPACES.
       77 WRK-VALOR-CENTAVOS   PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-LOTE       PIC 9(11)V99 VALUE ZEROS.

           COPY CPRATWS.
           COPY CPANFWS.
           COPY CPAUDELO.

           PROCEDURE DIVISION.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               END-IF.
               PERFORM 7940-ABRE-RATEIO.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
                       END-EVALUATE
               END-READ.

      *    SALARIO NO CENTRO DA TRANSACAO OU DIVIDIDO PELO RATEIO
      *    DO FUNCIONARIO EM VIGOR NA DATA DO LOTE (CPRATPR)
       0001-A-ACUMULA-CENTRO   SECTION.
               ADD TRANS-DET-SALARIO TO WRK-TOTAL-LOTE.
               MOVE TRANS-DET-CODIGO  TO WRK-RAT-CODIGO-EMP.
               MOVE WRK-DATA-LOTE     TO WRK-RAT-DATA-REF.
               MOVE TRANS-DET-CCUSTO  TO WRK-RAT-CCUSTO-PRINC.
               MOVE TRANS-DET-SALARIO TO WRK-RAT-VALOR.
               PERFORM 7942-RATEIA-VALOR.
               PERFORM 0001-C-ACUMULA-PARTE
                   VARYING WRK-RAT-I FROM 1 BY 1
                   UNTIL WRK-RAT-I > WRK-RAT-QTDE.

       0001-C-ACUMULA-PARTE    SECTION.
               MOVE "N" TO WRK-ACHOU.
               PERFORM 0001-B-BUSCA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
               IF NOT WRK-ACHOU-SIM
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                           TO WRK-CEN-CCUSTO (WRK-QTDE-CENTROS)
                       MOVE WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                           TO WRK-CEN-TOTAL (WRK-QTDE-CENTROS)
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS DE CUSTO "
               END-IF.

       0001-B-BUSCA-CENTRO     SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) =
                       WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                   ADD WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                       TO WRK-CEN-TOTAL (WRK-I)
                   MOVE "S" TO WRK-ACHOU
               END-IF.

                           " CREDITOS " WRK-TOTAL-CREDITOS
                           " - NADA FOI GRAVADO ***"
                   ELSE
                       PERFORM 0002-E-CONFERE-ANO
                       IF NOT WRK-ANF-FECHADO-SIM
                           PERFORM 0002-D-CONFERE-FECHAMENTO
                           IF WRK-GLF-FECHADO-SIM
                               AND NOT WRK-OVERRIDE-FECHA-SIM
                               DISPLAY "LANCAMENTO RECUSADO - MES "
                                   "FECHADO PELO BALANCETE"
                           ELSE
                               PERFORM 0002-B-GRAVA-LANCAMENTOS
                           END-IF
                       END-IF
                   END-IF
               END-IF.
                   END-IF
               END-IF.

      *    ANO FECHADO PELO FECHAMENTO ANUAL (PROGRAMB09) NAO
      *    RECEBE LANCAMENTO NEM COM OVERRIDE - SO A REABERTURA
      *    AUDITADA LIBERA
       0002-E-CONFERE-ANO      SECTION.
               MOVE WRK-DATA-LOTE (1:4) TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "LANCAMENTO RECUSADO - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE SPACES       TO AUD-REGISTRO
                   MOVE "PROGRAMA24" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " WRK-LOTE " DIARIO RECUSADO - ANO "
                       WRK-ANF-ANO " FECHADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0002-A-SOMA-DEBITOS     SECTION.
               COMPUTE WRK-VALOR-CENTAVOS =
                   WRK-CEN-TOTAL (WRK-I) * 100.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               PERFORM 7941-FECHA-RATEIO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPGLFPR.

           COPY CPRATPR.

           COPY CPANFPR.
