      *==========================================================
      *== Copybook: CPPRVPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ABERTURA E FECHAMENTO DO RAZAO DE PROVISOES
      *==          (ARQ. PROVISAO, COPYBOOK CPPROVIS) E DO DIARIO
      *==          (GLJRNL), BAIXA DA PROVISAO DE 13. SALARIO OU
      *==          FERIAS QUANDO O PAGAMENTO ACONTECE E GRAVACAO
      *==          DE UM LANCAMENTO NO DIARIO. A BAIXA ESTORNA DO
      *==          SALDO DO FUNCIONARIO A PARTE PAGA (A BASE E OS
      *==          ENCARGOS NA MESMA PROPORCAO), OU O SALDO TODO NA
      *==          BAIXA TOTAL, E LANCA DEBITO NO PASSIVO E
      *==          CREDITO NA DESPESA DO CENTRO DE CUSTO - O PASSIVO
      *==          FECHA EM ZERO POR FUNCIONARIO. O PROGRAMA
      *==          CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-PROVISAO (COPY CPPROVIS, INDEXADO POR
      *==          PRV-CHAVE) E ARQ-DIARIO (GLJRNL, REGISTRO
      *==          JRN-REGISTRO), COPY CPPRVTB E CPBATCH (BAT-DATA
      *==          E BAT-NUMERO DATAM O LANCAMENTO) E EXECUTADO A
      *==          7950 ANTES DA PRIMEIRA BAIXA E A 7955 NO FIM.
      *==========================================================
       7950-ABRE-PROVISAO           SECTION.
           OPEN I-O ARQ-PROVISAO.
           IF WRK-FS-PROVISAO-NAO-EXISTE
               OPEN OUTPUT ARQ-PROVISAO
               CLOSE ARQ-PROVISAO
               OPEN I-O ARQ-PROVISAO
           END-IF.
           IF WRK-FS-PROVISAO-OK
               MOVE "S" TO WRK-PROVISAO-DISPONIVEL
               OPEN EXTEND ARQ-DIARIO
               IF WRK-FS-DIARIO-NAO-EXISTE
                   OPEN OUTPUT ARQ-DIARIO
               END-IF
           ELSE
               DISPLAY "RAZAO DE PROVISOES (PROVISAO) INDISPONIVEL "
                   "- FS: " WRK-FS-PROVISAO " - SEM BAIXA/PROVISAO"
           END-IF.

      *    BAIXA NO PAGAMENTO: PARCELA DO 13. JA BAIXADA NO ANO E
      *    IGNORADA (REPROCESSO DO CALCULO); FUNCIONARIO SEM
      *    PROVISAO NAO TEM O QUE BAIXAR
       7951-BAIXA-PROVISAO          SECTION.
           MOVE ZEROS TO WRK-PRV-VALOR-BAIXA.
           IF WRK-PROVISAO-DISPONIVEL-SIM
               MOVE WRK-PRV-CODIGO-EMP TO PRV-CODIGO
               MOVE WRK-PRV-TIPO       TO PRV-TIPO
               READ ARQ-PROVISAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-PRV-PARCELA > ZEROS
                           AND PRV-ANO-REF = WRK-PRV-ANO
                           AND PRV-ULT-PARCELA >= WRK-PRV-PARCELA
                           DISPLAY "PROVISAO DO CODIGO "
                               WRK-PRV-CODIGO-EMP " JA BAIXADA "
                               "NA PARCELA " PRV-ULT-PARCELA
                       ELSE
                           PERFORM 7952-APLICA-BAIXA
                       END-IF
               END-READ
           END-IF.

       7952-APLICA-BAIXA            SECTION.
           IF PRV-ANO-REF NOT = WRK-PRV-ANO
               MOVE WRK-PRV-ANO TO PRV-ANO-REF
               MOVE ZEROS       TO PRV-BAIXADO-ANO
               MOVE ZEROS       TO PRV-ULT-PARCELA
           END-IF.
           IF WRK-PRV-BAIXA-TOTAL-SIM
               OR WRK-PRV-VALOR-PAGO >= PRV-SALDO-BASE
               MOVE PRV-SALDO-BASE    TO WRK-PRV-BAIXA-BASE
               MOVE PRV-SALDO-ENCARGO TO WRK-PRV-BAIXA-ENCARGO
           ELSE
               MOVE WRK-PRV-VALOR-PAGO TO WRK-PRV-BAIXA-BASE
               COMPUTE WRK-PRV-BAIXA-ENCARGO ROUNDED =
                   PRV-SALDO-ENCARGO * WRK-PRV-VALOR-PAGO
                   / PRV-SALDO-BASE
           END-IF.
           SUBTRACT WRK-PRV-BAIXA-BASE    FROM PRV-SALDO-BASE.
           SUBTRACT WRK-PRV-BAIXA-ENCARGO FROM PRV-SALDO-ENCARGO.
           ADD WRK-PRV-VALOR-PAGO TO PRV-BAIXADO-ANO.
           IF WRK-PRV-PARCELA > ZEROS
               MOVE WRK-PRV-PARCELA TO PRV-ULT-PARCELA
           END-IF.
           MOVE BAT-DATA   TO PRV-DATA.
           MOVE BAT-NUMERO TO PRV-LOTE.
           REWRITE PRV-REGISTRO.
           COMPUTE WRK-PRV-VALOR-BAIXA =
               WRK-PRV-BAIXA-BASE + WRK-PRV-BAIXA-ENCARGO.
           IF WRK-PRV-VALOR-BAIXA > ZEROS
               ADD 1                   TO WRK-PRV-QTDE-BAIXAS
               ADD WRK-PRV-VALOR-BAIXA TO WRK-PRV-TOTAL-BAIXA
               IF PRV-DECIMO
                   MOVE WRK-PRV-CONTA-PASS-13 TO WRK-PRV-LAN-CONTA
               ELSE
                   MOVE WRK-PRV-CONTA-PASS-FER TO WRK-PRV-LAN-CONTA
               END-IF
               MOVE SPACES              TO WRK-PRV-LAN-CCUSTO
               MOVE "D"                 TO WRK-PRV-LAN-DC
               MOVE WRK-PRV-VALOR-BAIXA TO WRK-PRV-LAN-VALOR
               PERFORM 7954-GRAVA-LANCAMENTO
               IF PRV-DECIMO
                   MOVE WRK-PRV-CONTA-DESP-13 TO WRK-PRV-LAN-CONTA
               ELSE
                   MOVE WRK-PRV-CONTA-DESP-FER TO WRK-PRV-LAN-CONTA
               END-IF
               MOVE WRK-PRV-CCUSTO      TO WRK-PRV-LAN-CCUSTO
               MOVE "C"                 TO WRK-PRV-LAN-DC
               MOVE WRK-PRV-VALOR-BAIXA TO WRK-PRV-LAN-VALOR
               PERFORM 7954-GRAVA-LANCAMENTO
           END-IF.

      *    UM LANCAMENTO NO DIARIO, EM CENTAVOS, DATADO PELO LOTE
       7954-GRAVA-LANCAMENTO        SECTION.
           COMPUTE WRK-PRV-LAN-CENTAVOS = WRK-PRV-LAN-VALOR * 100.
           IF WRK-PRV-LAN-DC = "D"
               ADD WRK-PRV-LAN-CENTAVOS TO WRK-PRV-TOTAL-DEBITOS
           ELSE
               ADD WRK-PRV-LAN-CENTAVOS TO WRK-PRV-TOTAL-CREDITOS
           END-IF.
           MOVE BAT-DATA             TO JRN-DATA.
           MOVE BAT-NUMERO           TO JRN-LOTE.
           MOVE WRK-PRV-LAN-CONTA    TO JRN-CONTA.
           MOVE WRK-PRV-LAN-CCUSTO   TO JRN-CCUSTO.
           MOVE WRK-PRV-LAN-DC       TO JRN-DC.
           MOVE WRK-PRV-LAN-CENTAVOS TO JRN-VALOR.
           WRITE JRN-REGISTRO.
           ADD 1 TO WRK-PRV-QTDE-LANCTOS.

       7955-FECHA-PROVISAO          SECTION.
           IF WRK-PROVISAO-DISPONIVEL-SIM
               CLOSE ARQ-PROVISAO
               CLOSE ARQ-DIARIO
           END-IF.
