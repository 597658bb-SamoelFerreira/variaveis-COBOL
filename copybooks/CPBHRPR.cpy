      *==========================================================
      *== Copybook: CPBHRPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ROTINAS DO BANCO DE HORAS (ARQ. BCOHORAS,
      *==          COPYBOOK CPBCOHR): ABERTURA EM I-O COM CRIACAO
      *==          NA PRIMEIRA VEZ (7985) E FECHAMENTO (7986),
      *==          LEITURA E GRAVACAO ACUMULADA DE UM MOVIMENTO DA
      *==          COMPETENCIA (7987/7988), SALDO E PROXIMO
      *==          VENCIMENTO DO FUNCIONARIO (7990), CREDITO DE UM
      *==          LOTE DE HORAS EXTRAS (7992), COMPENSACAO DE
      *==          FALTAS PELOS LOTES MAIS ANTIGOS AINDA NO PRAZO
      *==          (7994) E PAGAMENTO DO VENCIDO OU DE TODO O
      *==          SALDO NA RESCISAO (7996). O PROGRAMA CHAMADOR
      *==          DEVE TER FEITO SELECT/FD DE ARQ-BANCO-HORAS
      *==          (COPY CPBCOHR NA FD, INDEXADO POR BHR-CHAVE,
      *==          ACESSO DINAMICO, FILE STATUS WRK-FS-BCOHORAS) E
      *==          COPIADO CPBHRWS NA WORKING-STORAGE. COMPENSACAO
      *==          E PAGAMENTO JA GRAVADOS NA COMPETENCIA SAO
      *==          RELIDOS, NAO REFEITOS - O REPROCESSO DA FOLHA
      *==          OU DA IMPORTACAO DO PONTO CHEGA AO MESMO VALOR.
      *==========================================================
       7985-ABRE-BANCO-HORAS        SECTION.
           MOVE "N" TO WRK-BCOHORAS-DISPONIVEL.
           OPEN I-O ARQ-BANCO-HORAS.
           IF WRK-FS-BCOHORAS-NAO-EXISTE
               OPEN OUTPUT ARQ-BANCO-HORAS
               CLOSE ARQ-BANCO-HORAS
               OPEN I-O ARQ-BANCO-HORAS
           END-IF.
           IF WRK-FS-BCOHORAS-OK
               MOVE "S" TO WRK-BCOHORAS-DISPONIVEL
           ELSE
               DISPLAY "*** BANCO DE HORAS (BCOHORAS) "
                   "INDISPONIVEL - FS: " WRK-FS-BCOHORAS " ***"
           END-IF.

       7986-FECHA-BANCO-HORAS       SECTION.
           IF WRK-BCOHORAS-DISPONIVEL-SIM
               CLOSE ARQ-BANCO-HORAS
               MOVE "N" TO WRK-BCOHORAS-DISPONIVEL
           END-IF.

      *    MOVIMENTO WRK-BHR-TIPO-MOV/WRK-BHR-PERCENTUAL DO CODIGO
      *    NA COMPETENCIA; ACHADO, FICA NO REGISTRO
       7987-LE-MOVIMENTO            SECTION.
           MOVE "N"                 TO WRK-BHR-ACHOU.
           MOVE WRK-BHR-CODIGO      TO BHR-CODIGO-EMP.
           MOVE WRK-BHR-COMPETENCIA TO BHR-COMPETENCIA.
           MOVE WRK-BHR-TIPO-MOV    TO BHR-TIPO.
           MOVE WRK-BHR-PERCENTUAL  TO BHR-PERCENTUAL.
           READ ARQ-BANCO-HORAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-BHR-ACHOU
           END-READ.

      *    DEBITO (D/V/R) DA COMPETENCIA - UM REGISTRO POR TIPO E
      *    PERCENTUAL, SOMADO SE JA EXISTIR; O SALDO APOS VEM DE
      *    WRK-BHR-SALDO (7990 FEITA PELA ROTINA QUE CHAMA)
       7988-GRAVA-MOVIMENTO         SECTION.
           PERFORM 7987-LE-MOVIMENTO.
           IF WRK-BHR-ACHOU-SIM
               ADD WRK-BHR-HORAS TO BHR-HORAS
               ADD WRK-BHR-VALOR TO BHR-VALOR
           ELSE
               MOVE WRK-BHR-CODIGO      TO BHR-CODIGO-EMP
               MOVE WRK-BHR-COMPETENCIA TO BHR-COMPETENCIA
               MOVE WRK-BHR-TIPO-MOV    TO BHR-TIPO
               MOVE WRK-BHR-PERCENTUAL  TO BHR-PERCENTUAL
               MOVE WRK-BHR-HORAS       TO BHR-HORAS
               MOVE ZEROS               TO BHR-SALDO-LOTE
               MOVE ZEROS               TO BHR-VENCIMENTO
               MOVE WRK-BHR-VALOR       TO BHR-VALOR
           END-IF.
           MOVE WRK-BHR-SALDO    TO BHR-SALDO-APOS.
           ACCEPT BHR-DATA FROM DATE YYYYMMDD.
           MOVE WRK-BHR-LOTE     TO BHR-LOTE.
           MOVE WRK-BHR-PROGRAMA TO BHR-PROGRAMA.
           IF WRK-BHR-ACHOU-SIM
               REWRITE BHR-REGISTRO
           ELSE
               WRITE BHR-REGISTRO
           END-IF.
           IF NOT WRK-FS-BCOHORAS-OK
               DISPLAY "*** ERRO AO GRAVAR NO BCOHORAS - FS: "
                   WRK-FS-BCOHORAS " CODIGO " WRK-BHR-CODIGO " ***"
           END-IF.

      *    SALDO = SOMA DO QUE RESTA NOS CREDITOS DO CODIGO (NO
      *    PRAZO = SO OS QUE VENCEM DEPOIS DE WRK-BHR-COMPETENCIA);
      *    PROXIMO VENCIMENTO = O MAIS CEDO ENTRE ELES
       7990-SALDO-BANCO             SECTION.
           MOVE ZEROS TO WRK-BHR-SALDO.
           MOVE ZEROS TO WRK-BHR-SALDO-PRAZO.
           MOVE ZEROS TO WRK-BHR-PROX-VENCTO.
           MOVE "N"   TO WRK-BHR-FIM-LEITURA.
           MOVE LOW-VALUES     TO BHR-CHAVE.
           MOVE WRK-BHR-CODIGO TO BHR-CODIGO-EMP.
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHR-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-BHR-FIM-LEITURA
           END-START.
           PERFORM 7991-SOMA-UM-LOTE
               UNTIL WRK-BHR-FIM-LEITURA-SIM.

       7991-SOMA-UM-LOTE            SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-BHR-FIM-LEITURA
               NOT AT END
                   IF BHR-CODIGO-EMP NOT = WRK-BHR-CODIGO
                       MOVE "S" TO WRK-BHR-FIM-LEITURA
                   ELSE
                       IF BHR-CREDITO AND BHR-SALDO-LOTE > ZEROS
                           ADD BHR-SALDO-LOTE TO WRK-BHR-SALDO
                           IF BHR-VENCIMENTO > WRK-BHR-COMPETENCIA
                               ADD BHR-SALDO-LOTE
                                   TO WRK-BHR-SALDO-PRAZO
                           END-IF
                           IF WRK-BHR-PROX-VENCTO = ZEROS
                               OR BHR-VENCIMENTO < WRK-BHR-PROX-VENCTO
                               MOVE BHR-VENCIMENTO
                                   TO WRK-BHR-PROX-VENCTO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    LOTE DE CREDITO DA COMPETENCIA NO PERCENTUAL, VENCENDO
      *    WRK-BHR-PRAZO-MESES DEPOIS; LOTE JA EXISTENTE (PONTO
      *    REIMPORTADO) NAO E CREDITADO DE NOVO
       7992-CREDITA-HORAS           SECTION.
           MOVE "N" TO WRK-BHR-JA-LANCADO.
           PERFORM 7990-SALDO-BANCO.
           MOVE WRK-BHR-COMPETENCIA TO WRK-BHR-VENCIMENTO.
           ADD WRK-BHR-PRAZO-MESES  TO WRK-BHR-VENC-MES.
           IF WRK-BHR-VENC-MES > 12
               SUBTRACT 12 FROM WRK-BHR-VENC-MES
               ADD 1 TO WRK-BHR-VENC-ANO
           END-IF.
           MOVE WRK-BHR-CODIGO      TO BHR-CODIGO-EMP.
           MOVE WRK-BHR-COMPETENCIA TO BHR-COMPETENCIA.
           MOVE "C"                 TO BHR-TIPO.
           MOVE WRK-BHR-PERCENTUAL  TO BHR-PERCENTUAL.
           MOVE WRK-BHR-HORAS       TO BHR-HORAS.
           MOVE WRK-BHR-HORAS       TO BHR-SALDO-LOTE.
           MOVE WRK-BHR-VENCIMENTO  TO BHR-VENCIMENTO.
           MOVE ZEROS               TO BHR-VALOR.
           COMPUTE BHR-SALDO-APOS = WRK-BHR-SALDO + WRK-BHR-HORAS.
           ACCEPT BHR-DATA FROM DATE YYYYMMDD.
           MOVE WRK-BHR-LOTE        TO BHR-LOTE.
           MOVE WRK-BHR-PROGRAMA    TO BHR-PROGRAMA.
           WRITE BHR-REGISTRO.
           IF WRK-FS-BCOHORAS-DUPLICADO
               MOVE "S" TO WRK-BHR-JA-LANCADO
           ELSE
               IF NOT WRK-FS-BCOHORAS-OK
                   DISPLAY "*** ERRO AO GRAVAR NO BCOHORAS - FS: "
                       WRK-FS-BCOHORAS " CODIGO " WRK-BHR-CODIGO
                       " ***"
               END-IF
           END-IF.

      *    COMPENSA WRK-BHR-HORAS-PEDIDAS DOS LOTES MAIS ANTIGOS
      *    AINDA NO PRAZO (O VENCIDO E DA FOLHA); COMPENSACAO JA
      *    GRAVADA NA COMPETENCIA E SO RELIDA
       7994-COMPENSA-HORAS          SECTION.
           MOVE ZEROS TO WRK-BHR-HORAS-BAIXADAS.
           MOVE ZEROS TO WRK-BHR-H50.
           MOVE ZEROS TO WRK-BHR-H100.
           MOVE "N"   TO WRK-BHR-JA-LANCADO.
           MOVE "D"   TO WRK-BHR-TIPO-MOV.
           MOVE 050   TO WRK-BHR-PERCENTUAL.
           PERFORM 7987-LE-MOVIMENTO.
           IF WRK-BHR-ACHOU-SIM
               MOVE "S" TO WRK-BHR-JA-LANCADO
               ADD BHR-HORAS TO WRK-BHR-HORAS-BAIXADAS
           END-IF.
           MOVE 100   TO WRK-BHR-PERCENTUAL.
           PERFORM 7987-LE-MOVIMENTO.
           IF WRK-BHR-ACHOU-SIM
               MOVE "S" TO WRK-BHR-JA-LANCADO
               ADD BHR-HORAS TO WRK-BHR-HORAS-BAIXADAS
           END-IF.
           IF NOT WRK-BHR-JA-LANCADO-SIM
               AND WRK-BHR-HORAS-PEDIDAS > ZEROS
               MOVE WRK-BHR-HORAS-PEDIDAS TO WRK-BHR-HORAS-RESTAM
               MOVE "N"            TO WRK-BHR-FIM-LEITURA
               MOVE LOW-VALUES     TO BHR-CHAVE
               MOVE WRK-BHR-CODIGO TO BHR-CODIGO-EMP
               START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-BHR-FIM-LEITURA
               END-START
               PERFORM 7995-COMPENSA-UM-LOTE
                   UNTIL WRK-BHR-FIM-LEITURA-SIM
                      OR WRK-BHR-HORAS-RESTAM = ZEROS
               COMPUTE WRK-BHR-HORAS-BAIXADAS =
                   WRK-BHR-H50 + WRK-BHR-H100
               IF WRK-BHR-HORAS-BAIXADAS > ZEROS
                   PERFORM 7990-SALDO-BANCO
                   MOVE ZEROS TO WRK-BHR-VALOR
                   IF WRK-BHR-H50 > ZEROS
                       MOVE 050         TO WRK-BHR-PERCENTUAL
                       MOVE WRK-BHR-H50 TO WRK-BHR-HORAS
                       PERFORM 7988-GRAVA-MOVIMENTO
                   END-IF
                   IF WRK-BHR-H100 > ZEROS
                       MOVE 100          TO WRK-BHR-PERCENTUAL
                       MOVE WRK-BHR-H100 TO WRK-BHR-HORAS
                       PERFORM 7988-GRAVA-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

       7995-COMPENSA-UM-LOTE        SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-BHR-FIM-LEITURA
               NOT AT END
                   IF BHR-CODIGO-EMP NOT = WRK-BHR-CODIGO
                       MOVE "S" TO WRK-BHR-FIM-LEITURA
                   ELSE
                       IF BHR-CREDITO AND BHR-SALDO-LOTE > ZEROS
                           AND BHR-VENCIMENTO > WRK-BHR-COMPETENCIA
                           IF BHR-SALDO-LOTE > WRK-BHR-HORAS-RESTAM
                               MOVE WRK-BHR-HORAS-RESTAM
                                   TO WRK-BHR-TOMADAS
                           ELSE
                               MOVE BHR-SALDO-LOTE
                                   TO WRK-BHR-TOMADAS
                           END-IF
                           SUBTRACT WRK-BHR-TOMADAS
                               FROM BHR-SALDO-LOTE
                                    WRK-BHR-HORAS-RESTAM
                           REWRITE BHR-REGISTRO
                           IF BHR-EXTRA-100
                               ADD WRK-BHR-TOMADAS TO WRK-BHR-H100
                           ELSE
                               ADD WRK-BHR-TOMADAS TO WRK-BHR-H50
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    HORAS A PAGAR NA COMPETENCIA COM O ADICIONAL DO LOTE
      *    (50% OU 100% SOBRE WRK-BHR-VALOR-HORA): O QUE JA FOI
      *    PAGO NELA (REPROCESSO) MAIS OS LOTES COM SALDO - SO OS
      *    VENCIDOS ATE A COMPETENCIA (V) OU TODOS (R). COM
      *    GRAVACAO, OS LOTES FICAM ZERADOS E O PAGAMENTO ENTRA
      *    COMO MOVIMENTO
       7996-PAGA-BANCO              SECTION.
           MOVE ZEROS TO WRK-BHR-PAGO-50.
           MOVE ZEROS TO WRK-BHR-PAGO-100.
           MOVE ZEROS TO WRK-BHR-VALOR-PAGO.
           MOVE ZEROS TO WRK-BHR-H50.
           MOVE ZEROS TO WRK-BHR-H100.
           MOVE WRK-BHR-TIPO-PAGTO TO WRK-BHR-TIPO-MOV.
           MOVE 050 TO WRK-BHR-PERCENTUAL.
           PERFORM 7987-LE-MOVIMENTO.
           IF WRK-BHR-ACHOU-SIM
               ADD BHR-HORAS TO WRK-BHR-PAGO-50
           END-IF.
           MOVE 100 TO WRK-BHR-PERCENTUAL.
           PERFORM 7987-LE-MOVIMENTO.
           IF WRK-BHR-ACHOU-SIM
               ADD BHR-HORAS TO WRK-BHR-PAGO-100
           END-IF.
           MOVE "N"            TO WRK-BHR-FIM-LEITURA.
           MOVE LOW-VALUES     TO BHR-CHAVE.
           MOVE WRK-BHR-CODIGO TO BHR-CODIGO-EMP.
           START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHR-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-BHR-FIM-LEITURA
           END-START.
           PERFORM 7997-PAGA-UM-LOTE
               UNTIL WRK-BHR-FIM-LEITURA-SIM.
           ADD WRK-BHR-H50  TO WRK-BHR-PAGO-50.
           ADD WRK-BHR-H100 TO WRK-BHR-PAGO-100.
           COMPUTE WRK-BHR-VALOR-PAGO ROUNDED =
               WRK-BHR-PAGO-50 * WRK-BHR-VALOR-HORA * 1,5
               + WRK-BHR-PAGO-100 * WRK-BHR-VALOR-HORA * 2.
           IF WRK-BHR-GRAVA-SIM
               AND (WRK-BHR-H50 > ZEROS OR WRK-BHR-H100 > ZEROS)
               PERFORM 7990-SALDO-BANCO
               IF WRK-BHR-H50 > ZEROS
                   MOVE 050         TO WRK-BHR-PERCENTUAL
                   MOVE WRK-BHR-H50 TO WRK-BHR-HORAS
                   COMPUTE WRK-BHR-VALOR ROUNDED =
                       WRK-BHR-H50 * WRK-BHR-VALOR-HORA * 1,5
                   PERFORM 7988-GRAVA-MOVIMENTO
               END-IF
               IF WRK-BHR-H100 > ZEROS
                   MOVE 100          TO WRK-BHR-PERCENTUAL
                   MOVE WRK-BHR-H100 TO WRK-BHR-HORAS
                   COMPUTE WRK-BHR-VALOR ROUNDED =
                       WRK-BHR-H100 * WRK-BHR-VALOR-HORA * 2
                   PERFORM 7988-GRAVA-MOVIMENTO
               END-IF
           END-IF.

       7997-PAGA-UM-LOTE            SECTION.
           READ ARQ-BANCO-HORAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-BHR-FIM-LEITURA
               NOT AT END
                   IF BHR-CODIGO-EMP NOT = WRK-BHR-CODIGO
                       MOVE "S" TO WRK-BHR-FIM-LEITURA
                   ELSE
                       IF BHR-CREDITO AND BHR-SALDO-LOTE > ZEROS
                           AND (WRK-BHR-PAGA-RESCISAO
                             OR BHR-VENCIMENTO
                                 NOT > WRK-BHR-COMPETENCIA)
                           IF BHR-EXTRA-100
                               ADD BHR-SALDO-LOTE TO WRK-BHR-H100
                           ELSE
                               ADD BHR-SALDO-LOTE TO WRK-BHR-H50
                           END-IF
                           IF WRK-BHR-GRAVA-SIM
                               MOVE ZEROS TO BHR-SALDO-LOTE
                               REWRITE BHR-REGISTRO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
