      *==========================================================
      *== Copybook: CPAFAPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONTAGEM DOS DIAS AFASTADOS DO FUNCIONARIO NA
      *==          COMPETENCIA (CADASTRO AFASTAM, COPYBOOK
      *==          CPAFAST) SOBRE O MES COMERCIAL DE 30 DIAS: O DIA
      *==          QUE PASSA DO TAMANHO REAL DO MES VALE O ULTIMO
      *==          DIA DO MES. DOENCA E ACIDENTE DE TRABALHO TEM OS
      *==          15 PRIMEIROS DIAS PAGOS PELA EMPRESA; OS DEMAIS
      *==          TIPOS DEIXAM DE RECEBER DESDE O INICIO. O FGTS
      *==          SO PARA NOS DIAS SEM SALARIO DE DOENCA E DE
      *==          LICENCA NAO REMUNERADA - ACIDENTE, MATERNIDADE E
      *==          SERVICO MILITAR CONTINUAM DEPOSITANDO. O
      *==          PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-AFASTAMENTOS (COPY CPAFAST NA FD, INDEXADO
      *==          POR AFT-CHAVE), COPY CPAFATB, CPDATA E
      *==          CPDATAVL, ABERTO O ARQUIVO (INPUT) COM
      *==          WRK-AFASTAM-DISPONIVEL LIGADO QUANDO ABRIU BEM,
      *==          E MOVIDO WRK-AFT-CODIGO-EMP E
      *==          WRK-AFT-COMPETENCIA ANTES DA SECTION 7870.
      *==========================================================
       7870-DIAS-AFASTADO           SECTION.
           MOVE ZEROS   TO WRK-AFT-DIAS-SEM-SALARIO.
           MOVE ZEROS   TO WRK-AFT-DIAS-SEM-FGTS.
           MOVE 30      TO WRK-AFT-DIAS-PAGOS.
           MOVE ALL "N" TO WRK-AFT-MARCAS.
           IF WRK-AFASTAM-DISPONIVEL-SIM
      *        TAMANHO REAL DO MES (A CPD-8070 DEVOLVE O TAMANHO
      *        DO MES DA DATA QUE ELA AVANCA)
               COMPUTE WRK-AFT-DATA-DIA =
                   WRK-AFT-COMPETENCIA * 100 + 1
               MOVE WRK-AFT-DATA-DIA TO CPD-DATA-CALC
               PERFORM CPD-8070-INCREMENTA-DIA
               MOVE CPD-DIAS-NO-MES TO WRK-AFT-ULTIMO-DIA
               MOVE "N" TO WRK-FIM-AFASTAM
               MOVE WRK-AFT-CODIGO-EMP TO AFT-CODIGO-EMP
               MOVE ZEROS              TO AFT-DATA-INICIO
               START ARQ-AFASTAMENTOS KEY IS NOT LESS THAN
                   AFT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-AFASTAM
               END-START
               PERFORM 7871-LE-UM-AFASTAMENTO
                   UNTIL WRK-FIM-AFASTAM-SIM
               PERFORM 7874-SOMA-UM-DIA
                   VARYING WRK-AFT-DIA FROM 1 BY 1
                   UNTIL WRK-AFT-DIA > 30
               COMPUTE WRK-AFT-DIAS-PAGOS =
                   30 - WRK-AFT-DIAS-SEM-SALARIO
           END-IF.

       7871-LE-UM-AFASTAMENTO       SECTION.
           READ ARQ-AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-AFASTAM
               NOT AT END
                   IF AFT-CODIGO-EMP NOT = WRK-AFT-CODIGO-EMP
                       MOVE "S" TO WRK-FIM-AFASTAM
                   ELSE
                       PERFORM 7872-MARCA-AFASTAMENTO
                   END-IF
           END-READ.

      *    PRIMEIRO DIA SEM SALARIO DA EMPRESA: O INICIO, OU O
      *    INICIO + CARENCIA NA DOENCA E NO ACIDENTE DE TRABALHO
       7872-MARCA-AFASTAMENTO       SECTION.
           MOVE AFT-DATA-INICIO TO CPD-DATA-CALC.
           IF AFT-DOENCA OR AFT-ACIDENTE
               PERFORM CPD-8070-INCREMENTA-DIA
                   WRK-AFT-DIAS-CARENCIA TIMES
           END-IF.
           MOVE CPD-DATA-CALC TO WRK-AFT-INICIO-SEM-SAL.
           PERFORM 7873-MARCA-UM-DIA
               VARYING WRK-AFT-DIA FROM 1 BY 1
               UNTIL WRK-AFT-DIA > 30.

       7873-MARCA-UM-DIA            SECTION.
           IF WRK-AFT-DIA > WRK-AFT-ULTIMO-DIA
               COMPUTE WRK-AFT-DATA-DIA =
                   WRK-AFT-COMPETENCIA * 100 + WRK-AFT-ULTIMO-DIA
           ELSE
               COMPUTE WRK-AFT-DATA-DIA =
                   WRK-AFT-COMPETENCIA * 100 + WRK-AFT-DIA
           END-IF.
           IF WRK-AFT-DATA-DIA NOT < WRK-AFT-INICIO-SEM-SAL
               AND (AFT-DATA-RETORNO = ZEROS
                    OR WRK-AFT-DATA-DIA < AFT-DATA-RETORNO)
               MOVE "S" TO WRK-AFT-MARCA-SAL (WRK-AFT-DIA)
               IF AFT-DOENCA OR AFT-NAO-REMUNERADO
                   MOVE "S" TO WRK-AFT-MARCA-FGTS (WRK-AFT-DIA)
               END-IF
           END-IF.

       7874-SOMA-UM-DIA             SECTION.
           IF WRK-AFT-MARCA-SAL (WRK-AFT-DIA) = "S"
               ADD 1 TO WRK-AFT-DIAS-SEM-SALARIO
           END-IF.
           IF WRK-AFT-MARCA-FGTS (WRK-AFT-DIA) = "S"
               ADD 1 TO WRK-AFT-DIAS-SEM-FGTS
           END-IF.
