      *==========================================================
      *== Copybook: CPCTRPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONTRATO DE TRABALHO CAPTURADO NA ADMISSAO:
      *==          VALIDACAO DO TIPO E DOS DIAS DA EXPERIENCIA
      *==          (7960), CALCULO DO ULTIMO DIA DE CADA PERIODO
      *==          (7961/7963, DIAS CORRIDOS CONTANDO O DIA DA
      *==          ADMISSAO, PELO CPD-8070 DO CPDATAVL) E GRAVACAO
      *==          NO CONTREXP (7962). O PROGRAMA CHAMADOR DEVE TER
      *==          FEITO SELECT/FD DE ARQ-CONTRATO (COPY CPCONTR,
      *==          INDEXADO POR CTR-CODIGO), COPY CPCTRWS E CPDATA
      *==          NA WORKING-STORAGE E COPY CPDATAVL NA PROCEDURE.
      *==          O CONTREXP INDISPONIVEL NAO IMPEDE A ADMISSAO -
      *==          SO AVISA QUE O CONTRATO FICOU SEM REGISTRO.
      *==========================================================
      *    EXPERIENCIA: PRIMEIRO PERIODO DE 1 A 90 DIAS E
      *    PRORROGACAO (ZERO = NAO PREVISTA) SEM PASSAR DE 90 NO
      *    TOTAL; PRAZO INDETERMINADO DISPENSA OS DIAS
       7960-VALIDA-CONTRATO         SECTION.
           MOVE "N"    TO WRK-CTR-VALIDO.
           MOVE SPACES TO WRK-CTR-MSG-ERRO.
           EVALUATE TRUE
               WHEN WRK-CTR-TIPO NOT = "I" AND NOT = "E"
                   MOVE "TIPO DE CONTRATO DEVE SER I OU E"
                       TO WRK-CTR-MSG-ERRO
               WHEN WRK-CTR-TIPO = "I"
                   MOVE ZEROS TO WRK-CTR-DIAS-1
                   MOVE ZEROS TO WRK-CTR-DIAS-2
                   MOVE "S"   TO WRK-CTR-VALIDO
               WHEN WRK-CTR-DIAS-1 NOT NUMERIC
                 OR WRK-CTR-DIAS-2 NOT NUMERIC
                 OR WRK-CTR-DIAS-1 = ZEROS
                   MOVE "DIAS DA EXPERIENCIA INVALIDOS"
                       TO WRK-CTR-MSG-ERRO
               WHEN WRK-CTR-DIAS-1 + WRK-CTR-DIAS-2
                       > WRK-CTR-MAX-DIAS
                   MOVE "EXPERIENCIA NAO PODE PASSAR DE 90 DIAS"
                       TO WRK-CTR-MSG-ERRO
               WHEN OTHER
                   MOVE "S" TO WRK-CTR-VALIDO
           END-EVALUATE.

      *    ULTIMO DIA DO PRIMEIRO PERIODO = ADMISSAO + DIAS - 1;
      *    DA PRORROGACAO = ULTIMO DIA DO PRIMEIRO + DIAS
       7961-CALCULA-VENCIMENTOS     SECTION.
           MOVE ZEROS TO WRK-CTR-FIM-1.
           MOVE ZEROS TO WRK-CTR-FIM-2.
           IF WRK-CTR-EXPERIENCIA
               MOVE WRK-CTR-INICIO TO WRK-CTR-DATA-CALC
               COMPUTE WRK-CTR-DIAS-AVANCO = WRK-CTR-DIAS-1 - 1
               PERFORM 7963-AVANCA-DIAS
               MOVE WRK-CTR-DATA-CALC TO WRK-CTR-FIM-1
               IF WRK-CTR-DIAS-2 > ZEROS
                   MOVE WRK-CTR-DIAS-2 TO WRK-CTR-DIAS-AVANCO
                   PERFORM 7963-AVANCA-DIAS
                   MOVE WRK-CTR-DATA-CALC TO WRK-CTR-FIM-2
               END-IF
           END-IF.

      *    GRAVA (OU REGRAVA, NA READMISSAO SOB O MESMO CODIGO) O
      *    CONTRATO DO FUNCIONARIO RECEM-GRAVADO NO MESTRE
       7962-GRAVA-CONTRATO          SECTION.
           PERFORM 7961-CALCULA-VENCIMENTOS.
           OPEN I-O ARQ-CONTRATO.
           IF WRK-FS-CONTRATO-NAO-EXISTE
               OPEN OUTPUT ARQ-CONTRATO
               CLOSE ARQ-CONTRATO
               OPEN I-O ARQ-CONTRATO
           END-IF.
           IF NOT WRK-FS-CONTRATO-OK
               DISPLAY "*** CONTREXP INDISPONIVEL - FS: "
                   WRK-FS-CONTRATO " - CONTRATO DO CODIGO "
                   WRK-CTR-CODIGO " NAO REGISTRADO ***"
           ELSE
               MOVE WRK-CTR-CODIGO   TO CTR-CODIGO
               MOVE WRK-CTR-TIPO     TO CTR-TIPO
               MOVE WRK-CTR-INICIO   TO CTR-DATA-INICIO
               MOVE WRK-CTR-DIAS-1   TO CTR-DIAS-1
               MOVE WRK-CTR-FIM-1    TO CTR-FIM-1
               MOVE WRK-CTR-DIAS-2   TO CTR-DIAS-2
               MOVE WRK-CTR-FIM-2    TO CTR-FIM-2
               SET CTR-VIGENTE       TO TRUE
               MOVE WRK-CTR-INICIO   TO CTR-DATA-SITUACAO
               MOVE WRK-CTR-OPERADOR TO CTR-OPERADOR
               WRITE CTR-REGISTRO
               IF WRK-FS-CONTRATO-DUPLICADO
                   REWRITE CTR-REGISTRO
               END-IF
               CLOSE ARQ-CONTRATO
               IF WRK-CTR-EXPERIENCIA
                   DISPLAY "CONTRATO DE EXPERIENCIA - 1O PERIODO "
                       "ATE " WRK-CTR-FIM-1 " PRORROGACAO ATE "
                       WRK-CTR-FIM-2
               END-IF
           END-IF.

       7963-AVANCA-DIAS             SECTION.
           MOVE WRK-CTR-DATA-CALC (1:4) TO CPD-CALC-ANO.
           MOVE WRK-CTR-DATA-CALC (5:2) TO CPD-CALC-MES.
           MOVE WRK-CTR-DATA-CALC (7:2) TO CPD-CALC-DIA.
           PERFORM CPD-8070-INCREMENTA-DIA WRK-CTR-DIAS-AVANCO TIMES.
           COMPUTE WRK-CTR-DATA-CALC =
               CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
               + CPD-CALC-DIA.
