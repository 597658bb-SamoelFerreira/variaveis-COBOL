      *==========================================================
      *== Copybook: CPADCPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ADICIONAIS LEGAIS DO FUNCIONARIO: CARGA DA
      *==          VIGENCIA DO TABLEGAL (8700, COPYBOOK CPPARLG -
      *==          A MAIOR VIGENCIA <= WRK-LGL-DATA-REF), ABERTURA
      *==          E FECHAMENTO DO CADASTRO ADICION (8705/8706,
      *==          SOMENTE LEITURA) E CALCULO DO MES (8710):
      *==          INSALUBRIDADE = SALARIO MINIMO X PERCENTUAL DO
      *==          GRAU; PERICULOSIDADE = SALARIO BASE X 30%;
      *==          EXPOSTO AOS DOIS RECEBE SO O MAIOR (O
      *==          FUNCIONARIO NAO ACUMULA, ART. 193 PAR. 2 DA
      *==          CLT, E A EMPRESA PAGA O MAIS FAVORAVEL); OS DOIS
      *==          PROPORCIONAIS AOS DIAS PAGOS DA COMPETENCIA.
      *==          NOTURNO = HORAS NOTURNAS X FATOR DA HORA
      *==          REDUZIDA X SALARIO-HORA X 20%, COM O SALARIO-
      *==          HORA DE 220 HORAS SOBRE O SALARIO BASE MAIS A
      *==          INSALUBRIDADE/PERICULOSIDADE DO MES CHEIO. AS
      *==          HORAS VEM DO PONTO (PNT-HORAS-NOTURNAS); SEM
      *==          LINHA DE PONTO, O FUNCIONARIO DE TURNO NOTURNO
      *==          RECEBE PELAS HORAS DA ESCALA DO CADASTRO,
      *==          PROPORCIONAIS AOS DIAS PAGOS. O PROGRAMA
      *==          CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          ARQ-ADICIONAIS (COPY CPADICI NA FD, INDEXADO POR
      *==          ADC-CODIGO-EMP, FILE STATUS WRK-FS-ADICION) E DE
      *==          ARQ-TABELA-LEGAL (COPY CPPARLG, SEQUENCIAL, FILE
      *==          STATUS WRK-FS-TABLEGAL) E COPIADO CPADCWS NA
      *==          WORKING-STORAGE.
      *==========================================================
       8700-CARREGA-TABLEGAL        SECTION.
           MOVE ZEROS TO WRK-LGL-VIG-ATIVA.
           MOVE ZEROS TO WRK-LGL-SAL-MINIMO.
           MOVE "S"   TO WRK-CONTINUA-TABLEGAL.
           OPEN INPUT ARQ-TABELA-LEGAL.
           IF WRK-FS-TABLEGAL-OK
               PERFORM 8701-TESTA-UMA-VIGENCIA
                   UNTIL NOT WRK-CONTINUA-TABLEGAL-SIM
               CLOSE ARQ-TABELA-LEGAL
           ELSE
               CLOSE ARQ-TABELA-LEGAL
           END-IF.
           IF WRK-LGL-VIG-ATIVA = ZEROS
               DISPLAY "PARAMETROS LEGAIS (TABLEGAL) AUSENTES OU "
                   "SEM VIGENCIA - SEM ADICIONAIS DE "
                   "INSALUBRIDADE/PERICULOSIDADE/NOTURNO"
           ELSE
               DISPLAY "PARAMETROS LEGAIS - VIGENCIA "
                   WRK-LGL-VIG-ATIVA " SALARIO MINIMO "
                   WRK-LGL-SAL-MINIMO
           END-IF.

       8701-TESTA-UMA-VIGENCIA      SECTION.
           READ ARQ-TABELA-LEGAL
               AT END
                   MOVE "N" TO WRK-CONTINUA-TABLEGAL
               NOT AT END
                   IF LGL-VIGENCIA <= WRK-LGL-DATA-REF
                       AND LGL-VIGENCIA >= WRK-LGL-VIG-ATIVA
                       MOVE LGL-VIGENCIA TO WRK-LGL-VIG-ATIVA
                       MOVE LGL-SALARIO-MINIMO
                           TO WRK-LGL-SAL-MINIMO
                       MOVE LGL-PERC-INSALUB-MIN
                           TO WRK-LGL-PERC-INS-MIN
                       MOVE LGL-PERC-INSALUB-MED
                           TO WRK-LGL-PERC-INS-MED
                       MOVE LGL-PERC-INSALUB-MAX
                           TO WRK-LGL-PERC-INS-MAX
                       MOVE LGL-PERC-PERICULOSO
                           TO WRK-LGL-PERC-PERIC
                       MOVE LGL-PERC-NOTURNO
                           TO WRK-LGL-PERC-NOTURNO
                       MOVE LGL-FATOR-HORA-NOT
                           TO WRK-LGL-FATOR-NOT
                   END-IF
           END-READ.

      *    CADASTRO AUSENTE DEIXA TODO MUNDO SEM ADICIONAL (SO O
      *    PONTO NOTURNO AINDA PAGA)
       8705-ABRE-ADICION            SECTION.
           MOVE "N" TO WRK-ADICION-DISPONIVEL.
           OPEN INPUT ARQ-ADICIONAIS.
           IF WRK-FS-ADICION-OK
               MOVE "S" TO WRK-ADICION-DISPONIVEL
           ELSE
               CLOSE ARQ-ADICIONAIS
               DISPLAY "CADASTRO DE ADICIONAIS (ADICION) AUSENTE "
                   "- SO O NOTURNO DO PONTO SERA PAGO"
           END-IF.

       8706-FECHA-ADICION           SECTION.
           IF WRK-ADICION-DISPONIVEL-SIM
               CLOSE ARQ-ADICIONAIS
               MOVE "N" TO WRK-ADICION-DISPONIVEL
           END-IF.

       8710-CALCULA-ADICIONAIS      SECTION.
           MOVE "N"   TO WRK-ADC-ACHOU.
           MOVE ZEROS TO WRK-ADC-GRAU WRK-ADC-PERC-INSALUB
               WRK-ADC-VALOR-INSALUB WRK-ADC-VALOR-PERIC
               WRK-ADC-HORAS-NOT WRK-ADC-VALOR-HORA
               WRK-ADC-VALOR-NOTURNO WRK-ADC-TOTAL
               WRK-ADC-INSALUB-CHEIO WRK-ADC-PERIC-CHEIO.
           IF WRK-ADICION-DISPONIVEL-SIM
               MOVE WRK-ADC-CODIGO-EMP TO ADC-CODIGO-EMP
               READ ARQ-ADICIONAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-ADC-ACHOU
               END-READ
           END-IF.
           IF WRK-LGL-VIG-ATIVA > ZEROS
               IF WRK-ADC-ACHOU-SIM
                   PERFORM 8711-INSALUBRIDADE-PERIC
               END-IF
               PERFORM 8712-ADICIONAL-NOTURNO
           END-IF.
           COMPUTE WRK-ADC-TOTAL =
               WRK-ADC-VALOR-INSALUB + WRK-ADC-VALOR-PERIC
               + WRK-ADC-VALOR-NOTURNO.

       8711-INSALUBRIDADE-PERIC     SECTION.
           IF ADC-GRAU-VALIDO
               MOVE ADC-GRAU-INSALUB TO WRK-ADC-GRAU
           END-IF.
           EVALUATE WRK-ADC-GRAU
               WHEN 1
                   MOVE WRK-LGL-PERC-INS-MIN TO WRK-ADC-PERC-INSALUB
               WHEN 2
                   MOVE WRK-LGL-PERC-INS-MED TO WRK-ADC-PERC-INSALUB
               WHEN 3
                   MOVE WRK-LGL-PERC-INS-MAX TO WRK-ADC-PERC-INSALUB
               WHEN OTHER
                   MOVE ZEROS TO WRK-ADC-PERC-INSALUB
           END-EVALUATE.
           COMPUTE WRK-ADC-INSALUB-CHEIO ROUNDED =
               WRK-LGL-SAL-MINIMO * WRK-ADC-PERC-INSALUB / 100.
           IF ADC-PERICULOSO-SIM
               COMPUTE WRK-ADC-PERIC-CHEIO ROUNDED =
                   WRK-ADC-SALARIO * WRK-LGL-PERC-PERIC / 100
           END-IF.
      *    SO O MAIOR DOS DOIS
           IF WRK-ADC-PERIC-CHEIO > WRK-ADC-INSALUB-CHEIO
               MOVE ZEROS TO WRK-ADC-INSALUB-CHEIO
               MOVE ZEROS TO WRK-ADC-GRAU
               MOVE ZEROS TO WRK-ADC-PERC-INSALUB
           ELSE
               MOVE ZEROS TO WRK-ADC-PERIC-CHEIO
           END-IF.
           COMPUTE WRK-ADC-VALOR-INSALUB ROUNDED =
               WRK-ADC-INSALUB-CHEIO * WRK-ADC-DIAS-PAGOS / 30.
           COMPUTE WRK-ADC-VALOR-PERIC ROUNDED =
               WRK-ADC-PERIC-CHEIO * WRK-ADC-DIAS-PAGOS / 30.

       8712-ADICIONAL-NOTURNO       SECTION.
           IF WRK-ADC-PONTO-ACHADO-SIM
               MOVE WRK-ADC-HORAS-PONTO TO WRK-ADC-HORAS-NOT
           ELSE
               IF WRK-ADC-ACHOU-SIM AND ADC-NOTURNO-SIM
                   COMPUTE WRK-ADC-HORAS-NOT ROUNDED =
                       ADC-HORAS-NOT-ESCALA * WRK-ADC-DIAS-PAGOS
                       / 30
               END-IF
           END-IF.
           IF WRK-ADC-HORAS-NOT > ZEROS
               COMPUTE WRK-ADC-VALOR-HORA ROUNDED =
                   (WRK-ADC-SALARIO + WRK-ADC-INSALUB-CHEIO
                   + WRK-ADC-PERIC-CHEIO) / 220
               COMPUTE WRK-ADC-VALOR-NOTURNO ROUNDED =
                   WRK-ADC-HORAS-NOT * WRK-LGL-FATOR-NOT
                   * WRK-ADC-VALOR-HORA * WRK-LGL-PERC-NOTURNO
                   / 100
           END-IF.
