      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    BAIXA TOTAL DAS PROVISOES DE 13. E
      *==                  FERIAS DO DESLIGADO (ARQ. PROVISAO,
      *==                  CPPROVIS/CPPRVTB/CPPRVPR), COM O
      *==                  ESTORNO NO GLJRNL - O PASSIVO DO
      *==                  FUNCIONARIO FECHA EM ZERO
      *== 15/10/26   WS    CONTRATO DE EXPERIENCIA (ARQ. CONTREXP,
      *==                  CPCONTR/CPCTRWS): MOTIVO 4 = TERMINO NO
      *==                  ULTIMO DIA DE UM DOS PERIODOS, SEM AVISO;
      *==                  MOTIVO 5 = RESCISAO ANTECIPADA PELO
      *==                  EMPREGADOR, COM A INDENIZACAO DO ART. 479
      *==                  DA CLT (METADE DOS DIAS QUE FALTAVAM) NO
      *==                  LUGAR DO AVISO. DISPENSA SEM JUSTA CAUSA
      *==                  (1) DENTRO DA EXPERIENCIA E RECUSADA, 4 E
      *==                  5 FORA DELA TAMBEM; O CONTRATO E
      *==                  ENCERRADO JUNTO COM O HISTORICO
      *== 15/10/26   WS    EXAME DEMISSIONAL (ARQ. ASOEXAM, CPASO,
      *==                  MANTIDO PELO PROGRAMA78): SEM ASO
      *==                  DEMISSIONAL APTO DO VINCULO ATUAL A
      *==                  RESCISAO SO E FECHADA COM OVERRIDE DE
      *==                  SUPERVISOR - LOGIN NO OPERMST (ID E SENHA,
      *==                  NIVEL 2, 8144 DO CPEPVPR), AUDITADO NO
      *==                  AUDTRAIL COM O ID DO SUPERVISOR
      *== 15/10/26   WS    SALDO DO BANCO DE HORAS (BCOHORAS,
      *==                  CPBCOHR/CPBHRWS/CPBHRPR) PAGO NO ACERTO
      *==                  COM O ADICIONAL DE CADA LOTE, TRIBUTADO
      *==                  COM SALDO E 13.; OS LOTES SAO BAIXADOS
      *==                  JUNTO COM O HISTORICO
      *== 15/10/26   WS    MEDIAS DOS 12 MESES ANTERIORES AO DO
      *==                  DESLIGAMENTO (FOLHAHST, CPMADWS/CPMADPR)
      *==                  - ADICIONAIS LEGAIS E REMUNERACAO
      *==                  VARIAVEL - SOMADAS AO SALARIO NA BASE DO
      *==                  13., DAS FERIAS E DO AVISO
      *== 15/10/26   WS    ESTABILIDADE PROVISORIA (ARQ. ESTABPRV,
      *==                  CPEPROV/CPEPVWS/CPEPVPR): MOTIVO 1 OU 5
      *==                  NA DATA DO DESLIGAMENTO DE QUEM ESTA
      *==                  ESTAVEL SO FECHA COM OVERRIDE DE
      *==                  SUPERVISOR (ID E SENHA NO OPERMST, NIVEL
      *==                  2) E JUSTIFICATIVA, GRAVADO NO AUDTRAIL
      *== 15/10/26   WS    RESCISAO EM ANO FECHADO NO CONTROLE
      *==                  ANUAL (ARQ. ANOFECH, CPANOFCH/CPANFWS/
      *==                  CPANFPR, PELO PROGRAMB09) RECUSADA E
      *==                  AUDITADA - NEM HISTORICO, NEM BAIXA DA
      *==                  PROVISAO, NEM GLJRNL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-CHAVE
                   FILE STATUS IS WRK-FS-DEPENDE.
               SELECT ARQ-PROVISAO ASSIGN TO "PROVISAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRV-CHAVE
                   FILE STATUS IS WRK-FS-PROVISAO.
               SELECT ARQ-CONTRATO ASSIGN TO "CONTREXP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-CODIGO
                   FILE STATUS IS WRK-FS-CONTRATO.
               SELECT ARQ-ASO ASSIGN TO "ASOEXAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASO-CHAVE
                   FILE STATUS IS WRK-FS-ASO.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-DIARIO ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DIARIO.
               SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BHR-CHAVE
                   FILE STATUS IS WRK-FS-BCOHORAS.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-ESTABILIDADE ASSIGN TO "ESTABPRV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EPV-CHAVE
                   FILE STATUS IS WRK-FS-ESTABPRV.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.
               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               LABEL RECORD IS STANDARD.
           COPY CPDEPEND.

           FD  ARQ-PROVISAO
               LABEL RECORD IS STANDARD.
           COPY CPPROVIS.

           FD  ARQ-CONTRATO
               LABEL RECORD IS STANDARD.
           COPY CPCONTR.

           FD  ARQ-ASO
               LABEL RECORD IS STANDARD.
           COPY CPASO.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

      *    MESMO LAYOUT DO GLJRNL GRAVADO PELO PROGRAMA24
           FD  ARQ-DIARIO
               LABEL RECORD IS STANDARD.
           01  JRN-REGISTRO.
               05 JRN-DATA             PIC 9(08).
               05 JRN-LOTE             PIC 9(05).
               05 JRN-CONTA            PIC X(06).
               05 JRN-CCUSTO           PIC X(05).
               05 JRN-DC               PIC X(01).
               05 JRN-VALOR            PIC 9(13).

           FD  ARQ-BANCO-HORAS
               LABEL RECORD IS STANDARD.
           COPY CPBCOHR.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-ESTABILIDADE
               LABEL RECORD IS STANDARD.
           COPY CPEPROV.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-FUNC-VALIDO      PIC X(01) VALUE "N".
           88 WRK-MOTIVO-SEM-JUSTA-CAUSA VALUE 1.
           88 WRK-MOTIVO-PEDIDO          VALUE 2.
           88 WRK-MOTIVO-JUSTA-CAUSA     VALUE 3.
           88 WRK-MOTIVO-FIM-EXPERIENCIA VALUE 4.
           88 WRK-MOTIVO-ANTECIPADA      VALUE 5.
           88 WRK-MOTIVO-VALIDO          VALUE 1 2 3 4 5.
           88 WRK-MOTIVO-DE-EXPERIENCIA  VALUE 4 5.

      *    CONTRATO DE EXPERIENCIA VIGENTE NA DATA DO DESLIGAMENTO
      *    E O ULTIMO DIA DO PERIODO EM CURSO (1O OU PRORROGACAO)
       77 WRK-EM-EXPERIENCIA   PIC X(01) VALUE "N".
           88 WRK-EM-EXPERIENCIA-SIM     VALUE "S".
       77 WRK-FIM-PERIODO      PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES   PIC 9(03) VALUE ZEROS.

      *    EXAME DEMISSIONAL (ASOEXAM) DO VINCULO ATUAL - SEM ELE
      *    SO COM O OVERRIDE DE SUPERVISOR
       77 WRK-FS-ASO           PIC X(02) VALUE SPACES.
           88 WRK-FS-ASO-OK              VALUE "00".
       77 WRK-FS-LEITURA-ASO   PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-ASO-FIM     VALUE "10".
       77 WRK-ASO-DEMISSIONAL  PIC X(01) VALUE "N".
           88 WRK-ASO-DEMISSIONAL-SIM    VALUE "S".

      *    OVERRIDE DA ESTABILIDADE PROVISORIA E DO ASO - O
      *    SUPERVISOR ENTRA COM ID E SENHA (CPOPERPR)
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.

       01 WRK-ADMISSAO.
           05 WRK-ADM-ANO          PIC 9(04).
       77 WRK-VALOR-FERIAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-TERCO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-AVISO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-HORAS-BANCO      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-BANCO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-VERBAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-RESC     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.
      *    SALARIO + MEDIAS DOS ADICIONAIS LEGAIS E DA REMUNERACAO
      *    VARIAVEL DOS 12 MESES ANTERIORES AO DESLIGAMENTO
       77 WRK-BASE-RESC        PIC 9(08)V99 VALUE ZEROS.

           COPY CPBATCH.
           COPY CPFAIXA.
           COPY CPDATA.
           COPY CPCTRWS.
           COPY CPBHRWS.
           COPY CPMADWS.

      *    ROTULOS DO RESCPAG - MOVIDOS PARA OS CAMPOS NOMEADOS
      *    DA FD ANTES DE CADA WRITE
       77 WRK-LIT-RSD-FERIAS   PIC X(20) VALUE "FERIAS PROPORCIONAIS".
       77 WRK-LIT-RSD-TERCO    PIC X(20) VALUE "TERCO CONSTITUCIONAL".
       77 WRK-LIT-RSD-AVISO    PIC X(20) VALUE "AVISO PREVIO INDENIZ".
       77 WRK-LIT-RSD-ART479   PIC X(20) VALUE "INDENIZACAO ART. 479".
       77 WRK-LIT-RSD-BANCO    PIC X(20) VALUE "BANCO DE HORAS......".
       77 WRK-LIT-RSD-MEDIA    PIC X(20) VALUE "MEDIA ADICIONAIS....".
       77 WRK-LIT-RSD-MEDIA-VAR PIC X(20) VALUE "MEDIA VARIAVEIS.....".
       77 WRK-LIT-RSD-DESC     PIC X(20) VALUE "DESCONTO INSS/IRRF..".
       77 WRK-LIT-RSD-LIQ      PIC X(20) VALUE "LIQUIDO DO ACERTO...".
       77 WRK-LIT-RSD-SEPARA   PIC X(20) VALUE ALL "=".

           COPY CPDEPTB.
           COPY CPIDADE.
           COPY CPPRVTB.

           COPY CPREPWS.

           COPY CPEPVWS.
           COPY CPANFWS.

           COPY CPOPERWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               PERFORM 0000-H-CONFERE-ANO.
               IF WRK-FS-MESTRE-OK
                   AND NOT WRK-ANF-FECHADO-SIM
                   PERFORM 0000-A-LOCALIZA-DESLIGADO
               END-IF.

                               DISPLAY "FUNCIONARIO: " EMP-NOME
                               DISPLAY "MOTIVO DO MESTRE: "
                                   EMP-MOTIVO-DESLIG
                               PERFORM 0000-C-LE-CONTRATO
                               MOVE ZEROS TO WRK-MOTIVO-COD
                               PERFORM 0000-B-CAPTURA-MOTIVO
                                   UNTIL WRK-MOTIVO-VALIDO
                               MOVE "S" TO WRK-FUNC-VALIDO
                               PERFORM 0000-G-CONFERE-ESTABILIDADE
                               IF WRK-FUNC-VALIDO-SIM
                                   PERFORM 0000-E-CONFERE-ASO
                               END-IF
                       END-EVALUATE
               END-READ.

      *    NA EXPERIENCIA A DISPENSA DO EMPREGADOR E O TERMINO NO
      *    ULTIMO DIA DE UM PERIODO (4) OU A RESCISAO ANTECIPADA
      *    (5, ART. 479); FORA DELA 4 E 5 NAO EXISTEM
       0000-B-CAPTURA-MOTIVO   SECTION.
               DISPLAY "DIGITE O CODIGO DO MOTIVO (1-DISPENSA SEM "
                   "JUSTA CAUSA/2-PEDIDO DE DEMISSAO/"
                   "3-JUSTA CAUSA/4-TERMINO DA EXPERIENCIA/"
                   "5-RESCISAO ANTECIPADA DA EXPERIENCIA): "
                   ACCEPT WRK-MOTIVO-COD.
               EVALUATE TRUE
                   WHEN NOT WRK-MOTIVO-VALIDO
                       DISPLAY "ERRO: MOTIVO DEVE SER DE 1 A 5"
                   WHEN WRK-MOTIVO-DE-EXPERIENCIA
                    AND NOT WRK-EM-EXPERIENCIA-SIM
                       DISPLAY "ERRO: FUNCIONARIO NAO ESTA EM "
                           "CONTRATO DE EXPERIENCIA"
                       MOVE ZEROS TO WRK-MOTIVO-COD
                   WHEN WRK-MOTIVO-SEM-JUSTA-CAUSA
                    AND WRK-EM-EXPERIENCIA-SIM
                       DISPLAY "ERRO: CONTRATO DE EXPERIENCIA - USE "
                           "4 (TERMINO) OU 5 (ANTECIPADA)"
                       MOVE ZEROS TO WRK-MOTIVO-COD
                   WHEN WRK-MOTIVO-FIM-EXPERIENCIA
                    AND EMP-DATA-DESLIG NOT = WRK-FIM-PERIODO
                       DISPLAY "ERRO: DESLIGAMENTO " EMP-DATA-DESLIG
                           " ANTES DO FIM DO PERIODO ("
                           WRK-FIM-PERIODO ") - USE 5"
                       MOVE ZEROS TO WRK-MOTIVO-COD
                   WHEN WRK-MOTIVO-ANTECIPADA
                    AND EMP-DATA-DESLIG = WRK-FIM-PERIODO
                       DISPLAY "ERRO: DESLIGAMENTO NO ULTIMO DIA DO "
                           "PERIODO NAO E ANTECIPADO - USE 4"
                       MOVE ZEROS TO WRK-MOTIVO-COD
               END-EVALUATE.

      *    CONTRATO DE EXPERIENCIA VIGENTE (CONTREXP) COM O
      *    DESLIGAMENTO DENTRO DO PRAZO; SEM O ARQUIVO OU SEM
      *    REGISTRO O CONTRATO E POR PRAZO INDETERMINADO
       0000-C-LE-CONTRATO      SECTION.
               MOVE "N"   TO WRK-EM-EXPERIENCIA.
               MOVE ZEROS TO WRK-FIM-PERIODO.
               OPEN INPUT ARQ-CONTRATO.
               IF WRK-FS-CONTRATO-OK
                   MOVE WRK-CODIGO-EMP TO CTR-CODIGO
                   READ ARQ-CONTRATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTR-EXPERIENCIA AND CTR-VIGENTE
                               PERFORM 0000-D-VERIFICA-PRAZO
                           END-IF
                   END-READ
                   CLOSE ARQ-CONTRATO
               END-IF.

       0000-D-VERIFICA-PRAZO   SECTION.
               IF EMP-DATA-DESLIG NOT > CTR-FIM-1
                   MOVE CTR-FIM-1 TO WRK-FIM-PERIODO
               ELSE
                   IF CTR-FIM-2 > ZEROS
                       AND EMP-DATA-DESLIG NOT > CTR-FIM-2
                       MOVE CTR-FIM-2 TO WRK-FIM-PERIODO
                   END-IF
               END-IF.
               IF WRK-FIM-PERIODO > ZEROS
                   MOVE "S" TO WRK-EM-EXPERIENCIA
                   DISPLAY "CONTRATO DE EXPERIENCIA - 1O PERIODO ATE "
                       CTR-FIM-1 " PRORROGACAO ATE " CTR-FIM-2
               END-IF.

      *    ASO DEMISSIONAL APTO COM DATA A PARTIR DA ADMISSAO (O
      *    DE UM VINCULO ANTERIOR SOB O MESMO CODIGO NAO VALE).
      *    SEM ELE, OU SEM O ARQUIVO, A RESCISAO SO E FECHADA COM
      *    OVERRIDE DE SUPERVISOR (LOGIN NO OPERMST PELA 8144 DO
      *    CPEPVPR, NIVEL 2), AUDITADO COM O ID DO SUPERVISOR
       0000-E-CONFERE-ASO      SECTION.
               MOVE "N"    TO WRK-ASO-DEMISSIONAL.
               MOVE SPACES TO WRK-FS-LEITURA-ASO.
               OPEN INPUT ARQ-ASO.
               IF WRK-FS-ASO-OK
                   MOVE WRK-CODIGO-EMP TO ASO-CODIGO-EMP
                   MOVE EMP-DATA-ADMIS TO ASO-DATA-EXAME
                   MOVE SPACES         TO ASO-TIPO
                   START ARQ-ASO KEY IS NOT LESS THAN ASO-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-ASO
                   END-START
                   PERFORM 0000-F-LE-ASO
                       UNTIL WRK-FS-LEITURA-ASO-FIM
                   CLOSE ARQ-ASO
               END-IF.
               IF NOT WRK-ASO-DEMISSIONAL-SIM
                   DISPLAY "SEM EXAME DEMISSIONAL APTO NO CADASTRO "
                       "DE ASO (PROGRAMA78)"
                   DISPLAY "RESCISAO SO FECHA COM OVERRIDE DE "
                       "SUPERVISOR"
                   PERFORM 8144-VALIDA-SUPERVISOR
                   IF WRK-EPV-SUPERVISOR-OK-SIM
                       MOVE SPACES             TO AUD-REGISTRO
                       MOVE "PROGRAMA45"       TO AUD-PROGRAMA
                       MOVE WRK-EPV-SUPERVISOR TO AUD-OPERADOR
                       STRING "OVERRIDE DE SUPERVISOR - RESCISAO "
                           "SEM ASO DEMISSIONAL CODIGO "
                           WRK-CODIGO-EMP
                           " DESLIG " EMP-DATA-DESLIG
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "RESCISAO RECUSADA - REGISTRE O ASO "
                           "DEMISSIONAL NO PROGRAMA78"
                       MOVE "N" TO WRK-FUNC-VALIDO
                   END-IF
               END-IF.

       0000-F-LE-ASO           SECTION.
               READ ARQ-ASO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-ASO
                   NOT AT END
                       IF ASO-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA-ASO
                       ELSE
                           IF ASO-DEMISSIONAL
                               IF ASO-APTO
                                   MOVE "S" TO WRK-ASO-DEMISSIONAL
                                   DISPLAY "ASO DEMISSIONAL EM "
                                       ASO-DATA-EXAME " - "
                                       ASO-CLINICA
                               ELSE
                                   DISPLAY "ASO DEMISSIONAL EM "
                                       ASO-DATA-EXAME " COM "
                                       "RESULTADO INAPTO"
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    DISPENSA PELO EMPREGADOR (1 E 5) NA DATA DO DESLIGAMENTO
      *    DE QUEM TEM ESTABILIDADE PROVISORIA ATIVA (ESTABPRV,
      *    PROGRAMB08) SO FECHA COM OVERRIDE DE SUPERVISOR
      *    JUSTIFICADO (8142 DO CPEPVPR), AUDITADO
       0000-G-CONFERE-ESTABILIDADE SECTION.
               IF WRK-MOTIVO-SEM-JUSTA-CAUSA OR WRK-MOTIVO-ANTECIPADA
                   MOVE WRK-CODIGO-EMP  TO WRK-EPV-CODIGO
                   MOVE EMP-DATA-DESLIG TO WRK-EPV-DATA
                   PERFORM 8140-CONSULTA-ESTABILIDADE
                   IF WRK-EPV-ESTAVEL-SIM
                       MOVE "PROGRAMA45" TO WRK-EPV-PROGRAMA
                       PERFORM 8142-AUTORIZA-DISPENSA-ESTAVEL
                       IF NOT WRK-EPV-LIBERADO-SIM
                           DISPLAY "RESCISAO RECUSADA - FUNCIONARIO "
                               "EM ESTABILIDADE PROVISORIA"
                           MOVE "N" TO WRK-FUNC-VALIDO
                       END-IF
                   END-IF
               END-IF.

      *    O ACERTO E A BAIXA DA PROVISAO CAEM NO ANO DO LOTE -
      *    ANO FECHADO PELO FECHAMENTO ANUAL (PROGRAMB09) NAO
      *    RECEBE LANCAMENTO SEM A REABERTURA AUDITADA
       0000-H-CONFERE-ANO      SECTION.
               MOVE BAT-DATA (1:4) TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "RESCISAO RECUSADA - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE SPACES       TO AUD-DESCRICAO
                   MOVE "PROGRAMA45" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " RESCISAO RECUSADA - "
                       "ANO " WRK-ANF-ANO " FECHADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    SALDO = SALARIO/30 PELOS DIAS DO MES ATE O
      *    COM MENOS DE 15 DIAS TRABALHADOS NAO CONTA, A REGRA DO
      *    PROGRAMA33); FERIAS PROPORCIONAIS PELOS AVOS DO
      *    PERIODO AQUISITIVO EM CURSO, MAIS O TERCO; AVISO DE 30
      *    DIAS INDENIZADO SO NA DISPENSA SEM JUSTA CAUSA; TODO O
      *    SALDO DO BANCO DE HORAS COM O ADICIONAL DO LOTE. O
      *    DESCONTO DE FAIXA INCIDE SOBRE SALDO + 13. + BANCO.
      *    13., FERIAS E AVISO SOBRE O SALARIO MAIS AS MEDIAS DOS
      *    ADICIONAIS E DA REMUNERACAO VARIAVEL (0001-C).
       0001-CALCULA-VERBAS     SECTION.
               MOVE EMP-DATA-ADMIS  TO WRK-ADMISSAO.
               MOVE EMP-DATA-DESLIG TO WRK-DESLIGAMENTO.
               PERFORM 0001-C-MEDIAS-HISTORICO.
               COMPUTE WRK-BASE-RESC = EMP-SALARIO + WRK-MAD-MEDIA
                   + WRK-MAD-MEDIA-VAR.
               IF WRK-DSL-DIA > 30
                   MOVE 30 TO WRK-DIAS-SALDO
               ELSE
                   MOVE ZEROS TO WRK-AVOS-13
               END-IF.
               COMPUTE WRK-VALOR-13 ROUNDED =
                   WRK-BASE-RESC * WRK-AVOS-13 / 12.

               COMPUTE WRK-MESES-CASA =
                   (WRK-DSL-ANO - WRK-ADM-ANO) * 12
                   GIVING WRK-ANOS-CASA
                   REMAINDER WRK-AVOS-FERIAS.
               COMPUTE WRK-VALOR-FERIAS ROUNDED =
                   WRK-BASE-RESC * WRK-AVOS-FERIAS / 12.
               COMPUTE WRK-VALOR-TERCO ROUNDED =
                   WRK-VALOR-FERIAS / 3.

      *        RESCISAO ANTECIPADA DA EXPERIENCIA (ART. 479):
      *        METADE DA REMUNERACAO DOS DIAS DO DIA SEGUINTE AO
      *        DESLIGAMENTO ATE O FIM DO PERIODO, NO LUGAR DO AVISO
               EVALUATE TRUE
                   WHEN WRK-MOTIVO-SEM-JUSTA-CAUSA
                       MOVE WRK-BASE-RESC TO WRK-VALOR-AVISO
                   WHEN WRK-MOTIVO-ANTECIPADA
                       MOVE ZEROS TO WRK-DIAS-RESTANTES
                       MOVE WRK-DSL-ANO TO CPD-CALC-ANO
                       MOVE WRK-DSL-MES TO CPD-CALC-MES
                       MOVE WRK-DSL-DIA TO CPD-CALC-DIA
                       MOVE EMP-DATA-DESLIG TO CPD-DATA-CALC-NUM
                       PERFORM 0001-A-CONTA-DIA-RESTANTE
                           UNTIL CPD-DATA-CALC-NUM
                               NOT < WRK-FIM-PERIODO
                       COMPUTE WRK-VALOR-AVISO ROUNDED =
                           WRK-BASE-RESC / 30 * WRK-DIAS-RESTANTES
                           / 2
                   WHEN OTHER
                       MOVE ZEROS TO WRK-VALOR-AVISO
               END-EVALUATE.

      *        SALDO DO BANCO DE HORAS SO CALCULADO AQUI (7996
      *        DO CPBHRPR SEM GRAVACAO) - A BAIXA DOS LOTES VAI
      *        JUNTO COM O HISTORICO, NA 0002
               MOVE ZEROS TO WRK-HORAS-BANCO.
               MOVE ZEROS TO WRK-VALOR-BANCO.
               PERFORM 7985-ABRE-BANCO-HORAS.
               IF WRK-BCOHORAS-DISPONIVEL-SIM
                   MOVE "N" TO WRK-BHR-GRAVA
                   PERFORM 0001-B-PAGA-BANCO-HORAS
                   COMPUTE WRK-HORAS-BANCO =
                       WRK-BHR-PAGO-50 + WRK-BHR-PAGO-100
                   MOVE WRK-BHR-VALOR-PAGO TO WRK-VALOR-BANCO
               END-IF.

               COMPUTE WRK-SALARIO-BRUTO =
                   WRK-SALDO-SALARIO + WRK-VALOR-13
                   + WRK-VALOR-BANCO.
      *        REGISTROS GRAVADOS ANTES DO CAMPO EXISTIR TEM
      *        DEPENDENTES EM BRANCO - TRATADOS COMO ZERO
               IF EMP-DEPENDENTES NUMERIC
               COMPUTE WRK-TOTAL-VERBAS =
                   WRK-SALDO-SALARIO + WRK-VALOR-13
                   + WRK-VALOR-FERIAS + WRK-VALOR-TERCO
                   + WRK-VALOR-AVISO + WRK-VALOR-BANCO.
      *        DESCONTO MAIOR QUE AS VERBAS NAO PODE VIRAR VALOR
      *        ABSOLUTO NUM CAMPO SEM SINAL - TRAVA EM ZERO
               IF WRK-VALOR-DESCONTO > WRK-TOTAL-VERBAS
                       WRK-TOTAL-VERBAS - WRK-VALOR-DESCONTO
               END-IF.

       0001-A-CONTA-DIA-RESTANTE SECTION.
               PERFORM CPD-8070-INCREMENTA-DIA.
               COMPUTE CPD-DATA-CALC-NUM =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.
               ADD 1 TO WRK-DIAS-RESTANTES.

      *    TODO O SALDO DO BANCO (TIPO R) NA COMPETENCIA DO
      *    DESLIGAMENTO, SOBRE O SALARIO-HORA DE 220 HORAS
       0001-B-PAGA-BANCO-HORAS SECTION.
               MOVE WRK-CODIGO-EMP  TO WRK-BHR-CODIGO.
               MOVE EMP-DATA-DESLIG (1:6) TO WRK-BHR-COMPETENCIA.
               MOVE "R"             TO WRK-BHR-TIPO-PAGTO.
               MOVE "PROGRAMA45"    TO WRK-BHR-PROGRAMA.
               MOVE BAT-NUMERO      TO WRK-BHR-LOTE.
               COMPUTE WRK-BHR-VALOR-HORA ROUNDED =
                   EMP-SALARIO / 220.
               PERFORM 7996-PAGA-BANCO.

      *    MEDIAS DAS 12 COMPETENCIAS ANTERIORES AO MES DO
      *    DESLIGAMENTO (SECTION 8720 DO CPMADPR) - SEM O FOLHAHST
      *    FICAM ZERADAS E VALE SO O SALARIO
       0001-C-MEDIAS-HISTORICO SECTION.
               PERFORM 8725-ABRE-HIST-MEDIA.
               MOVE EMP-DATA-DESLIG (1:6) TO WRK-MAD-COMP-LIDA.
               IF WRK-MAD-LIDA-MES = 1
                   SUBTRACT 1 FROM WRK-MAD-LIDA-ANO
                   MOVE 12 TO WRK-MAD-LIDA-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MAD-LIDA-MES
               END-IF.
               MOVE WRK-MAD-COMP-LIDA TO WRK-MAD-COMP-FINAL.
               IF WRK-MAD-LIDA-MES = 12
                   MOVE 1 TO WRK-MAD-LIDA-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MAD-LIDA-ANO
                   ADD 1 TO WRK-MAD-LIDA-MES
               END-IF.
               MOVE WRK-MAD-COMP-LIDA TO WRK-MAD-COMP-INICIAL.
               MOVE EMP-CODIGO TO WRK-MAD-CODIGO-EMP.
               PERFORM 8720-MEDIA-ADICIONAIS.
               PERFORM 8726-FECHA-HIST-MEDIA.
               IF WRK-MAD-MEDIA > ZEROS
                   DISPLAY "MEDIA DE ADICIONAIS LEGAIS NA BASE: "
                       WRK-MAD-MEDIA " (" WRK-MAD-MESES " MESES)"
               END-IF.
               IF WRK-MAD-MEDIA-VAR > ZEROS
                   DISPLAY "MEDIA DE REMUNERACAO VARIAVEL NA BASE: "
                       WRK-MAD-MEDIA-VAR " (" WRK-MAD-MESES " MESES)"
               END-IF.

       0002-GRAVA-HISTORICO    SECTION.
               OPEN EXTEND ARQ-HIST-RESCISAO.
               IF WRK-FS-RESCHIST-NAO-EXISTE
               MOVE BAT-DATA           TO RSC-DATA-CALC.
               MOVE BAT-OPERADOR       TO RSC-OPERADOR.
               MOVE BAT-NUMERO         TO RSC-LOTE.
               MOVE WRK-HORAS-BANCO    TO RSC-HORAS-BANCO.
               MOVE WRK-VALOR-BANCO    TO RSC-VALOR-BANCO.
               WRITE RSC-REGISTRO.
               CLOSE ARQ-HIST-RESCISAO.
               MOVE "PROGRAMA45" TO AUD-PROGRAMA.
                   " LIQUIDO " WRK-LIQUIDO-RESC
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
      *        BAIXA TOTAL DAS PROVISOES - A DIFERENCA ENTRE O
      *        PROVISIONADO E O PAGO VOLTA PARA A DESPESA
               PERFORM 7950-ABRE-PROVISAO.
               MOVE WRK-CODIGO-EMP TO WRK-PRV-CODIGO-EMP.
               MOVE EMP-CCUSTO     TO WRK-PRV-CCUSTO.
               MOVE WRK-DSL-ANO    TO WRK-PRV-ANO.
               MOVE ZEROS          TO WRK-PRV-PARCELA.
               MOVE "S"            TO WRK-PRV-BAIXA-TOTAL.
               MOVE "D"            TO WRK-PRV-TIPO.
               MOVE WRK-VALOR-13   TO WRK-PRV-VALOR-PAGO.
               PERFORM 7951-BAIXA-PROVISAO.
               MOVE "F"            TO WRK-PRV-TIPO.
               COMPUTE WRK-PRV-VALOR-PAGO =
                   WRK-VALOR-FERIAS + WRK-VALOR-TERCO.
               PERFORM 7951-BAIXA-PROVISAO.
               PERFORM 7955-FECHA-PROVISAO.
               IF WRK-PRV-TOTAL-BAIXA > ZEROS
                   DISPLAY "PROVISOES DE 13. E FERIAS BAIXADAS: "
                       WRK-PRV-TOTAL-BAIXA
               END-IF.
               IF WRK-EM-EXPERIENCIA-SIM
                   PERFORM 0002-A-ENCERRA-CONTRATO
               END-IF.
               IF WRK-BCOHORAS-DISPONIVEL-SIM
                   AND WRK-HORAS-BANCO > ZEROS
                   MOVE "S" TO WRK-BHR-GRAVA
                   PERFORM 0001-B-PAGA-BANCO-HORAS
                   DISPLAY "BANCO DE HORAS PAGO NO ACERTO: "
                       WRK-HORAS-BANCO " HORAS, " WRK-VALOR-BANCO
               END-IF.

      *    CONTRATO DE EXPERIENCIA RESCINDIDO SAI DO AVISO DE
      *    VENCIMENTOS DO PROGRAMA77
       0002-A-ENCERRA-CONTRATO SECTION.
               OPEN I-O ARQ-CONTRATO.
               IF WRK-FS-CONTRATO-OK
                   MOVE WRK-CODIGO-EMP TO CTR-CODIGO
                   READ ARQ-CONTRATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CTR-ENCERRADO    TO TRUE
                           MOVE EMP-DATA-DESLIG TO CTR-DATA-SITUACAO
                           MOVE BAT-OPERADOR    TO CTR-OPERADOR
                           REWRITE CTR-REGISTRO
                   END-READ
                   CLOSE ARQ-CONTRATO
               ELSE
                   DISPLAY "*** CONTREXP INDISPONIVEL - FS: "
                       WRK-FS-CONTRATO " - ENCERRAR O CONTRATO "
                       "PELO PROGRAMA77 ***"
               END-IF.

       0003-GRAVA-DEMONSTRATIVO SECTION.
               OPEN OUTPUT ARQ-DEMONSTRATIVO.
               WRITE RSD-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               IF WRK-MAD-MEDIA > ZEROS
                   MOVE SPACES             TO RSD-LINHA-REC
                   MOVE "D"                TO RSD-LIN-TIPO
                   MOVE WRK-LIT-RSD-MEDIA  TO RSD-LIN-ROTULO
                   STRING "MEDIA DE " WRK-MAD-MESES
                       " MESES NA BASE DE 13./FERIAS/AVISO"
                       DELIMITED BY SIZE INTO RSD-LIN-TEXTO
                   MOVE "R$ "              TO RSD-LIN-LIT-VALOR
                   MOVE WRK-MAD-MEDIA      TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO RSD-LIN-VALOR
                   WRITE RSD-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-MAD-MEDIA-VAR > ZEROS
                   MOVE SPACES             TO RSD-LINHA-REC
                   MOVE "D"                TO RSD-LIN-TIPO
                   MOVE WRK-LIT-RSD-MEDIA-VAR TO RSD-LIN-ROTULO
                   STRING "COMISSOES E DSR - MEDIA DE " WRK-MAD-MESES
                       " MESES"
                       DELIMITED BY SIZE INTO RSD-LIN-TEXTO
                   MOVE "R$ "              TO RSD-LIN-LIT-VALOR
                   MOVE WRK-MAD-MEDIA-VAR  TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO RSD-LIN-VALOR
                   WRITE RSD-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

               MOVE SPACES             TO RSD-LINHA-REC.
               MOVE "D"                TO RSD-LIN-TIPO.
               MOVE WRK-LIT-RSD-13     TO RSD-LIN-ROTULO.

               MOVE SPACES             TO RSD-LINHA-REC.
               MOVE "D"                TO RSD-LIN-TIPO.
               IF WRK-MOTIVO-ANTECIPADA
                   MOVE WRK-LIT-RSD-ART479 TO RSD-LIN-ROTULO
                   STRING WRK-DIAS-RESTANTES " DIAS ATE "
                       WRK-FIM-PERIODO " / 2"
                       DELIMITED BY SIZE INTO RSD-LIN-TEXTO
               ELSE
                   MOVE WRK-LIT-RSD-AVISO  TO RSD-LIN-ROTULO
               END-IF.
               MOVE "R$ "              TO RSD-LIN-LIT-VALOR.
               MOVE WRK-VALOR-AVISO    TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT      TO RSD-LIN-VALOR.
               WRITE RSD-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               IF WRK-VALOR-BANCO > ZEROS
                   MOVE SPACES            TO RSD-LINHA-REC
                   MOVE "D"               TO RSD-LIN-TIPO
                   MOVE WRK-LIT-RSD-BANCO TO RSD-LIN-ROTULO
                   STRING WRK-HORAS-BANCO " HORAS COM ADICIONAL"
                       DELIMITED BY SIZE INTO RSD-LIN-TEXTO
                   MOVE "R$ "             TO RSD-LIN-LIT-VALOR
                   MOVE WRK-VALOR-BANCO   TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT     TO RSD-LIN-VALOR
                   WRITE RSD-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

               MOVE SPACES             TO RSD-LINHA-REC.
               MOVE "D"                TO RSD-LIN-TIPO.
               MOVE WRK-LIT-RSD-DESC   TO RSD-LIN-ROTULO.
                   CLOSE ARQ-DEPENDENTES
               END-IF.
               CLOSE ARQ-AUDITORIA.
               PERFORM 7986-FECHA-BANCO-HORAS.
               GOBACK.

           COPY CPDEPPR.

           COPY CPIDADPR.

           COPY CPDATAVL.

           COPY CPPRVPR.

           COPY CPAUDPR.

           COPY CPBATPR.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPBHRPR.

           COPY CPMADPR.

           COPY CPEPVPR.

           COPY CPOPERPR.

           COPY CPANFPR.
