      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    GUIAS POR ESTABELECIMENTO (NOVO CARTAO,
      *==                  000 = MATRIZ): SO ENTRAM AS LINHAS DO
      *==                  FOLHAHST E DO FOPAGCC DO EMPREGADOR
      *==                  ESCOLHIDO, COM CNPJ E RAZAO SOCIAL DO
      *==                  CADASTRO ESTAB NO CABECALHO (CPESTAB/
      *==                  CPESTWS/CPESTPR)
      *== 15/10/26   WS    CARIMBO DE CONCLUSAO NO RUNCTL
      *==                  (CPRUNCTL/CPRUNCPR) PARA O CALENDARIO
      *==                  DA FOLHA (PROGRAMA89)
      *== 15/10/26   WS    RETENCOES DAS FOLHAS COMPLEMENTARES
      *==                  (FHT-SEQUENCIA 01 EM DIANTE) SOMAM NA GUIA
      *==                  DA COMPETENCIA; O FUNCIONARIO CONTA UMA VEZ
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ47"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
           88 WRK-FS-RUNCTL-NAO-EXISTE   VALUE "35".
           88 WRK-FS-RUNCTL-DUPLICADO    VALUE "22".
       77 WRK-RUN-ENCONTRADO   PIC X(01) VALUE "N".
           88 WRK-RUN-ENCONTRADO-SIM     VALUE "S".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-HIST-DISPONIVEL  PIC X(01) VALUE "N".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".

       77 WRK-QTDE-FUNC        PIC 9(05) VALUE ZEROS.
      *    AS SEQUENCIAS DO MESMO FUNCIONARIO NA COMPETENCIA VEM
      *    JUNTAS NA CHAVE - CONTA SO A PRIMEIRA
       77 WRK-ULT-CODIGO-CONTADO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-INSS-RET   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF-RET   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO-CC   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GPS        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.

      *    ESTABELECIMENTO DAS GUIAS E O DA LINHA LIDA - LINHA
      *    GRAVADA ANTES DO CAMPO EXISTIR E DA MATRIZ (001)
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-LIN-ESTAB        PIC 9(03) VALUE 1.

           COPY CPBATCH.

      *    ROTULOS DO GUIAREL - MOVIDOS PARA OS CAMPOS NOMEADOS
       77 WRK-LIT-GUI-DARF     PIC X(20) VALUE "GUIA DARF...........".
       77 WRK-LIT-GUI-IRRF     PIC X(20) VALUE "IRRF RETIDO.........".
       77 WRK-LIT-GUI-SEPARA   PIC X(20) VALUE ALL "=".
       77 WRK-LIT-GUI-EMPREG   PIC X(20) VALUE "EMPREGADOR..........".

           COPY CPESTWS.

           COPY CPREPWS.

                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
      *        GUIAS DE UM EMPREGADOR POR EXECUCAO - O CNPJ VEM DO
      *        CADASTRO ESTAB; SEM O CADASTRO SAI ZERADO
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               IF NOT WRK-EST-ACHOU-SIM
                   DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                       " SEM CADASTRO NO ESTAB - GUIAS SAEM SEM "
                       "CNPJ, CONFERIR ***"
               END-IF.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN INPUT ARQ-HIST-FOLHA.
                   MOVE "S" TO WRK-HIST-DISPONIVEL
                   MOVE ZEROS TO FHT-CODIGO
                   MOVE ZEROS TO FHT-COMPETENCIA
                   MOVE ZEROS TO FHT-SEQUENCIA
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-HIST
                   NOT AT END
                       IF FHT-ESTAB NUMERIC AND FHT-ESTAB > ZEROS
                           MOVE FHT-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-LIN-ESTAB = WRK-ESTAB-SEL
                           IF FHT-CODIGO NOT = WRK-ULT-CODIGO-CONTADO
                               ADD 1 TO WRK-QTDE-FUNC
                               MOVE FHT-CODIGO
                                   TO WRK-ULT-CODIGO-CONTADO
                           END-IF
                           ADD FHT-INSS TO WRK-TOTAL-INSS-RET
                           ADD FHT-IRRF TO WRK-TOTAL-IRRF-RET
                       END-IF
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       IF FCC-ESTAB NUMERIC AND FCC-ESTAB > ZEROS
                           MOVE FCC-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       IF FCC-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-LIN-ESTAB = WRK-ESTAB-SEL
                           ADD 1 TO WRK-QTDE-LINHAS-CC
                           ADD FCC-TOTAL-BRUTO
                               TO WRK-TOTAL-BRUTO-CC
               WRITE GUI-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO GUI-LINHA-REC.
               MOVE "H"                TO GUI-LIN-TIPO.
               MOVE WRK-LIT-GUI-EMPREG TO GUI-LIN-ROTULO.
               STRING WRK-ESTAB-SEL " CNPJ " WRK-EST-CNPJ " "
                   WRK-EST-RAZAO
                   DELIMITED BY SIZE INTO GUI-LIN-TEXTO.
               WRITE GUI-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO GUI-LINHA-REC.
               MOVE "D"                TO GUI-LIN-TIPO.
               MOVE WRK-LIT-GUI-GPS    TO GUI-LIN-ROTULO.

       0005-FINALIZAR          SECTION.
               DISPLAY "RELATORIO DE GUIAS GRAVADO (GUIAREL) - "
                   "ESTABELECIMENTO " WRK-ESTAB-SEL
                   " COMPETENCIA " WRK-COMPETENCIA
                   " GPS " WRK-TOTAL-GPS
                   " DARF " WRK-TOTAL-IRRF-RET.
               MOVE "PROGRAMA47" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " EST " WRK-ESTAB-SEL
                   " GUIAS COMP "
                   WRK-COMPETENCIA " GPS " WRK-TOTAL-GPS
                   " DARF " WRK-TOTAL-IRRF-RET
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               END-IF.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
      *        CARIMBA A CONCLUSAO NO CONTROLE DE EXECUCAO DO DIA,
      *        CONSULTADO PELO ACOMPANHAMENTO DO CALENDARIO DA FOLHA
               IF WRK-HIST-DISPONIVEL-SIM
                   MOVE "PROGRAMA47" TO RCT-PROGRAMA
                   MOVE BAT-DATA     TO RCT-DATA
                   MOVE BAT-NUMERO   TO RCT-LOTE
                   SET RCT-COMPLETO  TO TRUE
                   PERFORM 8100-GRAVA-RUN-CONTROL
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.


           COPY CPBATPR.

           COPY CPESTPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPRUNCPR.
