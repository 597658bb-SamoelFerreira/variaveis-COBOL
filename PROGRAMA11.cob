      *==          NEXT, COMO O RELATORIO DEMOGRAFICO DO PROGRAMA01),
      *==          APLICA O PERCENTUAL NEGOCIADO AO SALARIO DE CADA
      *==          FUNCIONARIO ATIVO (OU SO DA FAIXA SALARIAL
      *==          SELECIONADA), GRAVA O SALARIO NOVO COMO
      *==          SOLICITACAO PENDENTE DE APROVACAO (ARQ. APVPEND)
      *==          E IMPRIME O REGISTRO ANTES/DEPOIS COM TOTAIS DE
      *==          CONTROLE (ARQ. AJUSREL). GRAVA TAMBEM O ARQUIVO
      *==          DE ESTORNO (ARQ. AJUSREV) COM O SALARIO ANTERIOR
      *==          DE CADA AJUSTADO; O MODO 2 (ESTORNO) LE ESSE
      *==          ARQUIVO E DESFAZ O LOTE CASO O PERCENTUAL
      *==          APLICADO TENHA SIDO ERRADO.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    O AJUSTE DEIXOU DE REGRAVAR O MESTRE: CADA
      *==                  SALARIO NOVO VAI PARA O ARQUIVO DE
      *==                  PENDENTES DE APROVACAO (APVPEND, CPAPROV/
      *==                  CPAPRWS/CPAPRPR) COM O NUMERO DO LOTE, E
      *==                  SO O PROGRAMA79 (OUTRO SUPERVISOR) APLICA
      *==                  NO MESTRE, NO SALHIST E NO CADJRNL -
      *==                  FUNCIONARIO COM ALTERACAO SALARIAL JA
      *==                  PENDENTE FICA FORA DO LOTE. O ESTORNO
      *==                  CANCELA O QUE AINDA ESTA PENDENTE E, PARA
      *==                  O JA APROVADO, SOLICITA A VOLTA AO
      *==                  SALARIO ANTERIOR (TAMBEM SUJEITA A
      *==                  APROVACAO). CADJRNL E SALHIST SAIRAM
      *==                  DESTE PROGRAMA
      *== 15/10/26   WS    DISSIDIO POR SINDICATO: CARTAO NOVO COM O
      *==                  SINDICATO (000 = TODOS) - SO ENTRAM OS
      *==                  FUNCIONARIOS DELE (EMP-SINDICATO) E
      *==                  PERCENTUAL ZERO USA O NEGOCIADO NO SINDIC
      *==                  (CPSIND); AVISA QUANDO O MES NAO E O DA
      *==                  DATA-BASE. SINDICATO NO CABECALHO DO AJUSREL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-TRAVA-MESTRE ASSIGN TO "CADLOCK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-LOCK.
               SELECT ARQ-APROVACAO ASSIGN TO "APVPEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APV-CHAVE
                   FILE STATUS IS WRK-FS-APROV.
               SELECT ARQ-SINDICATOS ASSIGN TO "SINDIC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-CODIGO
                   FILE STATUS IS WRK-FS-SINDIC.

           DATA DIVISION.
           FILE                    SECTION.
               05 AJU-CAB-DATA          PIC 9(08).
               05 AJU-CAB-LIT-PERC      PIC X(07).
               05 AJU-CAB-PERC          PIC ZZ9,99.
               05 AJU-CAB-LIT-SIND      PIC X(06).
               05 AJU-CAB-SINDICATO     PIC 9(03).
               05 FILLER                PIC X(07).
           01  AJU-DETALHE-REC REDEFINES AJU-CABECALHO-REC.
               05 AJU-DET-TIPO          PIC X(01).
               05 AJU-DET-CODIGO        PIC 9(05).
               LABEL RECORD IS STANDARD.
           COPY CPLOCK.

           FD  ARQ-APROVACAO
               LABEL RECORD IS STANDARD.
           COPY CPAPROV.

           FD  ARQ-SINDICATOS
               LABEL RECORD IS STANDARD.
           COPY CPSIND.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-REGISTRO      PIC X(02) VALUE SPACES.
           88 WRK-FS-REGISTRO-OK         VALUE "00".
       77 WRK-FS-ESTORNO       PIC X(02) VALUE SPACES.
       77 WRK-SALARIO-ANTERIOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALARIO-NOVO     PIC 9(08)V99 VALUE ZEROS.

      *    DISSIDIO DE UM SINDICATO SO (000 = TODOS) - DATA-BASE E
      *    PERCENTUAL NEGOCIADO VEM DO CADASTRO SINDIC
       77 WRK-FS-SINDIC        PIC X(02) VALUE SPACES.
           88 WRK-FS-SINDIC-OK           VALUE "00".
       77 WRK-SIND-FILTRO      PIC 9(03) VALUE ZEROS.
       77 WRK-SIND-RECUSADO    PIC X(01) VALUE "N".
           88 WRK-SIND-RECUSADO-SIM      VALUE "S".

       77 WRK-QTDE-AJUSTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ANTES      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEPOIS     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-DIFERENCA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONTINUA-ESTORNO PIC X(01) VALUE "S".
           88 WRK-CONTINUA-ESTORNO-SIM   VALUE "S".
       77 WRK-QTDE-IGNORADOS   PIC 9(05) VALUE ZEROS.
      *    SOLICITACAO DO LOTE ORIGINAL ACHADA NO APVPEND (ESTORNO)
       77 WRK-ACHOU-DO-LOTE    PIC X(01) VALUE "N".
           88 WRK-ACHOU-DO-LOTE-SIM      VALUE "S".
       77 WRK-FIM-DO-LOTE      PIC X(01) VALUE "N".
           88 WRK-FIM-DO-LOTE-SIM        VALUE "S".

       77 WRK-FS-LOCK          PIC X(02) VALUE SPACES.
           88 WRK-FS-LOCK-OK             VALUE "00".
      *    ROTULOS DO AJUSREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA FD
      *    ANTES DE CADA WRITE (VER NOTA NA FD ARQ-REGISTRO-AJUSTE)
       77 WRK-LIT-AJU-TITULO   PIC X(34)
           VALUE "AJUSTE SALARIAL - P/ APROVACAO    ".
       77 WRK-LIT-AJU-TITULO-EST PIC X(34)
           VALUE "ESTORNO DE AJUSTE - P/ APROVACAO  ".
       77 WRK-LIT-AJU-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-AJU-PERC     PIC X(07) VALUE " PERC: ".
       77 WRK-LIT-AJU-SIND     PIC X(06) VALUE " SIND ".
       77 WRK-LIT-AJU-ANT      PIC X(05) VALUE "DE R$".
       77 WRK-LIT-AJU-NOVO     PIC X(06) VALUE " P/ R$".

           COPY CPREPWS.
           COPY CPAPRWS.

           COPY CPAUDELO.

                   "ULTIMO AJUSTE (AJUSREV) "
                   ACCEPT WRK-MODO.
               IF WRK-MODO-AJUSTE
                   DISPLAY "DIGITE O SINDICATO (000 = TODOS): "
                       ACCEPT WRK-SIND-FILTRO
                   IF WRK-SIND-FILTRO > ZEROS
                       PERFORM 0000-B-LE-SINDICATO
                   END-IF
                   DISPLAY "DIGITE O PERCENTUAL DE AJUSTE "
                       "(EX: 00550 = 5,50; 00000 = O DO SINDICATO): "
                       ACCEPT WRK-PERC-AJUSTE
                   IF WRK-PERC-AJUSTE = ZEROS
                       AND WRK-SIND-FILTRO > ZEROS
                       AND NOT WRK-SIND-RECUSADO-SIM
                       MOVE SIN-PERC-REAJUSTE TO WRK-PERC-AJUSTE
                       DISPLAY "PERCENTUAL NEGOCIADO DO SINDICATO "
                           WRK-SIND-FILTRO ": " WRK-PERC-AJUSTE
                   END-IF
                   DISPLAY "FAIXA SALARIAL DE (ZEROS = TODOS): "
                       ACCEPT WRK-FAIXA-DE
                   DISPLAY "FAIXA SALARIAL ATE (ZEROS = TODOS): "
                       MOVE 99999999,99 TO WRK-FAIXA-ATE
                   END-IF
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   MOVE "N"  TO WRK-CONTINUA-ESTORNO
               END-IF.
               IF WRK-SIND-RECUSADO-SIM
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
      *        SEM O ARQUIVO DE PENDENTES NADA PODE SER SOLICITADO
               PERFORM 7970-ABRE-PENDENCIAS.
               IF NOT WRK-APROV-DISPONIVEL-SIM
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   MOVE "N"  TO WRK-CONTINUA-ESTORNO
               END-IF.
               OPEN OUTPUT ARQ-REGISTRO-AJUSTE.
               MOVE "AJUSREL "   TO WRK-REP-ID.
               MOVE BAT-DATA     TO WRK-REP-DATA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               IF WRK-MODO-AJUSTE AND WRK-SIND-FILTRO > ZEROS
                   AND NOT WRK-SIND-RECUSADO-SIM
                   MOVE "PROGRAMA11" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO
                       " DISSIDIO DO SINDICATO " WRK-SIND-FILTRO
                       " DATA-BASE " SIN-MES-BASE
                       " PERCENTUAL " WRK-PERC-AJUSTE
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               PERFORM 0000-A-GRAVA-CABECALHO.
               IF WRK-MODO-AJUSTE
                   MOVE ZEROS TO EMP-CODIGO
               MOVE BAT-DATA            TO AJU-CAB-DATA.
               MOVE WRK-LIT-AJU-PERC    TO AJU-CAB-LIT-PERC.
               MOVE WRK-PERC-AJUSTE     TO AJU-CAB-PERC.
               IF WRK-SIND-FILTRO > ZEROS
                   MOVE WRK-LIT-AJU-SIND TO AJU-CAB-LIT-SIND
                   MOVE WRK-SIND-FILTRO  TO AJU-CAB-SINDICATO
               END-IF.
               WRITE AJU-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    SINDICATO DO DISSIDIO: PRECISA EXISTIR E ESTAR ATIVO NO
      *    SINDIC; FORA DO MES DA DATA-BASE SO AVISA (ACORDO
      *    FECHADO COM ATRASO RODA DEPOIS DO MES)
       0000-B-LE-SINDICATO     SECTION.
               OPEN INPUT ARQ-SINDICATOS.
               IF NOT WRK-FS-SINDIC-OK
                   MOVE "S" TO WRK-SIND-RECUSADO
                   DISPLAY "CADASTRO DE SINDICATOS (SINDIC) AUSENTE "
                       "- FS: " WRK-FS-SINDIC
               ELSE
                   MOVE WRK-SIND-FILTRO TO SIN-CODIGO
                   READ ARQ-SINDICATOS
                       INVALID KEY
                           MOVE "S" TO WRK-SIND-RECUSADO
                           DISPLAY "SINDICATO " WRK-SIND-FILTRO
                               " NAO CADASTRADO"
                       NOT INVALID KEY
                           IF NOT SIN-ATIVO
                               MOVE "S" TO WRK-SIND-RECUSADO
                               DISPLAY "SINDICATO " WRK-SIND-FILTRO
                                   " INATIVO"
                           END-IF
                   END-READ
               END-IF.
               CLOSE ARQ-SINDICATOS.
               IF WRK-SIND-RECUSADO-SIM
                   DISPLAY "DISSIDIO NAO EXECUTADO - NENHUM "
                       "FUNCIONARIO AJUSTADO"
               ELSE
                   DISPLAY "DISSIDIO DO SINDICATO " WRK-SIND-FILTRO
                       " " SIN-NOME
                   IF SIN-MES-BASE NOT = BAT-DATA (5:2)
                       DISPLAY "*** ATENCAO: DATA-BASE DO SINDICATO "
                           "E O MES " SIN-MES-BASE " - EXECUCAO FORA "
                           "DO MES DA DATA-BASE ***"
                   END-IF
               END-IF.

      *    UM FUNCIONARIO POR LEITURA: ATIVO E DENTRO DA FAIXA
      *    SELECIONADA RECEBE O PERCENTUAL COMO SOLICITACAO
      *    PENDENTE E GANHA UMA LINHA NO REGISTRO E NO ARQUIVO DE
      *    ESTORNO
       0001-LE-E-AJUSTA        SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       IF NOT EMP-DESLIGADO
                           AND EMP-SALARIO >= WRK-FAIXA-DE
                           AND EMP-SALARIO <= WRK-FAIXA-ATE
                           AND (WRK-SIND-FILTRO = ZEROS
                           OR EMP-SINDICATO = WRK-SIND-FILTRO)
                           PERFORM 0001-A-AJUSTA-UM
                       END-IF
               END-READ.

      *    QUEM JA TEM ALTERACAO SALARIAL PENDENTE FICA FORA DO
      *    LOTE - O APROVADOR DECIDE A PRIMEIRA ANTES; O DISSIDIO
      *    DESSE FUNCIONARIO SAI PELO PROGRAMA01 DEPOIS
       0001-A-AJUSTA-UM        SECTION.
               MOVE EMP-CODIGO TO WRK-APV-CODIGO.
               MOVE "S"        TO WRK-APV-TIPO.
               PERFORM 7973-PROCURA-PENDENCIA.
               IF WRK-APV-ACHOU-SIM
                   ADD 1 TO WRK-QTDE-IGNORADOS
                   DISPLAY "CODIGO " EMP-CODIGO " IGNORADO - "
                       "ALTERACAO SALARIAL PENDENTE DESDE "
                       APV-DATA-SOLIC
               ELSE
                   MOVE EMP-SALARIO TO WRK-SALARIO-ANTERIOR
                   COMPUTE WRK-SALARIO-NOVO ROUNDED =
                       EMP-SALARIO * (1 + WRK-PERC-AJUSTE / 100)
                   PERFORM 0001-C-SOLICITA-APROVACAO
                   IF WRK-APV-GRAVADA-SIM
                       MOVE EMP-CODIGO           TO AJR-CODIGO
                       MOVE WRK-SALARIO-ANTERIOR TO AJR-SALARIO-ANT
                       MOVE WRK-SALARIO-NOVO     TO AJR-SALARIO-NOVO
                       MOVE BAT-NUMERO           TO AJR-LOTE
                       MOVE BAT-DATA             TO AJR-DATA
                       WRITE AJR-REGISTRO
                       PERFORM 0001-B-CONTABILIZA
                       MOVE "PROGRAMA11" TO AUD-PROGRAMA
                       MOVE BAT-OPERADOR TO AUD-OPERADOR
                       STRING "LOTE " BAT-NUMERO
                           " SOLICITACAO AJUSTE CODIGO " EMP-CODIGO
                           " DE " WRK-SALARIO-ANTERIOR
                           " PARA " WRK-SALARIO-NOVO " - PENDENTE"
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               END-IF.

      *    SOLICITACAO PENDENTE (TIPO S) DO SALARIO ANTERIOR PARA O
      *    NOVO, COM O LOTE DESTA EXECUCAO - E PELO LOTE QUE O
      *    PROGRAMA79 APROVA O DISSIDIO INTEIRO DE UMA VEZ
       0001-C-SOLICITA-APROVACAO SECTION.
               MOVE SPACES               TO APV-REGISTRO.
               MOVE EMP-CODIGO           TO APV-CODIGO-EMP.
               SET APV-SALARIO           TO TRUE.
               MOVE WRK-SALARIO-ANTERIOR TO APV-SALARIO-ANT.
               MOVE WRK-SALARIO-NOVO     TO APV-SALARIO-NOVO.
               MOVE ZEROS                TO APV-BANCO-ANT.
               MOVE ZEROS                TO APV-AGENCIA-ANT.
               MOVE ZEROS                TO APV-CONTA-ANT.
               MOVE ZEROS                TO APV-BANCO-NOVO.
               MOVE ZEROS                TO APV-AGENCIA-NOVO.
               MOVE ZEROS                TO APV-CONTA-NOVO.
               MOVE "PROGRAMA11"         TO APV-ORIGEM.
               MOVE BAT-NUMERO           TO APV-LOTE.
               MOVE BAT-OPERADOR         TO APV-SOLICITANTE.
               PERFORM 7971-GRAVA-PENDENCIA.

       0001-B-CONTABILIZA      SECTION.
               ADD 1 TO WRK-QTDE-AJUSTADOS.
               WRITE AJU-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    ESTORNO (MODO 2): DESFAZ, FUNCIONARIO A FUNCIONARIO DO
      *    ARQUIVO AJUSREV, O AJUSTE ERRADO - A SOLICITACAO AINDA
      *    PENDENTE E CANCELADA; A JA APROVADA (SALARIO NOVO JA NO
      *    MESTRE) GANHA UMA SOLICITACAO DE VOLTA AO ANTERIOR, QUE
      *    PASSA PELA MESMA APROVACAO
       0002-PROCESSA-ESTORNO   SECTION.
               READ ARQ-ESTORNO
                   AT END
                       DISPLAY "ESTORNO: CODIGO " AJR-CODIGO
                           " NAO ENCONTRADO NO MESTRE"
                   NOT INVALID KEY
                       PERFORM 0002-D-PROCURA-DO-LOTE
                       EVALUATE TRUE
                           WHEN NOT WRK-ACHOU-DO-LOTE-SIM
                               DISPLAY "ESTORNO: CODIGO " AJR-CODIGO
                                   " SEM SOLICITACAO DO LOTE "
                                   AJR-LOTE " NO APVPEND"
                           WHEN APV-PENDENTE
                               PERFORM 0002-C-CANCELA-PENDENTE
                           WHEN APV-APROVADO
                               PERFORM 0002-F-SOLICITA-VOLTA
                           WHEN OTHER
                               DISPLAY "ESTORNO: CODIGO " AJR-CODIGO
                                   " - AJUSTE JA REJEITADO OU "
                                   "CANCELADO, NADA A DESFAZER"
                       END-EVALUATE
               END-READ.

      *    A SOLICITACAO DO AJUSTE ERRADO: MESMO CODIGO, TIPO S,
      *    ORIGEM PROGRAMA11 E O LOTE GRAVADO NO AJUSREV
       0002-D-PROCURA-DO-LOTE  SECTION.
               MOVE "N"        TO WRK-ACHOU-DO-LOTE.
               MOVE "N"        TO WRK-FIM-DO-LOTE.
               MOVE AJR-CODIGO TO APV-CODIGO-EMP.
               MOVE ZEROS      TO APV-DATA-SOLIC.
               MOVE ZEROS      TO APV-HORA-SOLIC.
               MOVE SPACES     TO APV-TIPO.
               START ARQ-APROVACAO KEY IS NOT LESS THAN APV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-DO-LOTE
               END-START.
               PERFORM 0002-E-LE-DO-LOTE
                   UNTIL WRK-FIM-DO-LOTE-SIM
                      OR WRK-ACHOU-DO-LOTE-SIM.

       0002-E-LE-DO-LOTE       SECTION.
               READ ARQ-APROVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-DO-LOTE
                   NOT AT END
                       IF APV-CODIGO-EMP NOT = AJR-CODIGO
                           MOVE "S" TO WRK-FIM-DO-LOTE
                       ELSE
                           IF APV-SALARIO
                               AND APV-ORIGEM = "PROGRAMA11"
                               AND APV-LOTE = AJR-LOTE
                               AND APV-DATA-SOLIC NOT < AJR-DATA
                               MOVE "S" TO WRK-ACHOU-DO-LOTE
                           END-IF
                       END-IF
               END-READ.

       0002-C-CANCELA-PENDENTE SECTION.
               SET APV-CANCELADO TO TRUE.
               MOVE BAT-OPERADOR TO APV-APROVADOR.
               MOVE BAT-DATA     TO APV-DATA-DECISAO.
               MOVE "CANCELADO PELO ESTORNO DO LOTE" TO APV-MOTIVO.
               REWRITE APV-REGISTRO.
               MOVE AJR-SALARIO-NOVO TO WRK-SALARIO-NOVO.
               MOVE AJR-SALARIO-ANT  TO WRK-SALARIO-ANTERIOR.
               PERFORM 0002-B-CONTABILIZA-ESTORNO.
               MOVE "PROGRAMA11" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO
                   " ESTORNO CODIGO " AJR-CODIGO
                   " - SOLICITACAO DO LOTE " AJR-LOTE
                   " CANCELADA"
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    AJUSTE JA APROVADO: SO SE O MESTRE AINDA ESTA NO SALARIO
      *    DO AJUSTE - SE ALGUEM JA O CORRIGIU, O ESTORNO NAO
      *    PASSA POR CIMA
       0002-F-SOLICITA-VOLTA   SECTION.
               IF EMP-SALARIO NOT = AJR-SALARIO-NOVO
                   DISPLAY "ESTORNO: CODIGO " AJR-CODIGO
                       " COM SALARIO ALTERADO DEPOIS DO AJUSTE - "
                       "NAO ESTORNADO"
               ELSE
                   MOVE AJR-CODIGO TO WRK-APV-CODIGO
                   MOVE "S"        TO WRK-APV-TIPO
                   PERFORM 7973-PROCURA-PENDENCIA
                   IF WRK-APV-ACHOU-SIM
                       DISPLAY "ESTORNO: CODIGO " AJR-CODIGO
                           " COM OUTRA ALTERACAO SALARIAL "
                           "PENDENTE - NAO ESTORNADO"
                   ELSE
                       MOVE AJR-SALARIO-NOVO TO WRK-SALARIO-ANTERIOR
                       MOVE AJR-SALARIO-ANT  TO WRK-SALARIO-NOVO
                       PERFORM 0001-C-SOLICITA-APROVACAO
                       IF WRK-APV-GRAVADA-SIM
                           MOVE AJR-SALARIO-NOVO TO WRK-SALARIO-NOVO
                           MOVE AJR-SALARIO-ANT
                               TO WRK-SALARIO-ANTERIOR
                           PERFORM 0002-B-CONTABILIZA-ESTORNO
                           MOVE "PROGRAMA11" TO AUD-PROGRAMA
                           MOVE BAT-OPERADOR TO AUD-OPERADOR
                           STRING "LOTE " BAT-NUMERO
                               " ESTORNO CODIGO " AJR-CODIGO
                               " SOLICITADA VOLTA PARA "
                               AJR-SALARIO-ANT " - PENDENTE"
                               DELIMITED BY SIZE INTO AUD-DESCRICAO
                           PERFORM 7000-GRAVA-AUDITORIA
                       END-IF
                   END-IF
               END-IF.

      *    NO ESTORNO O "ANTES" E O SALARIO ERRADO E O "DEPOIS" O
      *    RESTAURADO (WRK-SALARIO-NOVO/-ANTERIOR AQUI TEM O
      *    SENTIDO DO AJUSTE ORIGINAL)
       0002-B-CONTABILIZA-ESTORNO SECTION.
               ADD 1 TO WRK-QTDE-AJUSTADOS.
               ADD WRK-SALARIO-NOVO     TO WRK-TOTAL-ANTES.
       0003-GRAVA-TOTAIS       SECTION.
               MOVE SPACES                 TO AJU-CONTAGEM-REC.
               MOVE "T"                    TO AJU-CNT-TIPO.
               MOVE "FUNCIONARIOS NO LOTE......" TO AJU-CNT-LABEL.
               MOVE WRK-QTDE-AJUSTADOS     TO AJU-CNT-QTDE.
               WRITE AJU-CONTAGEM-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               IF WRK-MODO-AJUSTE
                   MOVE SPACES             TO AJU-CONTAGEM-REC
                   MOVE "T"                TO AJU-CNT-TIPO
                   MOVE "IGNORADOS (JA PENDENTES).."
                       TO AJU-CNT-LABEL
                   MOVE WRK-QTDE-IGNORADOS TO AJU-CNT-QTDE
                   WRITE AJU-CONTAGEM-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               MOVE SPACES                 TO AJU-TOTAL-REC.
               MOVE "T"                    TO AJU-TOT-TIPO.
               MOVE "TOTAL SALARIOS ANTES...R$" TO AJU-TOT-LABEL.
               PERFORM 8690-COPIA-REPOSITORIO.
               DISPLAY "AJUSTE/ESTORNO CONCLUIDO - "
                   WRK-QTDE-AJUSTADOS " FUNCIONARIOS, REGISTRO EM "
                   "AJUSREL - PENDENTE DE APROVACAO NO PROGRAMA79 "
                   "(LOTE " BAT-NUMERO ")".

       0004-FINALIZAR          SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
               CLOSE ARQ-REGISTRO-AJUSTE.
               CLOSE ARQ-ESTORNO.
               CLOSE ARQ-AUDITORIA.
               PERFORM 7975-FECHA-PENDENCIAS.
               PERFORM 8210-LIBERA-TRAVA.
               GOBACK.


           COPY CPREPPR.

           COPY CPAPRPR.
