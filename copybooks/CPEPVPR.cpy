      *==========================================================
      *== Copybook: CPEPVPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONSULTA DE ESTABILIDADE PROVISORIA NO CADASTRO
      *==          ESTABPRV (COPYBOOK CPEPROV) E O OVERRIDE DE
      *==          SUPERVISOR PARA A DISPENSA SEM JUSTA CAUSA DE
      *==          QUEM ESTA ESTAVEL. O PROGRAMA CHAMADOR DEVE TER
      *==          FEITO SELECT/FD DE ARQ-ESTABILIDADE (COPY
      *==          CPEPROV NA FD, INDEXADO POR EPV-CHAVE) E COPIADO
      *==          CPEPVWS NA WORKING-STORAGE. A 8140 PROCURA UMA
      *==          ESTABILIDADE ATIVA DO FUNCIONARIO QUE COBRE A
      *==          DATA DO DESLIGAMENTO; SEM O CADASTRO NINGUEM E
      *==          ESTAVEL (SO AVISA). A 8142 EXIGE TUDO QUE O
      *==          CPOPERPR EXIGE (CADASTRO-OPERADOR,
      *==          WRK-FS-OPERMST, CPOPERWS) E ARQ-AUDITORIA
      *==          ABERTO: O SUPERVISOR DIGITA ID E SENHA (7900),
      *==          PRECISA DE NIVEL 2 E DE UMA JUSTIFICATIVA, E O
      *==          OVERRIDE VAI PARA A TRILHA. SEM O CADASTRO
      *==          OPERMST NAO HA OVERRIDE (O MODO DE IMPLANTACAO
      *==          DO SIGN-ON NAO LIBERA DISPENSA DE ESTAVEL).
      *== 15/10/26 WS - LOGIN DO SUPERVISOR SEPARADO NA 8144, PARA
      *==          SERVIR A QUALQUER OVERRIDE DO CHAMADOR (A 8142 E
      *==          O EXAME DEMISSIONAL DO PROGRAMA45 USAM A MESMA).
      *==========================================================
       8140-CONSULTA-ESTABILIDADE   SECTION.
           MOVE "N"    TO WRK-EPV-ESTAVEL.
           MOVE SPACES TO WRK-EPV-TIPO WRK-EPV-DOCUMENTO.
           MOVE ZEROS  TO WRK-EPV-FIM.
           MOVE "N"    TO WRK-EPV-FIM-LEITURA.
           OPEN INPUT ARQ-ESTABILIDADE.
           IF WRK-FS-ESTABPRV-OK
               MOVE WRK-EPV-CODIGO TO EPV-CODIGO-EMP
               MOVE ZEROS          TO EPV-DATA-INICIO
               MOVE SPACES         TO EPV-TIPO
               START ARQ-ESTABILIDADE KEY IS NOT LESS THAN EPV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EPV-FIM-LEITURA
               END-START
               PERFORM 8141-LE-ESTABILIDADE
                   UNTIL WRK-EPV-FIM-LEITURA-SIM
               CLOSE ARQ-ESTABILIDADE
           ELSE
               IF NOT WRK-FS-ESTABPRV-NAO-EXISTE
                   DISPLAY "CADASTRO DE ESTABILIDADES (ESTABPRV) "
                       "INDISPONIVEL - FS: " WRK-FS-ESTABPRV
               END-IF
           END-IF.

       8141-LE-ESTABILIDADE         SECTION.
           READ ARQ-ESTABILIDADE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EPV-FIM-LEITURA
               NOT AT END
                   IF EPV-CODIGO-EMP NOT = WRK-EPV-CODIGO
                       MOVE "S" TO WRK-EPV-FIM-LEITURA
                   ELSE
                       IF EPV-ATIVA
                           AND EPV-DATA-INICIO NOT > WRK-EPV-DATA
                           AND EPV-DATA-FIM NOT < WRK-EPV-DATA
                           MOVE "S"           TO WRK-EPV-ESTAVEL
                           MOVE EPV-TIPO      TO WRK-EPV-TIPO
                           MOVE EPV-DATA-FIM  TO WRK-EPV-FIM
                           MOVE EPV-DOCUMENTO TO WRK-EPV-DOCUMENTO
                           DISPLAY "ESTABILIDADE PROVISORIA TIPO "
                               EPV-TIPO " DE " EPV-DATA-INICIO
                               " ATE " EPV-DATA-FIM " - "
                               EPV-DOCUMENTO
                       END-IF
                   END-IF
           END-READ.

      *    SEM SUPERVISOR VALIDO (8144) OU COM JUSTIFICATIVA EM
      *    BRANCO A DISPENSA FICA RECUSADA
       8142-AUTORIZA-DISPENSA-ESTAVEL SECTION.
           MOVE "N"    TO WRK-EPV-LIBERADO.
           MOVE SPACES TO WRK-EPV-JUSTIFICATIVA.
           DISPLAY "DISPENSA SEM JUSTA CAUSA EM ESTABILIDADE "
               "PROVISORIA - SO COM OVERRIDE DE SUPERVISOR".
           PERFORM 8144-VALIDA-SUPERVISOR.
           IF WRK-EPV-SUPERVISOR-OK-SIM
               PERFORM 8143-CAPTURA-JUSTIFICATIVA
           END-IF.
           IF NOT WRK-EPV-LIBERADO-SIM
               DISPLAY "DISPENSA RECUSADA - ESTABILIDADE TIPO "
                   WRK-EPV-TIPO " ATE " WRK-EPV-FIM
           END-IF.

       8143-CAPTURA-JUSTIFICATIVA   SECTION.
           DISPLAY "JUSTIFICATIVA DO OVERRIDE: "
               ACCEPT WRK-EPV-JUSTIFICATIVA.
           IF WRK-EPV-JUSTIFICATIVA = SPACES
               DISPLAY "JUSTIFICATIVA OBRIGATORIA PARA O OVERRIDE"
           ELSE
               MOVE "S" TO WRK-EPV-LIBERADO
               MOVE SPACES             TO AUD-DESCRICAO
               MOVE WRK-EPV-PROGRAMA   TO AUD-PROGRAMA
               MOVE WRK-EPV-SUPERVISOR TO AUD-OPERADOR
               STRING "OVERRIDE ESTAB. " WRK-EPV-CODIGO " "
                   WRK-EPV-TIPO " " WRK-EPV-JUSTIFICATIVA
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
               PERFORM 7000-GRAVA-AUDITORIA
               DISPLAY "OVERRIDE DE ESTABILIDADE AUTORIZADO POR "
                   WRK-EPV-SUPERVISOR
           END-IF.

      *    LOGIN DO SUPERVISOR PARA QUALQUER OVERRIDE DO CHAMADOR:
      *    ID E SENHA CONFERIDOS NO OPERMST PELA 7900, NIVEL 2 OU
      *    MAIS. ID EM BRANCO, SENHA ERRADA, NIVEL BAIXO OU OPERMST
      *    INDISPONIVEL = NAO AUTORIZA. O SIGN-ON DO PROGRAMA E
      *    RESTAURADO NO FIM
       8144-VALIDA-SUPERVISOR       SECTION.
           MOVE "N"    TO WRK-EPV-SUPERVISOR-OK.
           MOVE SPACES TO WRK-EPV-SUPERVISOR.
           DISPLAY "SUPERVISOR QUE AUTORIZA (EM BRANCO = NAO "
               "AUTORIZA): "
               ACCEPT WRK-EPV-SUPERVISOR.
           IF WRK-EPV-SUPERVISOR NOT = SPACES
               MOVE WRK-OPERADOR-SIGNON     TO WRK-EPV-SALVA-SIGNON
               MOVE WRK-OPERADOR-AUTORIZADO TO WRK-EPV-SALVA-AUTORIZ
               MOVE WRK-NIVEL-OPERADOR      TO WRK-EPV-SALVA-NIVEL
               OPEN INPUT CADASTRO-OPERADOR
               IF WRK-FS-OPERMST-OK
                   CLOSE CADASTRO-OPERADOR
                   MOVE WRK-EPV-SUPERVISOR TO WRK-OPERADOR-SIGNON
                   PERFORM 7900-VALIDA-OPERADOR
                   IF WRK-OPERADOR-AUTORIZADO-SIM
                       AND WRK-NIVEL-OPERADOR >= 2
                       MOVE "S" TO WRK-EPV-SUPERVISOR-OK
                   ELSE
                       DISPLAY "OPERADOR " WRK-EPV-SUPERVISOR
                           " SEM NIVEL DE SUPERVISOR"
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE OPERADORES (OPERMST) "
                       "INDISPONIVEL - FS: " WRK-FS-OPERMST
                   CLOSE CADASTRO-OPERADOR
               END-IF
               MOVE WRK-EPV-SALVA-SIGNON  TO WRK-OPERADOR-SIGNON
               MOVE WRK-EPV-SALVA-AUTORIZ TO WRK-OPERADOR-AUTORIZADO
               MOVE WRK-EPV-SALVA-NIVEL   TO WRK-NIVEL-OPERADOR
           END-IF.
