           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA94.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ESTORNO CONTROLADO DA FOLHA MENSAL DE UMA
      *==          COMPETENCIA - FOLHA RODADA COM TABFAIX, PONTOMES
      *==          OU SALARIO ERRADO SO SE CORRIGIA RESTAURANDO
      *==          ARQUIVOS DO BACKUP, DEPOIS QUE O PROGRAMA12 JA
      *==          TINHA GRAVADO O FOLHAHST, BAIXADO PARCELAS DE
      *==          CONSIGNADO E MARCADO ADIANTAMENTOS DESCONTADOS.
      *==          SO SUPERVISOR (OPR-NIVEL 2 NO OPERMST, SIGN-ON
      *==          COM SENHA) ESTORNA, E SO A ULTIMA COMPETENCIA
      *==          FECHADA NO FOLHACTL, SEM FOLHA COMPLEMENTAR,
      *==          SEM REMESSA BANCARIA DO PROGRAMA22 CARIMBADA NO
      *==          RUNCTL NO MES DA COMPETENCIA E COM O PERIODO
      *==          DO RAZAO ABERTO NO GLFECHA. DESFAZ O HISTORICO
      *==          (SEQUENCIA 00 DO FOLHAHST) COM O DETALHE POR
      *==          RUBRICA (FOLHARUB), A PARCELA DE
      *==          CONSIGNADO BAIXADA NA COMPETENCIA
      *==          (CSG-ULT-COMPETENCIA), O DESCONTO DOS
      *==          ADIANTAMENTOS, A BAIXA DOS EVENTOS VARIAVEIS, O
      *==          RESUMO FOPAGCC E, POR ULTIMO, O CARIMBO DO
      *==          FOLHACTL (SITUACAO E - ESTORNADA). CADA ITEM
      *==          ESTORNADO GANHA UMA LINHA NO AUDTRAIL. ESTORNO
      *==          COM ERRO DE GRAVACAO NAO TIRA O CARIMBO - BASTA
      *==          RODAR DE NOVO, O QUE JA FOI DESFEITO NAO E
      *==          DESFEITO OUTRA VEZ.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    ESTORNO APAGA TAMBEM O DETALHE POR RUBRICA
      *==                  DA COMPETENCIA (FOLHARUB)
      *== 15/10/26   WS    ESTORNO RECUSADO EM ANO FECHADO NO
      *==                  CONTROLE ANUAL (ARQ. ANOFECH, CPANOFCH/
      *==                  CPANFWS/CPANFPR, PELO PROGRAMB09)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-RUBRICAS-FOLHA ASSIGN TO "FOLHARUB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FRU-CHAVE
                   FILE STATUS IS WRK-FS-FOLHARUB.
               SELECT ARQ-CONSIGNADOS ASSIGN TO "CONSIG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSG-CHAVE
                   FILE STATUS IS WRK-FS-CONSIGNADOS.
               SELECT ARQ-ADIANTAMENTO ASSIGN TO "ADIANT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADT-CHAVE
                   FILE STATUS IS WRK-FS-ADIANTAMENTO.
               SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-CHAVE
                   FILE STATUS IS WRK-FS-EVENTOS.
               SELECT ARQ-RESUMO-CCUSTO ASSIGN TO "FOPAGCC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RESUMO-CCUSTO.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT ARQ-FECHAMENTO-GL ASSIGN TO "GLFECHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLF-COMPETENCIA
                   FILE STATUS IS WRK-FS-GLFECHA.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ94"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-RUBRICAS-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLRUB.

           FD  ARQ-CONSIGNADOS
               LABEL RECORD IS STANDARD.
           COPY CPCONSIG.

           FD  ARQ-ADIANTAMENTO
               LABEL RECORD IS STANDARD.
           COPY CPADIANT.

           FD  ARQ-EVENTOS
               LABEL RECORD IS STANDARD.
           COPY CPEVENTO.

           FD  ARQ-RESUMO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPFOPCC.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  ARQ-FECHAMENTO-GL
               LABEL RECORD IS STANDARD.
           COPY CPGLFECH.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-FS-FOLHARUB      PIC X(02) VALUE SPACES.
           88 WRK-FS-FOLHARUB-OK         VALUE "00".
           88 WRK-FS-FOLHARUB-NAO-EXISTE VALUE "35".
       77 WRK-FS-CONSIGNADOS   PIC X(02) VALUE SPACES.
           88 WRK-FS-CONSIGNADOS-OK      VALUE "00".
       77 WRK-FS-ADIANTAMENTO  PIC X(02) VALUE SPACES.
           88 WRK-FS-ADIANTAMENTO-OK     VALUE "00".
       77 WRK-FS-EVENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-EVENTOS-OK          VALUE "00".
       77 WRK-FS-RESUMO-CCUSTO PIC X(02) VALUE SPACES.
           88 WRK-FS-RESUMO-CCUSTO-OK    VALUE "00".
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
       77 WRK-FS-GLFECHA       PIC X(02) VALUE SPACES.
           88 WRK-FS-GLFECHA-OK          VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

       77 WRK-CTL-ABERTO       PIC X(01) VALUE "N".
           88 WRK-CTL-ABERTO-SIM         VALUE "S".
       77 WRK-PROSSEGUE        PIC X(01) VALUE "S".
           88 WRK-PROSSEGUE-SIM          VALUE "S".
       77 WRK-FIM-LEITURA      PIC X(01) VALUE "N".
           88 WRK-FIM-LEITURA-SIM        VALUE "S".
       77 WRK-CONFIRMA         PIC X(01) VALUE "N".
           88 WRK-CONFIRMA-SIM           VALUE "S".
       77 WRK-GLF-FECHADO      PIC X(01) VALUE "N".
           88 WRK-GLF-FECHADO-SIM        VALUE "S".

      *    COMPETENCIA A ESTORNAR E O CARIMBO DA FOLHA QUE A FECHOU
       01 WRK-COMPET.
           05 WRK-COMPET-ANO    PIC 9(04) VALUE ZEROS.
           05 WRK-COMPET-MES    PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA REDEFINES WRK-COMPET PIC 9(06).
       77 WRK-DATA-FOLHA       PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-FOLHA       PIC 9(05) VALUE ZEROS.
      *    PRIMEIRO DIA DA COMPETENCIA - INICIO DA BUSCA DA REMESSA
      *    DO PROGRAMA22 NO RUNCTL (A REMESSA USA O MES DA DATA)
       01 WRK-INICIO-COMPET.
           05 WRK-INICIO-AAAAMM PIC 9(06) VALUE ZEROS.
           05 WRK-INICIO-DIA    PIC 9(02) VALUE 01.
       01 WRK-INICIO-COMPET-N REDEFINES WRK-INICIO-COMPET PIC 9(08).

      *    CONTADORES DO ESTORNO
       77 WRK-QTDE-HIST        PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RUBRICAS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-RUBRICAS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-CONSIG      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ADIANT      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EVENTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CCUSTO      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CCUSTO-OUTRA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ERROS       PIC 9(05) VALUE ZEROS.

           COPY CPBATCH.
           COPY CPOPERWS.
           COPY CPANFWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               PERFORM 0001-CONFERE-ESTORNO.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0002-ESTORNA-HISTORICO
                   PERFORM 0003-ESTORNA-CONSIGNADOS
                   PERFORM 0004-ESTORNA-ADIANTAMENTOS
                   PERFORM 0005-ESTORNA-EVENTOS
                   PERFORM 0006-ESTORNA-RESUMO-CCUSTO
                   PERFORM 0007-ESTORNA-CARIMBO
               END-IF.
               PERFORM 0008-FINALIZAR.

      *    SIGN-ON COM SENHA (CPOPERPR) E NIVEL DE SUPERVISOR
      *    ANTES DE QUALQUER ARQUIVO SER ABERTO
       0000-INICIALIZA         SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR-SIGNON.
               PERFORM 7900-VALIDA-OPERADOR.
               IF NOT WRK-OPERADOR-AUTORIZADO-SIM
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
                   GOBACK
               END-IF.
               IF WRK-NIVEL-OPERADOR < 2
                   DISPLAY "ESTORNO DA FOLHA EXIGE NIVEL DE "
                       "SUPERVISOR - EXECUCAO ENCERRADA"
                   GOBACK
               END-IF.
               MOVE WRK-OPERADOR-SIGNON TO BAT-OPERADOR.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE A COMPETENCIA A ESTORNAR (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    TODAS AS TRAVAS ANTES DE TOCAR EM QUALQUER ARQUIVO; A
      *    RECUSA VAI PARA A TRILHA COM O MOTIVO NA TELA
       0001-CONFERE-ESTORNO    SECTION.
               IF WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                   OR WRK-COMPET-ANO < 2000
                   DISPLAY "COMPETENCIA INVALIDA (AAAAMM)"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   MOVE WRK-COMPET-ANO TO WRK-ANF-ANO
                   PERFORM 8150-CONSULTA-ANO-FECHADO
                   IF WRK-ANF-FECHADO-SIM
                       DISPLAY "ANO " WRK-ANF-ANO " FECHADO (ANOFECH) "
                           "- ESTORNO RECUSADO"
                       MOVE "N" TO WRK-PROSSEGUE
                   END-IF
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-A-CONFERE-CARIMBO
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-B-CONFERE-POSTERIOR
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   MOVE WRK-COMPETENCIA TO GLF-COMPETENCIA
                   PERFORM 8500-CONSULTA-FECHAMENTO
                   IF WRK-GLF-FECHADO-SIM
                       DISPLAY "PERIODO " WRK-COMPETENCIA
                           " FECHADO NO RAZAO (GLFECHA) - "
                           "ESTORNO RECUSADO"
                       MOVE "N" TO WRK-PROSSEGUE
                   END-IF
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-D-CONFERE-REMESSA
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   DISPLAY "ESTORNAR A FOLHA DA COMPETENCIA "
                       WRK-COMPETENCIA " (LOTE " WRK-LOTE-FOLHA
                       " DE " WRK-DATA-FOLHA ")? (S/N) "
                       ACCEPT WRK-CONFIRMA
                   IF NOT WRK-CONFIRMA-SIM
                       DISPLAY "ESTORNO CANCELADO PELO OPERADOR"
                       MOVE "N" TO WRK-PROSSEGUE
                   END-IF
               END-IF.
               MOVE "PROGRAMA94" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               MOVE SPACES       TO AUD-DESCRICAO.
               IF WRK-PROSSEGUE-SIM
                   STRING "LOTE " BAT-NUMERO " ESTORNO DA FOLHA COMP "
                       WRK-COMPETENCIA " LOTE " WRK-LOTE-FOLHA
                       " INICIADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
               ELSE
                   STRING "LOTE " BAT-NUMERO " ESTORNO DA FOLHA COMP "
                       WRK-COMPETENCIA " RECUSADO/CANCELADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    SO COMPETENCIA FECHADA (FCT-COMPLETO) E SEM FOLHA
      *    COMPLEMENTAR - A COMPLEMENTAR FOI CALCULADA EM CIMA DA
      *    MENSAL E NAO TEM ESTORNO
       0001-A-CONFERE-CARIMBO  SECTION.
               OPEN I-O ARQ-CTL-FOLHA.
               IF NOT WRK-FS-CTL-FOLHA-OK
                   DISPLAY "CONTROLE DA FOLHA (FOLHACTL) "
                       "INDISPONIVEL - FS: " WRK-FS-CTL-FOLHA
                   MOVE "N" TO WRK-PROSSEGUE
               ELSE
                   MOVE "S" TO WRK-CTL-ABERTO
                   MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA
                   READ ARQ-CTL-FOLHA
                       INVALID KEY
                           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                               " SEM FOLHA NO FOLHACTL - NADA A "
                               "ESTORNAR"
                           MOVE "N" TO WRK-PROSSEGUE
                       NOT INVALID KEY
                           IF NOT FCT-COMPLETO
                               DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                                   " NAO ESTA FECHADA (SITUACAO "
                                   FCT-STATUS ") - NADA A ESTORNAR"
                               MOVE "N" TO WRK-PROSSEGUE
                           ELSE
                               MOVE FCT-DATA TO WRK-DATA-FOLHA
                               MOVE FCT-LOTE TO WRK-LOTE-FOLHA
                               IF FCT-QTDE-COMPL NUMERIC
                                   AND FCT-QTDE-COMPL > ZEROS
                                   DISPLAY "COMPETENCIA "
                                       WRK-COMPETENCIA " TEM "
                                       FCT-QTDE-COMPL " FOLHA(S) "
                                       "COMPLEMENTAR(ES) - ESTORNO "
                                       "RECUSADO"
                                   MOVE "N" TO WRK-PROSSEGUE
                               END-IF
                           END-IF
                   END-READ
               END-IF.

      *    SO A ULTIMA COMPETENCIA FECHADA - A FOLHA SEGUINTE JA
      *    BAIXOU PARCELA E DESCONTOU EM CIMA DESTA
       0001-B-CONFERE-POSTERIOR SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA.
               START ARQ-CTL-FOLHA KEY IS GREATER THAN FCT-COMPETENCIA
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0001-C-LE-POSTERIOR
                   UNTIL WRK-FIM-LEITURA-SIM.

       0001-C-LE-POSTERIOR     SECTION.
               READ ARQ-CTL-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FCT-COMPLETO
                           DISPLAY "COMPETENCIA POSTERIOR "
                               FCT-COMPETENCIA " JA FECHADA - "
                               "ESTORNAR PRIMEIRO A MAIS RECENTE"
                           MOVE "N" TO WRK-PROSSEGUE
                           MOVE "S" TO WRK-FIM-LEITURA
                       END-IF
               END-READ.

      *    REMESSA DO PROGRAMA22 CONCLUIDA NO MES DA COMPETENCIA
      *    (CARIMBO NO RUNCTL) = LIQUIDO JA ENVIADO AO BANCO. SEM
      *    RUNCTL NENHUMA REMESSA FOI CARIMBADA AINDA
       0001-D-CONFERE-REMESSA  SECTION.
               OPEN INPUT ARQ-RUN-CONTROL.
               IF WRK-FS-RUNCTL-OK
                   MOVE WRK-COMPETENCIA     TO WRK-INICIO-AAAAMM
                   MOVE "PROGRAMA22"        TO RCT-PROGRAMA
                   MOVE WRK-INICIO-COMPET-N TO RCT-DATA
                   MOVE "N" TO WRK-FIM-LEITURA
                   START ARQ-RUN-CONTROL KEY IS NOT LESS THAN
                       RCT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0001-E-LE-REMESSA
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-RUN-CONTROL
               ELSE
                   CLOSE ARQ-RUN-CONTROL
               END-IF.

       0001-E-LE-REMESSA       SECTION.
               READ ARQ-RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF RCT-PROGRAMA NOT = "PROGRAMA22"
                           OR RCT-DATA (1:6) NOT = WRK-COMPETENCIA
                           MOVE "S" TO WRK-FIM-LEITURA
                       ELSE
                           IF RCT-COMPLETO
                               DISPLAY "REMESSA BANCARIA DA "
                                   "COMPETENCIA JA ENVIADA EM "
                                   RCT-DATA " LOTE " RCT-LOTE
                                   " - ESTORNO RECUSADO"
                               MOVE "N" TO WRK-PROSSEGUE
                               MOVE "S" TO WRK-FIM-LEITURA
                           END-IF
                       END-IF
               END-READ.

      *    HISTORICO DA FOLHA MENSAL (SEQUENCIA 00) DA COMPETENCIA
       0002-ESTORNA-HISTORICO  SECTION.
               OPEN I-O ARQ-HIST-FOLHA.
               IF NOT WRK-FS-HIST-FOLHA-OK
                   DISPLAY "HISTORICO DA FOLHA (FOLHAHST) "
                       "INDISPONIVEL - FS: " WRK-FS-HIST-FOLHA
                   ADD 1 TO WRK-QTDE-ERROS
               ELSE
                   MOVE "N"   TO WRK-FIM-LEITURA
                   MOVE ZEROS TO FHT-CHAVE
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0002-A-ESTORNA-UM-HIST
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.
               DISPLAY "FOLHAHST - " WRK-QTDE-HIST
                   " REGISTROS ESTORNADOS, LIQUIDO "
                   WRK-TOTAL-LIQUIDO.
               PERFORM 0002-B-ESTORNA-RUBRICAS.

       0002-A-ESTORNA-UM-HIST  SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA
                           AND FHT-SEQUENCIA = ZEROS
                           DELETE ARQ-HIST-FOLHA RECORD
                           IF WRK-FS-HIST-FOLHA-OK
                               ADD 1 TO WRK-QTDE-HIST
                               ADD FHT-LIQUIDO TO WRK-TOTAL-LIQUIDO
                               MOVE SPACES TO AUD-DESCRICAO
                               STRING "ESTORNO COMP " WRK-COMPETENCIA
                                   " FOLHAHST " FHT-CODIGO
                                   " BRUTO " FHT-BRUTO
                                   " LIQ " FHT-LIQUIDO
                                   " LOTE " FHT-LOTE
                                   DELIMITED BY SIZE
                                   INTO AUD-DESCRICAO
                               PERFORM 0009-AUDITA-ITEM
                           ELSE
                               DISPLAY "*** ERRO AO APAGAR FOLHAHST "
                                   FHT-CODIGO " - FS: "
                                   WRK-FS-HIST-FOLHA " ***"
                               ADD 1 TO WRK-QTDE-ERROS
                           END-IF
                       END-IF
               END-READ.

      *    DETALHE POR RUBRICA DA COMPETENCIA (FOLHARUB) SAI COM O
      *    HISTORICO - UMA LINHA DE TRILHA COM O TOTAL APAGADO;
      *    ARQUIVO AINDA NAO CRIADO NAO TEM O QUE ESTORNAR
       0002-B-ESTORNA-RUBRICAS SECTION.
               OPEN I-O ARQ-RUBRICAS-FOLHA.
               IF WRK-FS-FOLHARUB-NAO-EXISTE
                   DISPLAY "DETALHE POR RUBRICA (FOLHARUB) AUSENTE - "
                       "NADA A ESTORNAR"
               ELSE
                   IF NOT WRK-FS-FOLHARUB-OK
                       DISPLAY "DETALHE POR RUBRICA (FOLHARUB) "
                           "INDISPONIVEL - FS: " WRK-FS-FOLHARUB
                       ADD 1 TO WRK-QTDE-ERROS
                   ELSE
                       MOVE "N"             TO WRK-FIM-LEITURA
                       MOVE WRK-COMPETENCIA TO FRU-COMPETENCIA
                       MOVE ZEROS           TO FRU-CODIGO
                       MOVE LOW-VALUES      TO FRU-RUBRICA
                       START ARQ-RUBRICAS-FOLHA KEY IS NOT LESS THAN
                           FRU-CHAVE
                           INVALID KEY
                               MOVE "S" TO WRK-FIM-LEITURA
                       END-START
                       PERFORM 0002-C-ESTORNA-UMA-RUBRICA
                           UNTIL WRK-FIM-LEITURA-SIM
                       CLOSE ARQ-RUBRICAS-FOLHA
                       DISPLAY "FOLHARUB - " WRK-QTDE-RUBRICAS
                           " REGISTROS ESTORNADOS"
                       MOVE SPACES TO AUD-DESCRICAO
                       STRING "ESTORNO COMP " WRK-COMPETENCIA
                           " FOLHARUB " WRK-QTDE-RUBRICAS
                           " REGISTROS VALOR " WRK-TOTAL-RUBRICAS
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 0009-AUDITA-ITEM
                   END-IF
               END-IF.

       0002-C-ESTORNA-UMA-RUBRICA SECTION.
               READ ARQ-RUBRICAS-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FRU-COMPETENCIA = WRK-COMPETENCIA
                           DELETE ARQ-RUBRICAS-FOLHA RECORD
                           IF WRK-FS-FOLHARUB-OK
                               ADD 1 TO WRK-QTDE-RUBRICAS
                               ADD FRU-VALOR TO WRK-TOTAL-RUBRICAS
                           ELSE
                               DISPLAY "*** ERRO AO APAGAR FOLHARUB "
                                   FRU-CODIGO " " FRU-RUBRICA
                                   " - FS: " WRK-FS-FOLHARUB " ***"
                               ADD 1 TO WRK-QTDE-ERROS
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-FIM-LEITURA
                       END-IF
               END-READ.

      *    A PARCELA BAIXADA NA COMPETENCIA VOLTA AO CONTRATO; O
      *    QUITADO PELA PARCELA VOLTA A ATIVO
       0003-ESTORNA-CONSIGNADOS SECTION.
               OPEN I-O ARQ-CONSIGNADOS.
               IF NOT WRK-FS-CONSIGNADOS-OK
                   DISPLAY "CONSIGNADOS (CONSIG) INDISPONIVEIS - "
                       "FS: " WRK-FS-CONSIGNADOS " - NADA A ESTORNAR"
               ELSE
                   MOVE "N"   TO WRK-FIM-LEITURA
                   MOVE ZEROS TO CSG-CHAVE
                   START ARQ-CONSIGNADOS KEY IS NOT LESS THAN
                       CSG-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0003-A-ESTORNA-UMA-PARCELA
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-CONSIGNADOS
               END-IF.
               DISPLAY "CONSIG - " WRK-QTDE-CONSIG
                   " PARCELAS DEVOLVIDAS".

       0003-A-ESTORNA-UMA-PARCELA SECTION.
               READ ARQ-CONSIGNADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF CSG-ULT-COMPETENCIA = WRK-COMPETENCIA
                           ADD 1 TO CSG-PARCELAS-REST
                           SET CSG-ATIVO TO TRUE
                           MOVE ZEROS TO CSG-ULT-COMPETENCIA
                           MOVE ZEROS TO CSG-ULT-LOTE
                           REWRITE CSG-REGISTRO
                           IF WRK-FS-CONSIGNADOS-OK
                               ADD 1 TO WRK-QTDE-CONSIG
                               MOVE SPACES TO AUD-DESCRICAO
                               STRING "ESTORNO COMP " WRK-COMPETENCIA
                                   " CONSIG " CSG-CODIGO-EMP
                                   " CONTRATO " CSG-CONTRATO
                                   " PARCELAS REST " CSG-PARCELAS-REST
                                   DELIMITED BY SIZE
                                   INTO AUD-DESCRICAO
                               PERFORM 0009-AUDITA-ITEM
                           ELSE
                               DISPLAY "*** ERRO AO DEVOLVER PARCELA "
                                   CSG-CODIGO-EMP "/" CSG-CONTRATO
                                   " - FS: " WRK-FS-CONSIGNADOS " ***"
                               ADD 1 TO WRK-QTDE-ERROS
                           END-IF
                       END-IF
               END-READ.

      *    ADIANTAMENTO DESCONTADO NA COMPETENCIA VOLTA A
      *    ADIANTADO - A PROXIMA FOLHA DESCONTA DE NOVO
       0004-ESTORNA-ADIANTAMENTOS SECTION.
               OPEN I-O ARQ-ADIANTAMENTO.
               IF NOT WRK-FS-ADIANTAMENTO-OK
                   DISPLAY "ADIANTAMENTOS (ADIANT) INDISPONIVEIS - "
                       "FS: " WRK-FS-ADIANTAMENTO
                       " - NADA A ESTORNAR"
               ELSE
                   MOVE "N"   TO WRK-FIM-LEITURA
                   MOVE ZEROS TO ADT-CHAVE
                   START ARQ-ADIANTAMENTO KEY IS NOT LESS THAN
                       ADT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0004-A-ESTORNA-UM-ADIANT
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-ADIANTAMENTO
               END-IF.
               DISPLAY "ADIANT - " WRK-QTDE-ADIANT
                   " ADIANTAMENTOS DE VOLTA A ADIANTADO".

       0004-A-ESTORNA-UM-ADIANT SECTION.
               READ ARQ-ADIANTAMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF ADT-COMPETENCIA = WRK-COMPETENCIA
                           AND ADT-DESCONTADO
                           SET ADT-ADIANTADO TO TRUE
                           REWRITE ADT-REGISTRO
                           IF WRK-FS-ADIANTAMENTO-OK
                               ADD 1 TO WRK-QTDE-ADIANT
                               MOVE SPACES TO AUD-DESCRICAO
                               STRING "ESTORNO COMP " WRK-COMPETENCIA
                                   " ADIANT " ADT-CODIGO
                                   " VALOR " ADT-VALOR
                                   " VOLTA A ADIANTADO"
                                   DELIMITED BY SIZE
                                   INTO AUD-DESCRICAO
                               PERFORM 0009-AUDITA-ITEM
                           ELSE
                               DISPLAY "*** ERRO AO ESTORNAR "
                                   "ADIANTAMENTO " ADT-CODIGO
                                   " - FS: " WRK-FS-ADIANTAMENTO
                                   " ***"
                               ADD 1 TO WRK-QTDE-ERROS
                           END-IF
                       END-IF
               END-READ.

      *    EVENTOS VARIAVEIS DA FOLHA MENSAL BAIXADOS COMO PAGOS
      *    VOLTAM A PENDENTE (OS DA COMPLEMENTAR FICAM COMO ESTAO)
       0005-ESTORNA-EVENTOS    SECTION.
               OPEN I-O ARQ-EVENTOS.
               IF NOT WRK-FS-EVENTOS-OK
                   DISPLAY "EVENTOS VARIAVEIS (EVENTOS) "
                       "INDISPONIVEIS - FS: " WRK-FS-EVENTOS
                       " - NADA A ESTORNAR"
               ELSE
                   MOVE "N"   TO WRK-FIM-LEITURA
                   MOVE ZEROS TO EVT-CHAVE
                   START ARQ-EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0005-A-ESTORNA-UM-EVENTO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-EVENTOS
               END-IF.
               DISPLAY "EVENTOS - " WRK-QTDE-EVENTOS
                   " EVENTOS DE VOLTA A PENDENTE".

       0005-A-ESTORNA-UM-EVENTO SECTION.
               READ ARQ-EVENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF EVT-COMPETENCIA = WRK-COMPETENCIA
                           AND EVT-FOLHA-MENSAL
                           AND EVT-PAGO
                           SET EVT-PENDENTE TO TRUE
                           MOVE ZEROS TO EVT-DATA-PAGTO
                           MOVE ZEROS TO EVT-LOTE-PAGTO
                           REWRITE EVT-REGISTRO
                           IF WRK-FS-EVENTOS-OK
                               ADD 1 TO WRK-QTDE-EVENTOS
                               MOVE SPACES TO AUD-DESCRICAO
                               STRING "ESTORNO COMP " WRK-COMPETENCIA
                                   " EVENTO " EVT-CODIGO-EMP
                                   " SEQ " EVT-SEQUENCIA
                                   " " EVT-RUBRICA
                                   " VALOR " EVT-VALOR
                                   " PENDENTE"
                                   DELIMITED BY SIZE
                                   INTO AUD-DESCRICAO
                               PERFORM 0009-AUDITA-ITEM
                           ELSE
                               DISPLAY "*** ERRO AO ESTORNAR EVENTO "
                                   EVT-CODIGO-EMP " SEQ. "
                                   EVT-SEQUENCIA " - FS: "
                                   WRK-FS-EVENTOS " ***"
                               ADD 1 TO WRK-QTDE-ERROS
                           END-IF
                       END-IF
               END-READ.

      *    O FOPAGCC SO GUARDA A ULTIMA FOLHA (O PROGRAMA12 ABRE
      *    EM OUTPUT): SE FOR DA COMPETENCIA ESTORNADA, CADA LINHA
      *    VAI PARA A TRILHA E O ARQUIVO FICA VAZIO; SE JA FOR DE
      *    OUTRA COMPETENCIA, FICA COMO ESTA
       0006-ESTORNA-RESUMO-CCUSTO SECTION.
               OPEN INPUT ARQ-RESUMO-CCUSTO.
               IF NOT WRK-FS-RESUMO-CCUSTO-OK
                   CLOSE ARQ-RESUMO-CCUSTO
                   DISPLAY "RESUMO POR CENTRO (FOPAGCC) AUSENTE - "
                       "NADA A ESTORNAR"
               ELSE
                   MOVE "N" TO WRK-FIM-LEITURA
                   PERFORM 0006-A-LE-UM-CENTRO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-RESUMO-CCUSTO
                   IF WRK-QTDE-CCUSTO > ZEROS
                       AND WRK-QTDE-CCUSTO-OUTRA = ZEROS
                       OPEN OUTPUT ARQ-RESUMO-CCUSTO
                       CLOSE ARQ-RESUMO-CCUSTO
                   END-IF
                   IF WRK-QTDE-CCUSTO-OUTRA > ZEROS
                       DISPLAY "FOPAGCC TEM " WRK-QTDE-CCUSTO-OUTRA
                           " LINHAS DE OUTRA COMPETENCIA - MANTIDO"
                       MOVE ZEROS TO WRK-QTDE-CCUSTO
                   END-IF
               END-IF.
               DISPLAY "FOPAGCC - " WRK-QTDE-CCUSTO
                   " CENTROS ESTORNADOS".

       0006-A-LE-UM-CENTRO     SECTION.
               READ ARQ-RESUMO-CCUSTO
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FCC-COMPETENCIA = WRK-COMPETENCIA
                           ADD 1 TO WRK-QTDE-CCUSTO
                           MOVE SPACES TO AUD-DESCRICAO
                           STRING "ESTORNO COMP " WRK-COMPETENCIA
                               " FOPAGCC " FCC-CCUSTO
                               " ESTAB " FCC-ESTAB
                               " BRUTO " FCC-TOTAL-BRUTO
                               " LOTE " FCC-LOTE
                               DELIMITED BY SIZE INTO AUD-DESCRICAO
                           PERFORM 0009-AUDITA-ITEM
                       ELSE
                           ADD 1 TO WRK-QTDE-CCUSTO-OUTRA
                       END-IF
               END-READ.

      *    O CARIMBO SO SAI SE TUDO FOI DESFEITO - COM ERRO A
      *    COMPETENCIA CONTINUA FECHADA E O ESTORNO RODA DE NOVO
       0007-ESTORNA-CARIMBO    SECTION.
               IF WRK-QTDE-ERROS > ZEROS
                   DISPLAY "*** " WRK-QTDE-ERROS " ERRO(S) NO "
                       "ESTORNO - COMPETENCIA CONTINUA FECHADA; "
                       "RODAR O ESTORNO DE NOVO ***"
               ELSE
                   MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA
                   READ ARQ-CTL-FOLHA
                       INVALID KEY
                           ADD 1 TO WRK-QTDE-ERROS
                       NOT INVALID KEY
                           SET FCT-ESTORNADO TO TRUE
                           MOVE BAT-DATA   TO FCT-DATA
                           ACCEPT FCT-HORA FROM TIME
                           MOVE BAT-NUMERO TO FCT-LOTE
                           REWRITE FCT-REGISTRO
                           IF NOT WRK-FS-CTL-FOLHA-OK
                               ADD 1 TO WRK-QTDE-ERROS
                           END-IF
                   END-READ
                   IF WRK-QTDE-ERROS > ZEROS
                       DISPLAY "*** ERRO AO TIRAR O CARIMBO DO "
                           "FOLHACTL - FS: " WRK-FS-CTL-FOLHA " ***"
                   ELSE
                       DISPLAY "FOLHACTL - COMPETENCIA "
                           WRK-COMPETENCIA " ESTORNADA; A FOLHA "
                           "MENSAL PODE RODAR DE NOVO"
                       MOVE SPACES TO AUD-DESCRICAO
                       STRING "ESTORNO COMP " WRK-COMPETENCIA
                           " FOLHACTL CARIMBO DO LOTE "
                           WRK-LOTE-FOLHA " DE " WRK-DATA-FOLHA
                           " RETIRADO"
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 0009-AUDITA-ITEM
                   END-IF
               END-IF.

       0008-FINALIZAR          SECTION.
               IF WRK-PROSSEGUE-SIM
                   MOVE "PROGRAMA94" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " ESTORNO COMP "
                       WRK-COMPETENCIA " HIST " WRK-QTDE-HIST
                       " CSG " WRK-QTDE-CONSIG
                       " ADT " WRK-QTDE-ADIANT
                       " EVT " WRK-QTDE-EVENTOS
                       " CC " WRK-QTDE-CCUSTO
                       " ERROS " WRK-QTDE-ERROS
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               IF WRK-CTL-ABERTO-SIM
                   CLOSE ARQ-CTL-FOLHA
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *    UMA LINHA DE TRILHA POR ITEM ESTORNADO (DESCRICAO JA
      *    MONTADA PELO CHAMADOR)
       0009-AUDITA-ITEM        SECTION.
               MOVE "PROGRAMA94" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               PERFORM 7000-GRAVA-AUDITORIA.

           COPY CPOPERPR.

           COPY CPGLFPR.

           COPY CPANFPR.

           COPY CPAUDPR.

           COPY CPBATPR.
