           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA95.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO RATEIO DE CENTRO DE CUSTO POR
      *==          FUNCIONARIO (ARQ. RATEIO, COPYBOOK CPRATEIO)
      *==          - LISTAR AS VIGENCIAS DE UM FUNCIONARIO,
      *==          INCLUIR UMA VIGENCIA (ATE 10 CENTROS, CADA UM
      *==          VALIDADO NO CCUSTO, SEM REPETICAO, PERCENTUAIS
      *==          SOMANDO 100,00 - OU NENHUM CENTRO, PARA
      *==          ENCERRAR O RATEIO NA DATA) E EXCLUIR UMA
      *==          VIGENCIA LANCADA POR ENGANO. A FOLHA, O FGTS,
      *==          OS ENCARGOS E O RELATORIO POR DEPARTAMENTO
      *==          DIVIDEM OS VALORES PELA VIGENCIA EM VIGOR
      *==          (CPRATPR); ALTERAR E INCLUIR NOVA VIGENCIA -
      *==          O HISTORICO DAS ANTERIORES FICA.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-RATEIO ASSIGN TO "RATEIO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAT-CHAVE
                   FILE STATUS IS WRK-FS-RATEIO.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
           COPY CPRATWS.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CCUSTO-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-EXCLUIR           VALUE 3.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-CCUSTO-CADASTRO  PIC X(05) VALUE SPACES.
       01 WRK-VIGENCIA         PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA-R REDEFINES WRK-VIGENCIA.
           05 WRK-VIG-ANO          PIC 9(04).
           05 WRK-VIG-MES          PIC 9(02).
           05 WRK-VIG-DIA          PIC 9(02).
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".
       77 WRK-CONFIRMA         PIC X(01) VALUE "N".
           88 WRK-CONFIRMA-SIM           VALUE "S".

      *    ITENS DIGITADOS DA VIGENCIA
       77 WRK-QTDE-ITENS       PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-I           PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-PERC        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-FIM-ITENS        PIC X(01) VALUE "N".
           88 WRK-FIM-ITENS-SIM          VALUE "S".
       77 WRK-ITEM-VALIDO      PIC X(01) VALUE "S".
           88 WRK-ITEM-VALIDO-SIM        VALUE "S".
       77 WRK-CCUSTO           PIC X(05) VALUE SPACES.
       77 WRK-PERC             PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PRINC-NO-RATEIO  PIC X(01) VALUE "N".
           88 WRK-PRINC-NO-RATEIO-SIM    VALUE "S".
       01 WRK-ITENS.
           05 WRK-ITEM             OCCURS 10 TIMES.
               10 WRK-ITEM-CCUSTO      PIC X(05).
               10 WRK-ITEM-PERC        PIC 9(03)V99.

       77 WRK-PERC-EDT         PIC ZZ9,99.
       77 WRK-SOMA-EDT         PIC ZZ.ZZ9,99.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-VIGENCIA
                   WHEN WRK-MODO-EXCLUIR
                       PERFORM 0003-EXCLUI-VIGENCIA
                   WHEN OTHER
                       PERFORM 0001-LISTA-VIGENCIAS
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR POR FUNCIONARIO  "
                   "2-INCLUIR VIGENCIA  3-EXCLUIR VIGENCIA "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-RATEIO.
               IF WRK-FS-RATEIO-NAO-EXISTE
                   OPEN OUTPUT ARQ-RATEIO
                   CLOSE ARQ-RATEIO
                   OPEN I-O ARQ-RATEIO
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-LISTA-VIGENCIAS    SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO RAT-CODIGO-EMP.
               MOVE ZEROS          TO RAT-VIGENCIA.
               START ARQ-RATEIO KEY IS NOT LESS THAN RAT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UMA
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE VIGENCIAS DO FUNCIONARIO: "
                   WRK-QTDE-LINHAS.

       0001-A-LISTA-UMA        SECTION.
               READ ARQ-RATEIO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF RAT-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           PERFORM 0001-B-MOSTRA-VIGENCIA
                       END-IF
               END-READ.

       0001-B-MOSTRA-VIGENCIA  SECTION.
               IF RAT-QTDE-ITENS = ZEROS
                   DISPLAY "VIGENCIA " RAT-VIGENCIA
                       " - RATEIO ENCERRADO (TUDO NO CENTRO DO "
                       "CADASTRO) - " RAT-OPERADOR " " RAT-DATA
               ELSE
                   DISPLAY "VIGENCIA " RAT-VIGENCIA " - "
                       RAT-QTDE-ITENS " CENTROS - "
                       RAT-OPERADOR " " RAT-DATA
                   PERFORM 0001-C-MOSTRA-ITEM
                       VARYING WRK-ITEM-I FROM 1 BY 1
                       UNTIL WRK-ITEM-I > RAT-QTDE-ITENS
                          OR WRK-ITEM-I > 10
               END-IF.

       0001-C-MOSTRA-ITEM      SECTION.
               MOVE RAT-PERC (WRK-ITEM-I) TO WRK-PERC-EDT.
               DISPLAY "    CENTRO " RAT-CCUSTO (WRK-ITEM-I)
                   " " WRK-PERC-EDT "%".

      *    NOVA VIGENCIA: FUNCIONARIO ATIVO NO MESTRE, DATA VALIDA
      *    E OS CENTROS DIGITADOS UM A UM ATE O BRANCO - SEM
      *    CENTRO NENHUM A VIGENCIA ENCERRA O RATEIO NA DATA
       0002-INCLUI-VIGENCIA    SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
               PERFORM 0005-CONFERE-FUNCIONARIO.
               IF WRK-ENTRADA-OK
                   PERFORM 0006-CAPTURA-VIGENCIA
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE ZEROS  TO WRK-QTDE-ITENS
                   MOVE ZEROS  TO WRK-SOMA-PERC
                   MOVE "N"    TO WRK-PRINC-NO-RATEIO
                   MOVE "N"    TO WRK-FIM-ITENS
                   PERFORM 0002-A-CAPTURA-ITEM
                       UNTIL WRK-FIM-ITENS-SIM
                          OR WRK-QTDE-ITENS = 10
                   PERFORM 0002-D-CONFERE-TOTAL
               END-IF.
               IF WRK-ENTRADA-OK
                   PERFORM 0002-E-GRAVA-VIGENCIA
               ELSE
                   DISPLAY "INCLUSAO REJEITADA"
               END-IF.

       0002-A-CAPTURA-ITEM     SECTION.
               COMPUTE WRK-ITEM-I = WRK-QTDE-ITENS + 1.
               MOVE SPACES TO WRK-CCUSTO.
               DISPLAY "CENTRO DE CUSTO DO ITEM " WRK-ITEM-I
                   " (EM BRANCO ENCERRA): "
                   ACCEPT WRK-CCUSTO.
               IF WRK-CCUSTO = SPACES
                   MOVE "S" TO WRK-FIM-ITENS
               ELSE
                   MOVE "S" TO WRK-ITEM-VALIDO
                   PERFORM 0002-B-CONFERE-CENTRO
                   IF WRK-ITEM-VALIDO-SIM
                       DISPLAY "PERCENTUAL DO CENTRO (999,99): "
                           ACCEPT WRK-PERC
                       IF WRK-PERC = ZEROS OR WRK-PERC > 100
                           DISPLAY "ERRO: PERCENTUAL DEVE SER "
                               "MAIOR QUE ZERO E ATE 100,00"
                           MOVE "N" TO WRK-ITEM-VALIDO
                       END-IF
                   END-IF
                   IF WRK-ITEM-VALIDO-SIM
                       ADD 1 TO WRK-QTDE-ITENS
                       MOVE WRK-CCUSTO
                           TO WRK-ITEM-CCUSTO (WRK-QTDE-ITENS)
                       MOVE WRK-PERC
                           TO WRK-ITEM-PERC (WRK-QTDE-ITENS)
                       ADD WRK-PERC TO WRK-SOMA-PERC
                       IF WRK-CCUSTO = WRK-CCUSTO-CADASTRO
                           MOVE "S" TO WRK-PRINC-NO-RATEIO
                       END-IF
                   ELSE
                       DISPLAY "ITEM REJEITADO - DIGITE NOVAMENTE"
                   END-IF
               END-IF.

      *    CENTRO NO CADASTRO (SE DISPONIVEL) E NAO REPETIDO
       0002-B-CONFERE-CENTRO   SECTION.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   MOVE WRK-CCUSTO TO CCU-CODIGO
                   READ CADASTRO-CCUSTO
                       INVALID KEY
                           DISPLAY "ERRO: CENTRO DE CUSTO "
                               WRK-CCUSTO " NAO CADASTRADO"
                           MOVE "N" TO WRK-ITEM-VALIDO
                       NOT INVALID KEY
                           DISPLAY "CENTRO: " CCU-DESCRICAO
                   END-READ
               ELSE
                   DISPLAY "CADASTRO DE CENTROS INDISPONIVEL - "
                       "CENTRO ACEITO SEM VALIDACAO"
               END-IF.
               PERFORM 0002-C-CONFERE-REPETIDO
                   VARYING WRK-ITEM-I FROM 1 BY 1
                   UNTIL WRK-ITEM-I > WRK-QTDE-ITENS.

       0002-C-CONFERE-REPETIDO SECTION.
               IF WRK-ITEM-CCUSTO (WRK-ITEM-I) = WRK-CCUSTO
                   DISPLAY "ERRO: CENTRO " WRK-CCUSTO
                       " JA DIGITADO NESTA VIGENCIA"
                   MOVE "N" TO WRK-ITEM-VALIDO
               END-IF.

       0002-D-CONFERE-TOTAL    SECTION.
               IF WRK-QTDE-ITENS = ZEROS
                   DISPLAY "NENHUM CENTRO DIGITADO - ENCERRAR O "
                       "RATEIO EM " WRK-VIGENCIA "? (S/N): "
                       ACCEPT WRK-CONFIRMA
                   IF NOT WRK-CONFIRMA-SIM
                       MOVE "N" TO WRK-ENTRADA-VALIDA
                   END-IF
               ELSE
                   IF WRK-SOMA-PERC NOT = 100
                       MOVE WRK-SOMA-PERC TO WRK-SOMA-EDT
                       DISPLAY "ERRO: PERCENTUAIS SOMAM "
                           WRK-SOMA-EDT "% - DEVEM SOMAR 100,00%"
                       MOVE "N" TO WRK-ENTRADA-VALIDA
                   ELSE
                       IF NOT WRK-PRINC-NO-RATEIO-SIM
                           DISPLAY "AVISO: CENTRO DO CADASTRO "
                               WRK-CCUSTO-CADASTRO " FORA DO "
                               "RATEIO - ARREDONDAMENTO VAI PARA "
                               "O PRIMEIRO CENTRO"
                       END-IF
                   END-IF
               END-IF.

       0002-E-GRAVA-VIGENCIA   SECTION.
               MOVE SPACES         TO RAT-REGISTRO.
               MOVE WRK-CODIGO-EMP TO RAT-CODIGO-EMP.
               MOVE WRK-VIGENCIA   TO RAT-VIGENCIA.
               MOVE WRK-QTDE-ITENS TO RAT-QTDE-ITENS.
               PERFORM 0002-F-MONTA-ITEM
                   VARYING WRK-ITEM-I FROM 1 BY 1
                   UNTIL WRK-ITEM-I > 10.
               ACCEPT RAT-DATA FROM DATE YYYYMMDD.
               MOVE WRK-OPERADOR   TO RAT-OPERADOR.
               WRITE RAT-REGISTRO.
               IF WRK-FS-RATEIO-DUPLICADO
                   DISPLAY "VIGENCIA " WRK-VIGENCIA
                       " JA EXISTE PARA O FUNCIONARIO "
                       WRK-CODIGO-EMP " - EXCLUA ANTES DE REFAZER"
               ELSE
                   DISPLAY "VIGENCIA INCLUIDA"
                   MOVE "PROGRAMA95" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "INCLUSAO RATEIO CODIGO "
                       WRK-CODIGO-EMP
                       " VIGENCIA " WRK-VIGENCIA
                       " CENTROS " WRK-QTDE-ITENS
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
                   PERFORM 0007-AUDITA-ITEM
                       VARYING WRK-ITEM-I FROM 1 BY 1
                       UNTIL WRK-ITEM-I > WRK-QTDE-ITENS
               END-IF.

       0002-F-MONTA-ITEM       SECTION.
               IF WRK-ITEM-I > WRK-QTDE-ITENS
                   MOVE SPACES TO RAT-CCUSTO (WRK-ITEM-I)
                   MOVE ZEROS  TO RAT-PERC (WRK-ITEM-I)
               ELSE
                   MOVE WRK-ITEM-CCUSTO (WRK-ITEM-I)
                       TO RAT-CCUSTO (WRK-ITEM-I)
                   MOVE WRK-ITEM-PERC (WRK-ITEM-I)
                       TO RAT-PERC (WRK-ITEM-I)
               END-IF.

      *    VIGENCIA LANCADA POR ENGANO - A CORRECAO NORMAL E UMA
      *    VIGENCIA NOVA, QUE PRESERVA O QUE JA FOI RATEADO
       0003-EXCLUI-VIGENCIA    SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE A VIGENCIA (AAAAMMDD): "
                   ACCEPT WRK-VIGENCIA.
               MOVE WRK-CODIGO-EMP TO RAT-CODIGO-EMP.
               MOVE WRK-VIGENCIA   TO RAT-VIGENCIA.
               READ ARQ-RATEIO
                   INVALID KEY
                       DISPLAY "VIGENCIA NAO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM 0001-B-MOSTRA-VIGENCIA
                       DISPLAY "CONFIRMA A EXCLUSAO? (S/N): "
                           ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA-SIM
                           PERFORM 0003-A-APAGA-VIGENCIA
                       ELSE
                           DISPLAY "EXCLUSAO CANCELADA"
                       END-IF
               END-READ.

       0003-A-APAGA-VIGENCIA   SECTION.
               MOVE RAT-QTDE-ITENS TO WRK-QTDE-ITENS.
               DELETE ARQ-RATEIO RECORD
                   INVALID KEY
                       DISPLAY "ERRO NA EXCLUSAO - FS: "
                           WRK-FS-RATEIO
                   NOT INVALID KEY
                       DISPLAY "VIGENCIA EXCLUIDA"
                       MOVE "PROGRAMA95" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       MOVE SPACES       TO AUD-DESCRICAO
                       STRING "EXCLUSAO RATEIO CODIGO "
                           WRK-CODIGO-EMP
                           " VIGENCIA " WRK-VIGENCIA
                           " CENTROS " WRK-QTDE-ITENS
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-DELETE.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-RATEIO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *    FUNCIONARIO EXISTENTE E ATIVO NO MESTRE - CADASTRO
      *    INDISPONIVEL ACEITA COM AVISO, COMO NO PROGRAMA41
       0005-CONFERE-FUNCIONARIO SECTION.
               MOVE SPACES TO WRK-CCUSTO-CADASTRO.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO"
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               DISPLAY "ERRO: FUNCIONARIO "
                                   "DESLIGADO"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           ELSE
                               MOVE EMP-CCUSTO
                                   TO WRK-CCUSTO-CADASTRO
                               DISPLAY "FUNCIONARIO: " EMP-NOME
                                   " CENTRO DO CADASTRO: "
                                   EMP-CCUSTO
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "CADASTRO MESTRE INDISPONIVEL - "
                       "CODIGO ACEITO SEM VALIDACAO"
               END-IF.

       0006-CAPTURA-VIGENCIA   SECTION.
               DISPLAY "DIGITE O INICIO DA VIGENCIA (AAAAMMDD): "
                   ACCEPT WRK-VIGENCIA.
               IF WRK-VIG-ANO < 1900
                   OR WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
                   OR WRK-VIG-DIA < 1 OR WRK-VIG-DIA > 31
                   DISPLAY "ERRO: VIGENCIA INVALIDA - " WRK-VIGENCIA
                   MOVE "N" TO WRK-ENTRADA-VALIDA
               END-IF.

       0007-AUDITA-ITEM        SECTION.
               MOVE "PROGRAMA95" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               MOVE SPACES       TO AUD-DESCRICAO.
               STRING "RATEIO CODIGO " WRK-CODIGO-EMP
                   " VIGENCIA " WRK-VIGENCIA
                   " CENTRO " WRK-ITEM-CCUSTO (WRK-ITEM-I)
                   " PERC " WRK-ITEM-PERC (WRK-ITEM-I)
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

           COPY CPAUDPR.
