           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA68.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE AFASTAMENTOS (ARQ.
      *==          AFASTAM, COPYBOOK CPAFAST) - LISTAR OS
      *==          AFASTAMENTOS DE UM FUNCIONARIO, INCLUIR UM
      *==          AFASTAMENTO (TIPO, INICIO, RETORNO PREVISTO E
      *==          DOCUMENTO, DATAS VALIDADAS PELO CPDATAVL),
      *==          REGISTRAR O RETORNO EFETIVO E EXCLUIR UM
      *==          LANCAMENTO ERRADO. A INCLUSAO MARCA O MESTRE
      *==          COMO AFASTADO (EMP-SITUACAO "L") E O RETORNO O
      *==          DEVOLVE A ATIVO, SOB A TRAVA DO MESTRE (CPLOCK)
      *==          E COM A IMAGEM ANTES/DEPOIS NO JORNAL (CPCADJRN),
      *==          COMO O PROGRAMA11. A FOLHA MENSAL, O
      *==          CONTRACHEQUE E O FGTS PROPORCIONALIZAM A
      *==          COMPETENCIA PELOS DIAS AFASTADOS (CPAFAPR).
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    IMAGEM DO JORNAL DO MESTRE DE 187 PARA 189
      *==                  POSICOES (SEXO E RACA/COR NO CPEMP)
      *== 15/10/26   WS    IMAGEM DO JORNAL DO MESTRE DE 189 PARA 199
      *==                  POSICOES (PCD E APRENDIZ NO CPEMP)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AFT-CHAVE
                   FILE STATUS IS WRK-FS-AFASTAM.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-TRAVA-MESTRE ASSIGN TO "CADLOCK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-LOCK.
               SELECT ARQ-JORNAL-MESTRE ASSIGN TO "CADJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-JORNAL.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-AFASTAMENTOS
               LABEL RECORD IS STANDARD.
           COPY CPAFAST.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRAVA-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPLOCK.

           FD  ARQ-JORNAL-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPCADJRN.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-AFASTAM       PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTAM-OK          VALUE "00".
           88 WRK-FS-AFASTAM-NAO-EXISTE  VALUE "35".
           88 WRK-FS-AFASTAM-DUPLICADO   VALUE "22".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
           88 WRK-FS-JORNAL-OK           VALUE "00".
           88 WRK-FS-JORNAL-NAO-EXISTE   VALUE "35".
      *    IMAGEM "ANTES" RETIDA DO REGISTRO LIDO, PARA O JORNAL
      *    DO MESTRE (CPCADJRN)
       77 WRK-IMAGEM-ANTES     PIC X(199) VALUE SPACES.

       77 WRK-FS-LOCK          PIC X(02) VALUE SPACES.
           88 WRK-FS-LOCK-OK             VALUE "00".
       77 WRK-TRAVA-OBTIDA     PIC X(01) VALUE "N".
           88 WRK-TRAVA-OBTIDA-SIM       VALUE "S".
       77 WRK-TRAVA-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(10) VALUE SPACES.

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-RETORNO           VALUE 3.
           88 WRK-MODO-EXCLUIR           VALUE 4.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-AFAST       PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO            VALUE "D" "A" "M"
                                               "S" "N".
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PREVISTA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RETORNO     PIC 9(08) VALUE ZEROS.
       77 WRK-DOCUMENTO        PIC X(20) VALUE SPACES.
       77 WRK-DATA-DIGITADA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01) VALUE "N".
           88 WRK-DATA-OK                VALUE "S".
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".
       77 WRK-ACHOU-ABERTO     PIC X(01) VALUE "N".
           88 WRK-ACHOU-ABERTO-SIM       VALUE "S".
       77 WRK-NOVA-SITUACAO    PIC X(01) VALUE SPACES.
       77 WRK-TEXTO-RETORNO    PIC X(09) VALUE SPACES.

           COPY CPDATA.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-AFASTAMENTO
                   WHEN WRK-MODO-RETORNO
                       PERFORM 0003-REGISTRA-RETORNO
                   WHEN WRK-MODO-EXCLUIR
                       PERFORM 0004-EXCLUI-AFASTAMENTO
                   WHEN OTHER
                       PERFORM 0001-LISTA-AFASTAMENTOS
               END-EVALUATE.
               PERFORM 0006-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR POR FUNCIONARIO  "
                   "2-INCLUIR  3-REGISTRAR RETORNO  4-EXCLUIR "
                   ACCEPT WRK-MODO.
      *        INCLUSAO, RETORNO E EXCLUSAO REGRAVAM A SITUACAO NO
      *        MESTRE - SO COM A TRAVA DE ATUALIZACAO
               IF NOT WRK-MODO-LISTAR
                   MOVE WRK-OPERADOR TO WRK-TRAVA-OPERADOR
                   MOVE "PROGRAMA68" TO WRK-TRAVA-PROGRAMA
                   PERFORM 8200-OBTEM-TRAVA
                   IF NOT WRK-TRAVA-OBTIDA-SIM
                       DISPLAY "EXECUCAO ENCERRADA - MESTRE EM USO"
                       GOBACK
                   END-IF
               END-IF.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-AFASTAMENTOS.
               IF WRK-FS-AFASTAM-NAO-EXISTE
                   OPEN OUTPUT ARQ-AFASTAMENTOS
                   CLOSE ARQ-AFASTAMENTOS
                   OPEN I-O ARQ-AFASTAMENTOS
               END-IF.
               IF WRK-MODO-LISTAR
                   OPEN INPUT CADASTRO-MESTRE
               ELSE
                   OPEN I-O CADASTRO-MESTRE
               END-IF.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-LISTA-AFASTAMENTOS SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO NO MESTRE"
                       NOT INVALID KEY
                           DISPLAY "FUNCIONARIO: " EMP-NOME
                               " SITUACAO " EMP-SITUACAO
                   END-READ
               END-IF.
               MOVE WRK-CODIGO-EMP TO AFT-CODIGO-EMP.
               MOVE ZEROS          TO AFT-DATA-INICIO.
               START ARQ-AFASTAMENTOS KEY IS NOT LESS THAN
                   AFT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE AFASTAMENTOS DO FUNCIONARIO: "
                   WRK-QTDE-LINHAS.

       0001-A-LISTA-UM         SECTION.
               READ ARQ-AFASTAMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF AFT-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           IF AFT-DATA-RETORNO = ZEROS
                               MOVE "EM ABERTO" TO WRK-TEXTO-RETORNO
                           ELSE
                               MOVE AFT-DATA-RETORNO
                                   TO WRK-TEXTO-RETORNO
                           END-IF
                           DISPLAY "INICIO " AFT-DATA-INICIO
                               " TIPO " AFT-TIPO
                               " PREVISTO " AFT-DATA-PREV-RETORNO
                               " RETORNO " WRK-TEXTO-RETORNO
                               " DOC " AFT-DOCUMENTO
                       END-IF
               END-READ.

      *    INCLUSAO VALIDADA: FUNCIONARIO EXISTENTE, NEM DESLIGADO
      *    NEM JA AFASTADO; INICIO NAO FUTURO E NAO ANTERIOR A
      *    ADMISSAO; RETORNO PREVISTO DEPOIS DO INICIO (ZEROS =
      *    SEM PREVISAO, COMO NA DOENCA SEM ALTA). SEM O MESTRE
      *    NAO HA COMO MARCAR A SITUACAO - A INCLUSAO E RECUSADA
       0002-INCLUI-AFASTAMENTO SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
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
                           EVALUATE TRUE
                               WHEN EMP-DESLIGADO
                                   DISPLAY "ERRO: FUNCIONARIO "
                                       "DESLIGADO"
                                   MOVE "N" TO WRK-ENTRADA-VALIDA
                               WHEN EMP-AFASTADO
                                   DISPLAY "ERRO: FUNCIONARIO JA "
                                       "AFASTADO - REGISTRE O "
                                       "RETORNO (MODO 3) ANTES"
                                   MOVE "N" TO WRK-ENTRADA-VALIDA
                               WHEN OTHER
                                   DISPLAY "FUNCIONARIO: " EMP-NOME
                           END-EVALUATE
                   END-READ
               ELSE
                   DISPLAY "ERRO: CADASTRO MESTRE INDISPONIVEL - FS: "
                       WRK-FS-MESTRE
                   MOVE "N" TO WRK-ENTRADA-VALIDA
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE SPACES TO WRK-TIPO-AFAST
                   PERFORM 0002-A-VALIDA-TIPO
                       UNTIL WRK-TIPO-VALIDO
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0002-B-VALIDA-INICIO
                       UNTIL WRK-DATA-OK
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0002-C-VALIDA-PREVISAO
                       UNTIL WRK-DATA-OK
                   DISPLAY "DIGITE O DOCUMENTO (ATESTADO/CAT/"
                       "BENEFICIO): "
                       ACCEPT WRK-DOCUMENTO
                   MOVE WRK-CODIGO-EMP    TO AFT-CODIGO-EMP
                   MOVE WRK-DATA-INICIO   TO AFT-DATA-INICIO
                   MOVE WRK-TIPO-AFAST    TO AFT-TIPO
                   MOVE WRK-DATA-PREVISTA TO AFT-DATA-PREV-RETORNO
                   MOVE ZEROS             TO AFT-DATA-RETORNO
                   MOVE WRK-DOCUMENTO     TO AFT-DOCUMENTO
                   MOVE WRK-OPERADOR      TO AFT-OPERADOR
                   MOVE WRK-DATA-HOJE     TO AFT-DATA-REGISTRO
                   WRITE AFT-REGISTRO
                   IF WRK-FS-AFASTAM-DUPLICADO
                       DISPLAY "JA EXISTE AFASTAMENTO COM INICIO EM "
                           WRK-DATA-INICIO " PARA O FUNCIONARIO "
                           WRK-CODIGO-EMP
                   ELSE
                       DISPLAY "AFASTAMENTO INCLUIDO"
                       MOVE "L" TO WRK-NOVA-SITUACAO
                       PERFORM 0005-ATUALIZA-SITUACAO
                       MOVE "PROGRAMA68" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "INCLUSAO AFASTAMENTO CODIGO "
                           WRK-CODIGO-EMP
                           " TIPO " WRK-TIPO-AFAST
                           " INICIO " WRK-DATA-INICIO
                           " PREVISTO " WRK-DATA-PREVISTA
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   DISPLAY "INCLUSAO REJEITADA"
               END-IF.

       0002-A-VALIDA-TIPO      SECTION.
               DISPLAY "DIGITE O TIPO (D-DOENCA/A-ACIDENTE DE "
                   "TRABALHO/M-MATERNIDADE/S-SERVICO MILITAR/"
                   "N-NAO REMUNERADO): "
                   ACCEPT WRK-TIPO-AFAST.
               IF NOT WRK-TIPO-VALIDO
                   DISPLAY "ERRO: TIPO DEVE SER D, A, M, S OU N"
               END-IF.

       0002-B-VALIDA-INICIO    SECTION.
               DISPLAY "DIGITE A DATA DE INICIO (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   IF WRK-DATA-DIGITADA > WRK-DATA-HOJE
                       DISPLAY "ERRO: INICIO NAO PODE SER FUTURO"
                       MOVE "N" TO WRK-DATA-VALIDA
                   END-IF
               END-IF.
               IF WRK-DATA-OK
                   IF EMP-DATA-ADMIS NUMERIC
                       AND WRK-DATA-DIGITADA < EMP-DATA-ADMIS
                       DISPLAY "ERRO: INICIO ANTERIOR A ADMISSAO "
                           EMP-DATA-ADMIS
                       MOVE "N" TO WRK-DATA-VALIDA
                   END-IF
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-INICIO
               END-IF.

       0002-C-VALIDA-PREVISAO  SECTION.
               DISPLAY "DIGITE O RETORNO PREVISTO (AAAAMMDD, "
                   "ZEROS = SEM PREVISAO): "
                   ACCEPT WRK-DATA-DIGITADA.
               IF WRK-DATA-DIGITADA = ZEROS
                   MOVE "S" TO WRK-DATA-VALIDA
               ELSE
                   PERFORM 0002-Z-VALIDA-DATA
                   IF WRK-DATA-OK
                       AND WRK-DATA-DIGITADA NOT > WRK-DATA-INICIO
                       DISPLAY "ERRO: RETORNO PREVISTO DEVE SER "
                           "DEPOIS DO INICIO"
                       MOVE "N" TO WRK-DATA-VALIDA
                   END-IF
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-PREVISTA
               END-IF.

      *    DATA DIGITADA (AAAAMMDD) PELO CPDATAVL
       0002-Z-VALIDA-DATA      SECTION.
               MOVE "N" TO WRK-DATA-VALIDA.
               MOVE WRK-DATA-DIGITADA (1:4) TO CPD-ANO OF CPD-DATA.
               MOVE WRK-DATA-DIGITADA (5:2) TO CPD-MES OF CPD-DATA.
               MOVE WRK-DATA-DIGITADA (7:2) TO CPD-DIA OF CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.
               IF CPD-DATA-OK
                   MOVE "S" TO WRK-DATA-VALIDA
               ELSE
                   DISPLAY "ERRO: " CPD-DATA-MSG-ERRO
               END-IF.

      *    RETORNO EFETIVO: FECHA O AFASTAMENTO EM ABERTO DO
      *    FUNCIONARIO (PRIMEIRO DIA DE VOLTA AO TRABALHO, DEPOIS
      *    DO INICIO) E DEVOLVE O MESTRE A ATIVO
       0003-REGISTRA-RETORNO   SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE "N"            TO WRK-ACHOU-ABERTO.
               MOVE WRK-CODIGO-EMP TO AFT-CODIGO-EMP.
               MOVE ZEROS          TO AFT-DATA-INICIO.
               START ARQ-AFASTAMENTOS KEY IS NOT LESS THAN
                   AFT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0003-A-BUSCA-ABERTO
                   UNTIL WRK-FS-LEITURA-FIM.
               IF NOT WRK-ACHOU-ABERTO-SIM
                   DISPLAY "NENHUM AFASTAMENTO EM ABERTO PARA O "
                       "FUNCIONARIO " WRK-CODIGO-EMP
               ELSE
                   DISPLAY "AFASTAMENTO EM ABERTO DESDE "
                       WRK-DATA-INICIO
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0003-B-VALIDA-RETORNO
                       UNTIL WRK-DATA-OK
                   MOVE WRK-CODIGO-EMP  TO AFT-CODIGO-EMP
                   MOVE WRK-DATA-INICIO TO AFT-DATA-INICIO
                   READ ARQ-AFASTAMENTOS
                       INVALID KEY
                           DISPLAY "AFASTAMENTO NAO ENCONTRADO"
                       NOT INVALID KEY
                           MOVE WRK-DATA-RETORNO TO AFT-DATA-RETORNO
                           REWRITE AFT-REGISTRO
                           DISPLAY "RETORNO REGISTRADO"
                           MOVE "A" TO WRK-NOVA-SITUACAO
                           PERFORM 0005-ATUALIZA-SITUACAO
                           MOVE "PROGRAMA68" TO AUD-PROGRAMA
                           MOVE WRK-OPERADOR TO AUD-OPERADOR
                           STRING "RETORNO AFASTAMENTO CODIGO "
                               WRK-CODIGO-EMP
                               " INICIO " WRK-DATA-INICIO
                               " RETORNO " WRK-DATA-RETORNO
                               DELIMITED BY SIZE INTO AUD-DESCRICAO
                           PERFORM 7000-GRAVA-AUDITORIA
                   END-READ
               END-IF.

       0003-A-BUSCA-ABERTO     SECTION.
               READ ARQ-AFASTAMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF AFT-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           IF AFT-DATA-RETORNO = ZEROS
                               MOVE "S" TO WRK-ACHOU-ABERTO
                               MOVE AFT-DATA-INICIO
                                   TO WRK-DATA-INICIO
                           END-IF
                       END-IF
               END-READ.

       0003-B-VALIDA-RETORNO   SECTION.
               DISPLAY "DIGITE A DATA DO RETORNO (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   AND WRK-DATA-DIGITADA NOT > WRK-DATA-INICIO
                   DISPLAY "ERRO: RETORNO DEVE SER DEPOIS DO INICIO"
                   MOVE "N" TO WRK-DATA-VALIDA
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-RETORNO
               END-IF.

      *    EXCLUSAO DE LANCAMENTO ERRADO - SE ERA O AFASTAMENTO
      *    EM ABERTO, O MESTRE VOLTA A ATIVO
       0004-EXCLUI-AFASTAMENTO SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE A DATA DE INICIO DO AFASTAMENTO "
                   "(AAAAMMDD): "
                   ACCEPT WRK-DATA-INICIO.
               MOVE WRK-CODIGO-EMP  TO AFT-CODIGO-EMP.
               MOVE WRK-DATA-INICIO TO AFT-DATA-INICIO.
               READ ARQ-AFASTAMENTOS
                   INVALID KEY
                       DISPLAY "AFASTAMENTO NAO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE AFT-DATA-RETORNO TO WRK-DATA-RETORNO
                       DELETE ARQ-AFASTAMENTOS RECORD
                       DISPLAY "AFASTAMENTO EXCLUIDO"
                       IF WRK-DATA-RETORNO = ZEROS
                           MOVE "A" TO WRK-NOVA-SITUACAO
                           PERFORM 0005-ATUALIZA-SITUACAO
                       END-IF
                       MOVE "PROGRAMA68" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "EXCLUSAO AFASTAMENTO CODIGO "
                           WRK-CODIGO-EMP
                           " INICIO " WRK-DATA-INICIO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-READ.

      *    REGRAVA A SITUACAO DO FUNCIONARIO NO MESTRE (L-AFASTADO
      *    OU A-ATIVO) COM A IMAGEM ANTES/DEPOIS NO JORNAL -
      *    DESLIGADO NUNCA E TOCADO
       0005-ATUALIZA-SITUACAO  SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "AVISO: CODIGO " WRK-CODIGO-EMP
                               " NAO ENCONTRADO NO MESTRE"
                       NOT INVALID KEY
                           IF NOT EMP-DESLIGADO
                               AND EMP-SITUACAO NOT = WRK-NOVA-SITUACAO
                               MOVE MST-REGISTRO TO WRK-IMAGEM-ANTES
                               MOVE WRK-NOVA-SITUACAO TO EMP-SITUACAO
                               REWRITE MST-REGISTRO
                               PERFORM 0005-A-GRAVA-JORNAL
                               DISPLAY "SITUACAO NO MESTRE: "
                                   EMP-SITUACAO
                           END-IF
                   END-READ
               END-IF.

       0005-A-GRAVA-JORNAL     SECTION.
               MOVE "PROGRAMA68"     TO CDJ-PROGRAMA.
               MOVE WRK-OPERADOR     TO CDJ-OPERADOR.
               SET CDJ-ALTERACAO     TO TRUE.
               MOVE WRK-IMAGEM-ANTES TO CDJ-IMAGEM-ANTES.
               MOVE MST-REGISTRO     TO CDJ-IMAGEM-DEPOIS.
               PERFORM 8400-GRAVA-JORNAL-MESTRE.

       0006-FINALIZAR          SECTION.
               CLOSE ARQ-AFASTAMENTOS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               IF WRK-TRAVA-OBTIDA-SIM
                   PERFORM 8210-LIBERA-TRAVA
               END-IF.
               GOBACK.

           COPY CPAUDPR.

           COPY CPLOCKPR.

           COPY CPCADJPR.

           COPY CPDATAVL.
