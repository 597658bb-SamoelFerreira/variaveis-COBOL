           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA85.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: ANONIMIZACAO DO MESTRE-ARQUIVO DE DESLIGADOS
      *==          (LGPD) - PERCORRE O CADARQ (COPYBOOK CPARQMST)
      *==          E, EM TODO REGISTRO CUJO DESLIGAMENTO JA PASSOU
      *==          DO PRAZO LEGAL DE GUARDA (ANOS DIGITADOS), APAGA
      *==          NOME, DOCUMENTO, ENDERECO E DADOS BANCARIOS,
      *==          MANTENDO OS DADOS DA FOLHA (DATAS, SALARIO,
      *==          CENTRO DE CUSTO, CARGO, MOTIVO E ESTABELECIMENTO)
      *==          PARA O USO LEGAL. O NOME PASSA A SER O MARCADOR
      *==          DE ANONIMIZADO, QUE FAZ A EXECUCAO SEGUINTE
      *==          PULAR O REGISTRO. EXIGE SUPERVISOR (OPR-NIVEL 2
      *==          NO OPERMST), TOMA A TRAVA DO MESTRE (CADLOCK,
      *==          A MESMA DO EXPURGO DO PROGRAMA65, QUE GRAVA NO
      *==          CADARQ) E AUDITA CADA ANONIMIZACAO NA TRILHA.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    ANONIMIZACAO APAGA TAMBEM A RACA/COR
      *==                  (DADO PESSOAL SENSIVEL)
      *== 15/10/26   WS    ANONIMIZACAO APAGA TAMBEM O PCD (DADO DE
      *==                  SAUDE)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT MESTRE-ARQUIVO ASSIGN TO "CADARQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AQM-CODIGO
                   ALTERNATE RECORD KEY IS AQM-DOCUMENTO
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-ARQUIVO.
               SELECT ARQ-TRAVA-MESTRE ASSIGN TO "CADLOCK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-LOCK.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  MESTRE-ARQUIVO
               LABEL RECORD IS STANDARD.
           COPY CPARQMST.

           FD  ARQ-TRAVA-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPLOCK.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-ARQUIVO       PIC X(02) VALUE SPACES.
           88 WRK-FS-ARQUIVO-OK          VALUE "00".
           88 WRK-FS-ARQUIVO-NAO-EXISTE  VALUE "35".
       77 WRK-FS-LEITURA-ARQUIVO PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-ARQUIVO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-ARQUIVO-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-LOCK          PIC X(02) VALUE SPACES.
           88 WRK-FS-LOCK-OK             VALUE "00".
       77 WRK-TRAVA-OBTIDA     PIC X(01) VALUE "N".
           88 WRK-TRAVA-OBTIDA-SIM       VALUE "S".
       77 WRK-TRAVA-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(10) VALUE SPACES.
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
      *    PRAZO LEGAL DE GUARDA CONTADO DO DESLIGAMENTO - ZERO
      *    DIGITADO ASSUME O PADRAO
       77 WRK-ANOS-RETENCAO    PIC 9(02) VALUE ZEROS.
       77 WRK-ANOS-PADRAO      PIC 9(02) VALUE 5.
      *    DESLIGAMENTO + PRAZO (AAAAMMDD) - VENCIDO QUANDO NAO
      *    PASSA DE HOJE
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ANONIMIZADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-JA-ANONIMOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NO-PRAZO    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ERROS       PIC 9(06) VALUE ZEROS.

      *    MARCADOR GRAVADO NO NOME - O REGISTRO COM ELE JA FOI
      *    ANONIMIZADO E NAO E TOCADO DE NOVO
       77 WRK-LIT-ANONIMO      PIC X(30)
           VALUE "*** ANONIMIZADO (LGPD) ***    ".

           COPY CPAUDELO.
           COPY CPOPERWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-EXAMINA-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-FINALIZAR.

      *    SIGN-ON COM SENHA (CPOPERPR) E NIVEL DE SUPERVISOR - O
      *    DADO APAGADO NAO VOLTA
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR-SIGNON.
               PERFORM 7900-VALIDA-OPERADOR.
               IF NOT WRK-OPERADOR-AUTORIZADO-SIM
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
                   GOBACK
               END-IF.
               IF WRK-NIVEL-OPERADOR < 2
                   DISPLAY "ANONIMIZACAO EXIGE NIVEL DE SUPERVISOR "
                       "- EXECUCAO ENCERRADA"
                   GOBACK
               END-IF.
               DISPLAY "DIGITE O PRAZO DE GUARDA EM ANOS APOS O "
                   "DESLIGAMENTO (00 = " WRK-ANOS-PADRAO "): "
                   ACCEPT WRK-ANOS-RETENCAO.
               IF WRK-ANOS-RETENCAO = ZEROS
                   MOVE WRK-ANOS-PADRAO TO WRK-ANOS-RETENCAO
               END-IF.
      *        TRAVA DE ATUALIZACAO DO MESTRE - O EXPURGO DO
      *        PROGRAMA65 GRAVA NO MESMO CADARQ
               MOVE WRK-OPERADOR-SIGNON TO WRK-TRAVA-OPERADOR.
               MOVE "PROGRAMA85"        TO WRK-TRAVA-PROGRAMA.
               PERFORM 8200-OBTEM-TRAVA.
               IF NOT WRK-TRAVA-OBTIDA-SIM
                   DISPLAY "EXECUCAO ENCERRADA - MESTRE EM USO"
                   STOP RUN
               END-IF.
               OPEN I-O MESTRE-ARQUIVO.
               IF WRK-FS-ARQUIVO-OK
                   MOVE "S" TO WRK-ARQUIVO-DISPONIVEL
               ELSE
                   DISPLAY "MESTRE-ARQUIVO (CADARQ) INDISPONIVEL - "
                       "FS: " WRK-FS-ARQUIVO " - NADA A ANONIMIZAR"
                   MOVE "10" TO WRK-FS-LEITURA-ARQUIVO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               IF WRK-ARQUIVO-DISPONIVEL-SIM
                   MOVE ZEROS TO AQM-CODIGO
                   START MESTRE-ARQUIVO KEY IS NOT LESS THAN
                       AQM-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-ARQUIVO
                   END-START
               END-IF.

       0001-EXAMINA-UM         SECTION.
               READ MESTRE-ARQUIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0001-A-CLASSIFICA
               END-READ.

      *    SEM DATA DE DESLIGAMENTO NAO HA COMO CONTAR O PRAZO -
      *    O REGISTRO FICA (E CONTA COMO DENTRO DO PRAZO)
       0001-A-CLASSIFICA       SECTION.
               IF AQM-NOME = WRK-LIT-ANONIMO
                   ADD 1 TO WRK-QTDE-JA-ANONIMOS
               ELSE
                   COMPUTE WRK-DATA-LIMITE =
                       AQM-DATA-DESLIG + WRK-ANOS-RETENCAO * 10000
                   IF AQM-DATA-DESLIG > ZEROS
                       AND WRK-DATA-LIMITE <= WRK-DATA-HOJE
                       PERFORM 0001-B-ANONIMIZA
                   ELSE
                       ADD 1 TO WRK-QTDE-NO-PRAZO
                   END-IF
               END-IF.

      *    SAEM NOME, CPF, ENDERECO, BANCO, AGENCIA E CONTA; O
      *    RESTO DO REGISTRO (FOLHA) FICA COMO ESTA
       0001-B-ANONIMIZA        SECTION.
               MOVE WRK-LIT-ANONIMO TO AQM-NOME.
               MOVE SPACES          TO AQM-DOCUMENTO.
               MOVE SPACES          TO AQM-ENDERECO.
               MOVE ZEROS           TO AQM-BANCO.
               MOVE ZEROS           TO AQM-AGENCIA.
               MOVE ZEROS           TO AQM-CONTA.
               MOVE SPACES          TO AQM-RACA-COR.
               MOVE SPACES          TO AQM-PCD.
               REWRITE AQM-REGISTRO.
               IF WRK-FS-ARQUIVO-OK
                   ADD 1 TO WRK-QTDE-ANONIMIZADOS
                   MOVE "PROGRAMA85"        TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR
                   MOVE SPACES              TO AUD-DESCRICAO
                   STRING "ANONIMIZADO CADARQ CODIGO " AQM-CODIGO
                       " DESLIG " AQM-DATA-DESLIG
                       " GUARDA " WRK-ANOS-RETENCAO " ANOS"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   ADD 1 TO WRK-QTDE-ERROS
                   DISPLAY "*** ERRO AO REGRAVAR O CODIGO "
                       AQM-CODIGO " NO CADARQ - FS: "
                       WRK-FS-ARQUIVO " - REGISTRO NAO "
                       "ANONIMIZADO ***"
               END-IF.

       0002-FINALIZAR          SECTION.
               DISPLAY "ANONIMIZACAO CONCLUIDA - " WRK-QTDE-LIDOS
                   " LIDOS, " WRK-QTDE-ANONIMIZADOS
                   " ANONIMIZADOS, " WRK-QTDE-JA-ANONIMOS
                   " JA ANONIMOS, " WRK-QTDE-NO-PRAZO
                   " DENTRO DO PRAZO, " WRK-QTDE-ERROS " ERROS".
               MOVE "PROGRAMA85"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               MOVE SPACES              TO AUD-DESCRICAO.
               STRING "ANONIMIZACAO CADARQ GUARDA "
                   WRK-ANOS-RETENCAO " ANOS - "
                   WRK-QTDE-ANONIMIZADOS " ANONIMIZADOS "
                   WRK-QTDE-ERROS " ERROS"
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               PERFORM 8210-LIBERA-TRAVA.
               IF WRK-ARQUIVO-DISPONIVEL-SIM
                   CLOSE MESTRE-ARQUIVO
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPLOCKPR.

           COPY CPOPERPR.
