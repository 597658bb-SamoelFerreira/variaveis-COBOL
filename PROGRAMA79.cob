           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA79.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: APROVACAO EM DUAS PESSOAS DAS ALTERACOES DE
      *==          SALARIO E DE CONTA BANCARIA (ARQ. APVPEND,
      *==          COPYBOOK CPAPROV). O PROGRAMA01 (MODO 2) E O
      *==          PROGRAMA11 (DISSIDIO) SO SOLICITAM; AQUI UM
      *==          SUPERVISOR (OPR-NIVEL 2 OU MAIS NO OPERMST)
      *==          DIFERENTE DE QUEM SOLICITOU APROVA OU REJEITA.
      *==          MODO 1 - LISTA AS PENDENTES; MODO 2 - DECIDE UMA
      *==          A UMA; MODO 3 - DECIDE UM LOTE INTEIRO DO
      *==          PROGRAMA11; MODO 4 - RELATORIO DIARIO (ARQ.
      *==          APVREL) DAS PENDENTES HA MAIS DE N DIAS (PADRAO
      *==          3). SO A APROVACAO CHEGA AO CADMEST, AO SALHIST,
      *==          AO CADJRNL E AO PRENOTE (CONTA NOVA); SE O
      *==          MESTRE MUDOU DESDE A SOLICITACAO (VALOR "ANTES"
      *==          NAO CONFERE), A ALTERACAO E REJEITADA SEM SER
      *==          APLICADA. TODA DECISAO VAI PARA O AUDTRAIL.
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
               SELECT ARQ-APROVACAO ASSIGN TO "APVPEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APV-CHAVE
                   FILE STATUS IS WRK-FS-APROV.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-TRAVA-MESTRE ASSIGN TO "CADLOCK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-LOCK.
               SELECT ARQ-JORNAL-MESTRE ASSIGN TO "CADJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-JORNAL.
               SELECT ARQ-HIST-SALARIO ASSIGN TO "SALHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-SALARIO.
               SELECT ARQ-PRENOTE ASSIGN TO "PRENOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRN-CODIGO
                   FILE STATUS IS WRK-FS-PRENOTE.
               SELECT ARQ-RELATORIO ASSIGN TO "APVREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.

               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPX-CHAVE
                   FILE STATUS IS WRK-FS-REPNDX.
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-APROVACAO
               LABEL RECORD IS STANDARD.
           COPY CPAPROV.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRAVA-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPLOCK.

           FD  ARQ-JORNAL-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPCADJRN.

           FD  ARQ-HIST-SALARIO
               LABEL RECORD IS STANDARD.
           COPY CPSALHST.

           FD  ARQ-PRENOTE
               LABEL RECORD IS STANDARD.
           COPY CPPRENOT.

      *    RELATORIO DE 132 COLUNAS - ROTULOS EM CAMPOS NOMEADOS,
      *    NAO FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS QUATRO VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  APR-CABECALHO-REC.
               05 APR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 APR-CAB-TITULO       PIC X(40).
               05 APR-CAB-LIT-DIAS     PIC X(12).
               05 APR-CAB-DIAS         PIC ZZ9.
               05 APR-CAB-LIT-DATA     PIC X(08).
               05 APR-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(56).
           01  APR-COLUNA-REC REDEFINES APR-CABECALHO-REC.
               05 APR-COL-TIPO         PIC X(01).
               05 APR-COL-TEXTO        PIC X(131).
           01  APR-DETALHE-REC REDEFINES APR-CABECALHO-REC.
               05 APR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 APR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 APR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 APR-DET-ALTERACAO    PIC X(08).
               05 FILLER               PIC X(01).
               05 APR-DET-DE           PIC X(20).
               05 FILLER               PIC X(01).
               05 APR-DET-PARA         PIC X(20).
               05 FILLER               PIC X(01).
               05 APR-DET-SOLICITANTE  PIC X(10).
               05 FILLER               PIC X(01).
               05 APR-DET-DATA-SOLIC   PIC 9(08).
               05 FILLER               PIC X(01).
               05 APR-DET-DIAS         PIC ZZ9.
               05 FILLER               PIC X(01).
               05 APR-DET-ORIGEM       PIC X(10).
               05 FILLER               PIC X(08).
           01  APR-TOTAL-REC REDEFINES APR-CABECALHO-REC.
               05 APR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 APR-TOT-LIT          PIC X(30).
               05 APR-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(95).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
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
       77 WRK-FS-LOCK          PIC X(02) VALUE SPACES.
           88 WRK-FS-LOCK-OK             VALUE "00".
       77 WRK-TRAVA-OBTIDA     PIC X(01) VALUE "N".
           88 WRK-TRAVA-OBTIDA-SIM       VALUE "S".
       77 WRK-TRAVA-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(10) VALUE SPACES.
       77 WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
           88 WRK-FS-JORNAL-OK           VALUE "00".
           88 WRK-FS-JORNAL-NAO-EXISTE   VALUE "35".
       77 WRK-FS-HIST-SALARIO  PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-SALARIO-OK     VALUE "00".
           88 WRK-FS-HIST-SALARIO-NAO-EXISTE VALUE "35".
       77 WRK-FS-PRENOTE       PIC X(02) VALUE SPACES.
           88 WRK-FS-PRENOTE-OK          VALUE "00".
           88 WRK-FS-PRENOTE-NAO-EXISTE  VALUE "35".
           88 WRK-FS-PRENOTE-DUPLICADO   VALUE "22".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
      *    IMAGEM "ANTES" RETIDA DO REGISTRO LIDO, PARA O JORNAL
      *    DO MESTRE (CPCADJRN)
       77 WRK-IMAGEM-ANTES     PIC X(199) VALUE SPACES.

       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-UM-A-UM           VALUE 2.
           88 WRK-MODO-LOTE              VALUE 3.
           88 WRK-MODO-RELATORIO         VALUE 4.
           88 WRK-MODO-DECISAO           VALUE 2 3.
       77 WRK-FIM-APV          PIC X(01) VALUE "N".
           88 WRK-FIM-APV-SIM            VALUE "S".

      *    DECISAO DIGITADA - QUALQUER OUTRA RESPOSTA DEIXA A
      *    SOLICITACAO PENDENTE
       77 WRK-DECISAO          PIC X(01) VALUE SPACES.
           88 WRK-DECISAO-APROVA         VALUE "A".
           88 WRK-DECISAO-REJEITA        VALUE "R".
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO-PADRAO    PIC X(30)
           VALUE "REJEITADA PELO APROVADOR      ".
      *    RESULTADO DA APLICACAO NO MESTRE (0005-APLICA-ALTERACAO)
       77 WRK-APLICADA         PIC X(01) VALUE "N".
           88 WRK-APLICADA-SIM           VALUE "S".

      *    LOTE DO PROGRAMA11 (MODO 3) - NUMERO E DATA DO LOTE,
      *    POIS A NUMERACAO RECOMECA TODO DIA
       77 WRK-LOTE             PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-LOTE        PIC 9(08) VALUE ZEROS.
       77 WRK-TOTAL-ANTES      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEPOIS     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALARIO-EDT      PIC ZZ.ZZZ.ZZ9,99.

      *    IDADE DA PENDENCIA EM DIAS CORRIDOS (LIMITE 999)
       77 WRK-DIAS-MINIMO      PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PADRAO      PIC 9(03) VALUE 3.
       77 WRK-DIAS-PENDENTE    PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-CALC        PIC 9(08) VALUE ZEROS.

      *    CONTADORES
       77 WRK-QTDE-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-APROVADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PROPRIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ANTIGAS     PIC 9(05) VALUE ZEROS.
       77 WRK-LIT-TOTAL        PIC X(30) VALUE SPACES.
       77 WRK-QTDE-TOTAL       PIC 9(05) VALUE ZEROS.

      *    DE/PARA DO RELATORIO E DA TELA
       77 WRK-TEXTO-DE         PIC X(20) VALUE SPACES.
       77 WRK-TEXTO-PARA       PIC X(20) VALUE SPACES.
       77 WRK-NOME-FUNC        PIC X(30) VALUE SPACES.

      *    ROTULOS DO APVREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-APR-TITULO   PIC X(40)
           VALUE "ALTERACOES PENDENTES DE APROVACAO       ".
       77 WRK-LIT-APR-DIAS     PIC X(12) VALUE "HA MAIS DE: ".
       77 WRK-LIT-APR-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-APR-SALARIO  PIC X(08) VALUE "SALARIO ".
       77 WRK-LIT-APR-CONTA    PIC X(08) VALUE "CONTA   ".
       77 WRK-LIT-APR-SEM-CAD  PIC X(30)
           VALUE "NAO CADASTRADO NO MESTRE      ".
       77 WRK-LIT-APR-TOT-ANT  PIC X(30)
           VALUE "PENDENTES ACIMA DO PRAZO......".
       77 WRK-LIT-APR-TOT-PEN  PIC X(30)
           VALUE "TOTAL DE PENDENTES............".
       01 WRK-LIT-APR-COLUNAS.
           05 WRK-LAC-CODIGO       PIC X(07) VALUE " COD.".
           05 WRK-LAC-NOME         PIC X(31) VALUE "NOME".
           05 WRK-LAC-ALTERACAO    PIC X(09) VALUE "ALTERA".
           05 WRK-LAC-DE           PIC X(21) VALUE "DE".
           05 WRK-LAC-PARA         PIC X(21) VALUE "PARA".
           05 WRK-LAC-SOLIC        PIC X(11) VALUE "SOLICITANTE".
           05 WRK-LAC-DATA         PIC X(09) VALUE "DATA".
           05 WRK-LAC-DIAS         PIC X(04) VALUE "DIAS".
           05 WRK-LAC-ORIGEM       PIC X(10) VALUE "ORIGEM".

           COPY CPAPRWS.
           COPY CPOPERWS.
           COPY CPDATA.
           COPY CPREPWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-UM-A-UM
                       PERFORM 0002-DECIDE-UM-A-UM
                   WHEN WRK-MODO-LOTE
                       PERFORM 0003-DECIDE-LOTE
                   WHEN WRK-MODO-RELATORIO
                       PERFORM 0004-RELATORIO-ANTIGAS
                   WHEN OTHER
                       PERFORM 0001-LISTA-PENDENTES
               END-EVALUATE.
               PERFORM 0006-FINALIZAR.

      *    SIGN-ON COM SENHA (CPOPERPR); DECIDIR (MODOS 2 E 3)
      *    EXIGE NIVEL DE SUPERVISOR E A TRAVA DO MESTRE, QUE A
      *    APROVACAO REGRAVA
       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR-SIGNON.
               PERFORM 7900-VALIDA-OPERADOR.
               IF NOT WRK-OPERADOR-AUTORIZADO-SIM
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
                   GOBACK
               END-IF.
               DISPLAY "MODO: 1-LISTAR PENDENTES  2-DECIDIR UMA A "
                   "UMA  3-DECIDIR LOTE DO PROGRAMA11  "
                   "4-RELATORIO DE PENDENTES ANTIGAS "
                   ACCEPT WRK-MODO.
               IF WRK-MODO-DECISAO
                   IF WRK-NIVEL-OPERADOR < 2
                       DISPLAY "APROVACAO EXIGE NIVEL DE SUPERVISOR "
                           "- EXECUCAO ENCERRADA"
                       GOBACK
                   END-IF
                   MOVE WRK-OPERADOR-SIGNON TO WRK-TRAVA-OPERADOR
                   MOVE "PROGRAMA79"        TO WRK-TRAVA-PROGRAMA
                   PERFORM 8200-OBTEM-TRAVA
                   IF NOT WRK-TRAVA-OBTIDA-SIM
                       DISPLAY "EXECUCAO ENCERRADA - MESTRE EM USO"
                       GOBACK
                   END-IF
                   OPEN I-O CADASTRO-MESTRE
               ELSE
                   OPEN INPUT CADASTRO-MESTRE
               END-IF.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
               END-IF.
               PERFORM 7970-ABRE-PENDENCIAS.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    POSICIONA NO INICIO DO APVPEND PARA UMA VARREDURA
       0000-A-INICIO-PENDENCIAS SECTION.
               MOVE "N"        TO WRK-FIM-APV.
               MOVE LOW-VALUES TO APV-CHAVE.
               START ARQ-APROVACAO KEY IS NOT LESS THAN APV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-APV
               END-START.

      *    NOME DO FUNCIONARIO E TEXTOS DE/PARA DA SOLICITACAO
      *    CORRENTE, PARA A TELA E O RELATORIO
       0000-B-DESCREVE-PENDENCIA SECTION.
               MOVE WRK-LIT-APR-SEM-CAD TO WRK-NOME-FUNC.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE APV-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NOME TO WRK-NOME-FUNC
                   END-READ
               END-IF.
               MOVE SPACES TO WRK-TEXTO-DE.
               MOVE SPACES TO WRK-TEXTO-PARA.
               IF APV-SALARIO
                   MOVE APV-SALARIO-ANT  TO WRK-SALARIO-EDT
                   MOVE WRK-SALARIO-EDT  TO WRK-TEXTO-DE
                   MOVE APV-SALARIO-NOVO TO WRK-SALARIO-EDT
                   MOVE WRK-SALARIO-EDT  TO WRK-TEXTO-PARA
               ELSE
                   STRING APV-BANCO-ANT "/" APV-AGENCIA-ANT "/"
                       APV-CONTA-ANT
                       DELIMITED BY SIZE INTO WRK-TEXTO-DE
                   STRING APV-BANCO-NOVO "/" APV-AGENCIA-NOVO "/"
                       APV-CONTA-NOVO
                       DELIMITED BY SIZE INTO WRK-TEXTO-PARA
               END-IF.

       0000-C-MOSTRA-PENDENCIA SECTION.
               PERFORM 0000-B-DESCREVE-PENDENCIA.
               DISPLAY "CODIGO " APV-CODIGO-EMP " " WRK-NOME-FUNC.
               IF APV-SALARIO
                   DISPLAY "  SALARIO DE R$ " WRK-TEXTO-DE
                       " PARA R$ " WRK-TEXTO-PARA
               ELSE
                   DISPLAY "  CONTA (BCO/AG/CONTA) DE " WRK-TEXTO-DE
                       " PARA " WRK-TEXTO-PARA
               END-IF.
               DISPLAY "  SOLICITADA POR " APV-SOLICITANTE
                   " EM " APV-DATA-SOLIC " (" APV-ORIGEM
                   " LOTE " APV-LOTE ")".

      *    MODO 1 - TODAS AS PENDENTES, NA ORDEM DO ARQUIVO
       0001-LISTA-PENDENTES    SECTION.
               IF WRK-APROV-DISPONIVEL-SIM
                   PERFORM 0000-A-INICIO-PENDENCIAS
                   PERFORM 0001-A-LISTA-UMA
                       UNTIL WRK-FIM-APV-SIM
               END-IF.
               DISPLAY "TOTAL DE PENDENTES: " WRK-QTDE-PENDENTES.

       0001-A-LISTA-UMA        SECTION.
               READ ARQ-APROVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-APV
                   NOT AT END
                       IF APV-PENDENTE
                           ADD 1 TO WRK-QTDE-PENDENTES
                           PERFORM 0000-C-MOSTRA-PENDENCIA
                       END-IF
               END-READ.

      *    MODO 2 - CADA PENDENTE E MOSTRADA E DECIDIDA: A APROVA,
      *    R REJEITA (COM MOTIVO), QUALQUER OUTRA RESPOSTA PULA. A
      *    SOLICITACAO DO PROPRIO APROVADOR NEM E OFERECIDA
       0002-DECIDE-UM-A-UM     SECTION.
               IF NOT WRK-APROV-DISPONIVEL-SIM
                   OR NOT WRK-MESTRE-DISPONIVEL-SIM
                   DISPLAY "APROVACAO IMPOSSIVEL - APVPEND OU "
                       "CADASTRO MESTRE INDISPONIVEL"
               ELSE
                   PERFORM 0000-A-INICIO-PENDENCIAS
                   PERFORM 0002-A-DECIDE-UMA
                       UNTIL WRK-FIM-APV-SIM
               END-IF.
               DISPLAY "PENDENTES VISTAS: " WRK-QTDE-PENDENTES
                   " APROVADAS: " WRK-QTDE-APROVADAS
                   " REJEITADAS: " WRK-QTDE-REJEITADAS
                   " PROPRIAS (NAO OFERECIDAS): " WRK-QTDE-PROPRIAS.

       0002-A-DECIDE-UMA       SECTION.
               READ ARQ-APROVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-APV
                   NOT AT END
                       IF APV-PENDENTE
                           ADD 1 TO WRK-QTDE-PENDENTES
                           IF APV-SOLICITANTE = WRK-OPERADOR-SIGNON
                               ADD 1 TO WRK-QTDE-PROPRIAS
                           ELSE
                               PERFORM 0002-B-PERGUNTA-DECISAO
                           END-IF
                       END-IF
               END-READ.

       0002-B-PERGUNTA-DECISAO SECTION.
               PERFORM 0000-C-MOSTRA-PENDENCIA.
               MOVE SPACES TO WRK-DECISAO.
               DISPLAY "  DECISAO (A-APROVAR/R-REJEITAR/"
                   "OUTRA-PULAR): "
                   ACCEPT WRK-DECISAO.
               EVALUATE TRUE
                   WHEN WRK-DECISAO-APROVA
                       PERFORM 0005-APLICA-ALTERACAO
                   WHEN WRK-DECISAO-REJEITA
                       DISPLAY "  MOTIVO DA REJEICAO: "
                           ACCEPT WRK-MOTIVO
                       IF WRK-MOTIVO = SPACES
                           MOVE WRK-MOTIVO-PADRAO TO WRK-MOTIVO
                       END-IF
                       PERFORM 0005-C-REJEITA
                   WHEN OTHER
                       DISPLAY "  MANTIDA PENDENTE"
               END-EVALUATE.

      *    MODO 3 - LOTE INTEIRO DO DISSIDIO (PROGRAMA11): RESUMO
      *    (QUANTIDADE E TOTAIS ANTES/DEPOIS) E UMA DECISAO SO PARA
      *    TODAS AS PENDENTES DO LOTE; AS SOLICITADAS PELO PROPRIO
      *    APROVADOR FICAM PENDENTES PARA OUTRO SUPERVISOR
       0003-DECIDE-LOTE        SECTION.
               DISPLAY "DIGITE O LOTE DO PROGRAMA11: "
                   ACCEPT WRK-LOTE.
               DISPLAY "DIGITE A DATA DO LOTE (AAAAMMDD, ZEROS = "
                   "HOJE): "
                   ACCEPT WRK-DATA-LOTE.
               IF WRK-DATA-LOTE = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-LOTE
               END-IF.
               IF NOT WRK-APROV-DISPONIVEL-SIM
                   OR NOT WRK-MESTRE-DISPONIVEL-SIM
                   DISPLAY "APROVACAO IMPOSSIVEL - APVPEND OU "
                       "CADASTRO MESTRE INDISPONIVEL"
               ELSE
                   PERFORM 0000-A-INICIO-PENDENCIAS
                   PERFORM 0003-A-RESUME-UMA
                       UNTIL WRK-FIM-APV-SIM
                   PERFORM 0003-B-CONFIRMA-LOTE
               END-IF.

       0003-A-RESUME-UMA       SECTION.
               READ ARQ-APROVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-APV
                   NOT AT END
                       IF APV-PENDENTE
                           AND APV-ORIGEM = "PROGRAMA11"
                           AND APV-LOTE = WRK-LOTE
                           AND APV-DATA-SOLIC = WRK-DATA-LOTE
                           IF APV-SOLICITANTE = WRK-OPERADOR-SIGNON
                               ADD 1 TO WRK-QTDE-PROPRIAS
                           ELSE
                               ADD 1 TO WRK-QTDE-PENDENTES
                               ADD APV-SALARIO-ANT  TO WRK-TOTAL-ANTES
                               ADD APV-SALARIO-NOVO TO WRK-TOTAL-DEPOIS
                           END-IF
                       END-IF
               END-READ.

       0003-B-CONFIRMA-LOTE    SECTION.
               IF WRK-QTDE-PROPRIAS > ZEROS
                   DISPLAY WRK-QTDE-PROPRIAS " SOLICITACOES DO LOTE "
                       "FEITAS POR " WRK-OPERADOR-SIGNON
                       " - FICAM PARA OUTRO SUPERVISOR"
               END-IF.
               IF WRK-QTDE-PENDENTES = ZEROS
                   DISPLAY "NENHUMA PENDENTE DO LOTE " WRK-LOTE
                       " DE " WRK-DATA-LOTE " PARA DECIDIR"
               ELSE
                   DISPLAY "LOTE " WRK-LOTE " DE " WRK-DATA-LOTE
                       ": " WRK-QTDE-PENDENTES " PENDENTES"
                   MOVE WRK-TOTAL-ANTES  TO WRK-TOTAL-EDT
                   DISPLAY "  TOTAL SALARIOS ANTES.. R$ "
                       WRK-TOTAL-EDT
                   MOVE WRK-TOTAL-DEPOIS TO WRK-TOTAL-EDT
                   DISPLAY "  TOTAL SALARIOS DEPOIS. R$ "
                       WRK-TOTAL-EDT
                   MOVE SPACES TO WRK-DECISAO
                   DISPLAY "DECISAO PARA O LOTE INTEIRO (A-APROVAR/"
                       "R-REJEITAR/OUTRA-NADA): "
                       ACCEPT WRK-DECISAO
                   IF WRK-DECISAO-REJEITA
                       DISPLAY "MOTIVO DA REJEICAO: "
                           ACCEPT WRK-MOTIVO
                       IF WRK-MOTIVO = SPACES
                           MOVE WRK-MOTIVO-PADRAO TO WRK-MOTIVO
                       END-IF
                   END-IF
                   IF WRK-DECISAO-APROVA OR WRK-DECISAO-REJEITA
                       PERFORM 0000-A-INICIO-PENDENCIAS
                       PERFORM 0003-C-DECIDE-DO-LOTE
                           UNTIL WRK-FIM-APV-SIM
                       DISPLAY "LOTE " WRK-LOTE " - APROVADAS: "
                           WRK-QTDE-APROVADAS " REJEITADAS: "
                           WRK-QTDE-REJEITADAS
                   ELSE
                       DISPLAY "LOTE MANTIDO PENDENTE"
                   END-IF
               END-IF.

       0003-C-DECIDE-DO-LOTE   SECTION.
               READ ARQ-APROVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-APV
                   NOT AT END
                       IF APV-PENDENTE
                           AND APV-ORIGEM = "PROGRAMA11"
                           AND APV-LOTE = WRK-LOTE
                           AND APV-DATA-SOLIC = WRK-DATA-LOTE
                           AND APV-SOLICITANTE NOT = WRK-OPERADOR-SIGNON
                           IF WRK-DECISAO-APROVA
                               PERFORM 0005-APLICA-ALTERACAO
                           ELSE
                               PERFORM 0005-C-REJEITA
                           END-IF
                       END-IF
               END-READ.

      *    MODO 4 - RELATORIO DIARIO DAS PENDENTES HA MAIS DE N
      *    DIAS CORRIDOS (ZERO = PADRAO DE 3), NA ORDEM DO CODIGO
       0004-RELATORIO-ANTIGAS  SECTION.
               DISPLAY "DIGITE O PRAZO EM DIAS (ZEROS = 3): "
                   ACCEPT WRK-DIAS-MINIMO.
               IF WRK-DIAS-MINIMO = ZEROS
                   MOVE WRK-DIAS-PADRAO TO WRK-DIAS-MINIMO
               END-IF.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "APVREL  "    TO WRK-REP-ID.
               MOVE WRK-DATA-HOJE TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA79"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.

               MOVE SPACES              TO APR-CABECALHO-REC.
               MOVE "H"                 TO APR-CAB-TIPO.
               MOVE WRK-LIT-APR-TITULO  TO APR-CAB-TITULO.
               MOVE WRK-LIT-APR-DIAS    TO APR-CAB-LIT-DIAS.
               MOVE WRK-DIAS-MINIMO     TO APR-CAB-DIAS.
               MOVE WRK-LIT-APR-DATA    TO APR-CAB-LIT-DATA.
               MOVE WRK-DATA-HOJE       TO APR-CAB-DATA.
               WRITE APR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO APR-COLUNA-REC.
               MOVE "C"                 TO APR-COL-TIPO.
               MOVE WRK-LIT-APR-COLUNAS TO APR-COL-TEXTO.
               WRITE APR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               IF WRK-APROV-DISPONIVEL-SIM
                   PERFORM 0000-A-INICIO-PENDENCIAS
                   PERFORM 0004-A-AVALIA-UMA
                       UNTIL WRK-FIM-APV-SIM
               END-IF.

               MOVE WRK-LIT-APR-TOT-ANT TO WRK-LIT-TOTAL.
               MOVE WRK-QTDE-ANTIGAS    TO WRK-QTDE-TOTAL.
               PERFORM 0004-D-GRAVA-TOTAL.
               MOVE WRK-LIT-APR-TOT-PEN TO WRK-LIT-TOTAL.
               MOVE WRK-QTDE-PENDENTES  TO WRK-QTDE-TOTAL.
               PERFORM 0004-D-GRAVA-TOTAL.

               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               DISPLAY "RELATORIO DE PENDENTES GRAVADO (APVREL) - "
                   WRK-QTDE-PENDENTES " PENDENTES, "
                   WRK-QTDE-ANTIGAS " HA MAIS DE "
                   WRK-DIAS-MINIMO " DIAS".

       0004-A-AVALIA-UMA       SECTION.
               READ ARQ-APROVACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-APV
                   NOT AT END
                       IF APV-PENDENTE
                           ADD 1 TO WRK-QTDE-PENDENTES
                           PERFORM 0004-B-CALCULA-DIAS
                           IF WRK-DIAS-PENDENTE > WRK-DIAS-MINIMO
                               ADD 1 TO WRK-QTDE-ANTIGAS
                               PERFORM 0004-C-GRAVA-DETALHE
                           END-IF
                       END-IF
               END-READ.

      *    DIAS CORRIDOS DA SOLICITACAO ATE HOJE, CONTADOS DIA A DIA
      *    PELO CPD-8070 (SEM ARITMETICA DE CALENDARIO A MAO)
       0004-B-CALCULA-DIAS     SECTION.
               MOVE ZEROS TO WRK-DIAS-PENDENTE.
               MOVE APV-DATA-SOLIC (1:4) TO CPD-CALC-ANO.
               MOVE APV-DATA-SOLIC (5:2) TO CPD-CALC-MES.
               MOVE APV-DATA-SOLIC (7:2) TO CPD-CALC-DIA.
               MOVE APV-DATA-SOLIC       TO WRK-DATA-CALC.
               PERFORM 0004-E-AVANCA-DIA
                   UNTIL WRK-DATA-CALC NOT < WRK-DATA-HOJE
                      OR WRK-DIAS-PENDENTE = 999.

       0004-E-AVANCA-DIA       SECTION.
               PERFORM CPD-8070-INCREMENTA-DIA.
               ADD 1 TO WRK-DIAS-PENDENTE.
               COMPUTE WRK-DATA-CALC =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.

       0004-C-GRAVA-DETALHE    SECTION.
               PERFORM 0000-B-DESCREVE-PENDENCIA.
               MOVE SPACES            TO APR-DETALHE-REC.
               MOVE "D"               TO APR-DET-TIPO.
               MOVE APV-CODIGO-EMP    TO APR-DET-CODIGO.
               MOVE WRK-NOME-FUNC     TO APR-DET-NOME.
               IF APV-SALARIO
                   MOVE WRK-LIT-APR-SALARIO TO APR-DET-ALTERACAO
               ELSE
                   MOVE WRK-LIT-APR-CONTA   TO APR-DET-ALTERACAO
               END-IF.
               MOVE WRK-TEXTO-DE      TO APR-DET-DE.
               MOVE WRK-TEXTO-PARA    TO APR-DET-PARA.
               MOVE APV-SOLICITANTE   TO APR-DET-SOLICITANTE.
               MOVE APV-DATA-SOLIC    TO APR-DET-DATA-SOLIC.
               MOVE WRK-DIAS-PENDENTE TO APR-DET-DIAS.
               MOVE APV-ORIGEM        TO APR-DET-ORIGEM.
               WRITE APR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    ROTULO E QUANTIDADE JA MOVIDOS PELO CHAMADOR
       0004-D-GRAVA-TOTAL      SECTION.
               MOVE SPACES           TO APR-TOTAL-REC.
               MOVE "T"              TO APR-TOT-TIPO.
               MOVE WRK-LIT-TOTAL    TO APR-TOT-LIT.
               MOVE WRK-QTDE-TOTAL   TO APR-TOT-QTDE.
               WRITE APR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    APROVACAO: O MESTRE SO E REGRAVADO SE AINDA TEM O VALOR
      *    "ANTES" DA SOLICITACAO - SE ALGUEM O MUDOU NESSE MEIO
      *    TEMPO (OU O FUNCIONARIO SUMIU), A SOLICITACAO E
      *    REJEITADA SEM APLICAR E PRECISA SER FEITA DE NOVO
       0005-APLICA-ALTERACAO   SECTION.
               MOVE "N" TO WRK-APLICADA.
               MOVE APV-CODIGO-EMP TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE "FUNCIONARIO NAO ESTA NO MESTRE"
                           TO WRK-MOTIVO
                   NOT INVALID KEY
                       MOVE MST-REGISTRO TO WRK-IMAGEM-ANTES
                       IF APV-SALARIO
                           IF EMP-SALARIO = APV-SALARIO-ANT
                               MOVE APV-SALARIO-NOVO TO EMP-SALARIO
                               MOVE "S" TO WRK-APLICADA
                           END-IF
                       ELSE
                           IF EMP-BANCO = APV-BANCO-ANT
                               AND EMP-AGENCIA = APV-AGENCIA-ANT
                               AND EMP-CONTA = APV-CONTA-ANT
                               MOVE APV-BANCO-NOVO   TO EMP-BANCO
                               MOVE APV-AGENCIA-NOVO TO EMP-AGENCIA
                               MOVE APV-CONTA-NOVO   TO EMP-CONTA
                               MOVE "S" TO WRK-APLICADA
                           END-IF
                       END-IF
                       IF NOT WRK-APLICADA-SIM
                           MOVE "MESTRE MUDOU APOS A SOLICITACAO"
                               TO WRK-MOTIVO
                       END-IF
               END-READ.
               IF WRK-APLICADA-SIM
                   REWRITE MST-REGISTRO
                   MOVE "PROGRAMA79"        TO CDJ-PROGRAMA
                   MOVE WRK-OPERADOR-SIGNON TO CDJ-OPERADOR
                   SET CDJ-ALTERACAO        TO TRUE
                   MOVE WRK-IMAGEM-ANTES    TO CDJ-IMAGEM-ANTES
                   MOVE MST-REGISTRO        TO CDJ-IMAGEM-DEPOIS
                   PERFORM 8400-GRAVA-JORNAL-MESTRE
                   IF APV-SALARIO
                       PERFORM 0005-A-GRAVA-HIST-SALARIO
                   ELSE
                       IF APV-CONTA-NOVO > ZEROS
                           PERFORM 0005-B-REGISTRA-PRENOTE
                       END-IF
                   END-IF
                   SET APV-APROVADO         TO TRUE
                   MOVE WRK-OPERADOR-SIGNON TO APV-APROVADOR
                   MOVE WRK-DATA-HOJE       TO APV-DATA-DECISAO
                   MOVE SPACES              TO APV-MOTIVO
                   REWRITE APV-REGISTRO
                   ADD 1 TO WRK-QTDE-APROVADAS
                   DISPLAY "  APROVADA E APLICADA - CODIGO "
                       APV-CODIGO-EMP
                   MOVE "PROGRAMA79"        TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR
                   STRING "APROVACAO TIPO " APV-TIPO
                       " CODIGO " APV-CODIGO-EMP
                       " SOLICITADA POR " APV-SOLICITANTE
                       " EM " APV-DATA-SOLIC
                       " LOTE " APV-LOTE
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   DISPLAY "  NAO APLICADA - " WRK-MOTIVO
                   PERFORM 0005-C-REJEITA
               END-IF.

      *    HISTORICO SALARIAL DA ALTERACAO APROVADA (SALHIST) - A
      *    DATA E A DA APLICACAO; O OPERADOR E QUEM SOLICITOU (O
      *    APROVADOR FICA NO APVPEND E NA TRILHA)
       0005-A-GRAVA-HIST-SALARIO SECTION.
               OPEN EXTEND ARQ-HIST-SALARIO.
               IF WRK-FS-HIST-SALARIO-NAO-EXISTE
                   OPEN OUTPUT ARQ-HIST-SALARIO
               END-IF.
               MOVE APV-CODIGO-EMP   TO SHT-CODIGO.
               MOVE WRK-DATA-HOJE    TO SHT-DATA.
               ACCEPT SHT-HORA FROM TIME.
               MOVE APV-SALARIO-ANT  TO SHT-SALARIO-ANT.
               MOVE APV-SALARIO-NOVO TO SHT-SALARIO-NOVO.
               MOVE APV-SOLICITANTE  TO SHT-OPERADOR.
               MOVE APV-LOTE         TO SHT-LOTE.
               WRITE SHT-REGISTRO.
               CLOSE ARQ-HIST-SALARIO.

      *    CONTA APROVADA ENTRA NO CONTROLE DE PRENOTE COMO NOVA -
      *    O PROGRAMA22 EM MODO PRENOTE ENVIA O TESTE DE VALOR
      *    ZERO E SO A CONTA APROVADA PELO BANCO ENTRA NA REMESSA
       0005-B-REGISTRA-PRENOTE SECTION.
               OPEN I-O ARQ-PRENOTE.
               IF WRK-FS-PRENOTE-NAO-EXISTE
                   OPEN OUTPUT ARQ-PRENOTE
                   CLOSE ARQ-PRENOTE
                   OPEN I-O ARQ-PRENOTE
               END-IF.
               MOVE APV-CODIGO-EMP   TO PRN-CODIGO.
               MOVE APV-BANCO-NOVO   TO PRN-BANCO.
               MOVE APV-AGENCIA-NOVO TO PRN-AGENCIA.
               MOVE APV-CONTA-NOVO   TO PRN-CONTA.
               SET PRN-NOVA TO TRUE.
               MOVE ZEROS            TO PRN-DATA-ENVIO.
               MOVE ZEROS            TO PRN-DATA-RETORNO.
               WRITE PRN-REGISTRO.
               IF WRK-FS-PRENOTE-DUPLICADO
                   REWRITE PRN-REGISTRO
               END-IF.
               CLOSE ARQ-PRENOTE.

      *    REJEICAO (DIGITADA OU POR MESTRE DIVERGENTE) - MOTIVO
      *    JA EM WRK-MOTIVO; NADA E APLICADO
       0005-C-REJEITA          SECTION.
               SET APV-REJEITADO        TO TRUE.
               MOVE WRK-OPERADOR-SIGNON TO APV-APROVADOR.
               MOVE WRK-DATA-HOJE       TO APV-DATA-DECISAO.
               MOVE WRK-MOTIVO          TO APV-MOTIVO.
               REWRITE APV-REGISTRO.
               ADD 1 TO WRK-QTDE-REJEITADAS.
               MOVE "PROGRAMA79"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               STRING "REJEICAO TIPO " APV-TIPO
                   " CODIGO " APV-CODIGO-EMP
                   " DE " APV-SOLICITANTE
                   " - " WRK-MOTIVO
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0006-FINALIZAR          SECTION.
               PERFORM 7975-FECHA-PENDENCIAS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               PERFORM 8210-LIBERA-TRAVA.
               GOBACK.

           COPY CPDATAVL.

           COPY CPAUDPR.

           COPY CPOPERPR.

           COPY CPLOCKPR.

           COPY CPCADJPR.

           COPY CPAPRPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE APR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
