           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB07.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONTROLE DE TRANSMISSAO DOS ARQUIVOS QUE SAEM
      *==          DA EMPRESA (REGISTRO TRANSMIT, CPTRANSM). CADA
      *==          GERACAO DE BANKPNNN, BANKCNNN, FGTSREM, DECLARA,
      *==          GLPOST E FOPAYEXT E REGISTRADA PELO PROGRAMA
      *==          GERADOR COMO CRIADA (SECTION 8130, CPTRNPR) COM
      *==          QUANTIDADE, TOTAL, HASH E LOTE. ESTE PROGRAMA
      *==          TEM TRES MODOS:
      *==          1 - LIBERACAO: O OPERADOR INFORMA ARQUIVO, DATA
      *==              E LOTE E CONFIRMA QTDE E HASH LIDOS NO
      *==              RODAPE DO ARQUIVO A ENVIAR; CONFERINDO COM O
      *==              REGISTRO, A GERACAO FICA MARCADA COMO
      *==              ENVIADA (OPERADOR, DATA, HORA). GERACAO JA
      *==              ENVIADA OU CONFIRMADA E RECUSADA SEMPRE -
      *==              NAO HA OVERRIDE PARA REENVIO DE LOTE; GERACAO
      *==              SUPERADA POR OUTRA MAIS NOVA DO MESMO
      *==              ARQUIVO E DO MESMO GRUPO (ESTABELECIMENTO,
      *==              COMPETENCIA, TIPO - TRM-GRUPO) TAMBEM E
      *==              RECUSADA;
      *==          2 - CONFIRMACAO: GERACAO ENVIADA RECEBE O
      *==              PROTOCOLO DO DESTINO (BANCO, CAIXA, RECEITA,
      *==              CONTABILIDADE, BUREAU);
      *==          3 - PENDENCIAS DO DIA (ARQ. TRANSREL): TODA
      *==              GERACAO CRIADA E NAO ENVIADA OU ENVIADA E
      *==              NAO CONFIRMADA, GUARDADA NO REPOSITORIO DE
      *==              RELATORIOS (ID TRANSPEN).
      *==          LIBERACOES, CONFIRMACOES E RECUSAS VAO PARA A
      *==          TRILHA DE AUDITORIA.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    LIBERACAO RECUSA A GERACAO SUPERADA POR
      *==                  OUTRA MAIS NOVA DO MESMO ARQUIVO E DO
      *==                  MESMO GRUPO (TRM-GRUPO) NO TRANSMIT -
      *==                  GRUPO EM BRANCO NUNCA E SUPERADO
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-CHAVE
                   FILE STATUS IS WRK-FS-TRANSMIT.
               SELECT ARQ-RELATORIO ASSIGN TO "TRANSREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQB7"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.

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
           FD  ARQ-TRANSMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPTRANSM.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS NOMEADOS,
      *    NAO FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS QUATRO VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  TRR-CABECALHO-REC.
               05 TRR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 TRR-CAB-TITULO       PIC X(50).
               05 TRR-CAB-LIT-DATA     PIC X(08).
               05 TRR-CAB-DATA         PIC 9(08).
               05 TRR-CAB-LIT-LOTE     PIC X(09).
               05 TRR-CAB-LOTE         PIC 9(05).
               05 FILLER               PIC X(47).
           01  TRR-COLUNA-REC REDEFINES TRR-CABECALHO-REC.
               05 TRR-COL-TIPO         PIC X(01).
               05 TRR-COL-TEXTO        PIC X(126).
               05 FILLER               PIC X(05).
           01  TRR-DETALHE-REC REDEFINES TRR-CABECALHO-REC.
               05 TRR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 TRR-DET-ARQUIVO      PIC X(08).
               05 FILLER               PIC X(02).
               05 TRR-DET-DATA         PIC 9(08).
               05 FILLER               PIC X(02).
               05 TRR-DET-LOTE         PIC 9(05).
               05 FILLER               PIC X(02).
               05 TRR-DET-PROGRAMA     PIC X(10).
               05 FILLER               PIC X(02).
               05 TRR-DET-QTDE         PIC ZZZZZZ9.
               05 FILLER               PIC X(02).
               05 TRR-DET-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 TRR-DET-HASH         PIC 9(15).
               05 FILLER               PIC X(02).
               05 TRR-DET-SITUACAO     PIC X(12).
               05 FILLER               PIC X(02).
               05 TRR-DET-ENV-OPERADOR PIC X(10).
               05 FILLER               PIC X(01).
               05 TRR-DET-ENV-DATA     PIC 9(08).
               05 FILLER               PIC X(13).
           01  TRR-TOTAL-REC REDEFINES TRR-CABECALHO-REC.
               05 TRR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 TRR-TOT-DESCRICAO    PIC X(50).
               05 TRR-TOT-QTDE         PIC ZZZZZZ9.
               05 FILLER               PIC X(73).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-LEITURA      PIC X(01) VALUE "N".
           88 WRK-FIM-LEITURA-SIM        VALUE "S".

       01 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-EXEC        PIC 9(08) VALUE ZEROS.

      *    PARAMETROS DO SYSIN: OPERADOR (SIGN-ON COM SENHA), MODO
      *    E OS CARTOES DO MODO
       77 WRK-MODO             PIC 9(01) VALUE ZEROS.
           88 WRK-MODO-LIBERACAO         VALUE 1.
           88 WRK-MODO-CONFIRMACAO       VALUE 2.
           88 WRK-MODO-PENDENCIAS        VALUE 3.
           88 WRK-MODO-VALIDO            VALUE 1 THRU 3.
      *    GERACAO PEDIDA - MESMO FORMATO DE TRM-CHAVE
       01 WRK-CHAVE-PEDIDA.
           05 WRK-PED-ARQUIVO      PIC X(08).
           05 WRK-PED-DATA         PIC 9(08).
           05 WRK-PED-LOTE         PIC 9(05).
       77 WRK-PED-QTDE         PIC 9(07) VALUE ZEROS.
       77 WRK-PED-HASH         PIC 9(15) VALUE ZEROS.
       77 WRK-PED-PROTOCOLO    PIC X(20) VALUE SPACES.
      *    MOTIVO DA RECUSA - EM BRANCO, A OPERACAO PROSSEGUE
       77 WRK-MOTIVO-RECUSA    PIC X(60) VALUE SPACES.
      *    REGISTRO DA GERACAO PEDIDA, GUARDADO ENQUANTO AS
      *    CHAVES SEGUINTES DO INDICE SAO LIDAS - MESMO TAMANHO DE
      *    TRM-REGISTRO
       01 WRK-TRM-PEDIDO       PIC X(157) VALUE SPACES.
       01 WRK-GRUPO-PEDIDO     PIC X(10)  VALUE SPACES.

      *    CONTADORES DO RELATORIO DE PENDENCIAS
       77 WRK-QTDE-CRIADAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SEM-CONF    PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-CONFIRMADAS PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-REAIS      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCRICAO  PIC X(50) VALUE SPACES.
       77 WRK-TOTAL-QTDE       PIC 9(07) VALUE ZEROS.

           COPY CPBATCH.

           COPY CPTRNWS.

           COPY CPREPWS.

           COPY CPAUDELO.

           COPY CPOPERWS.

      *    ROTULOS DA TRANSREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-TRR-TITULO   PIC X(50)
           VALUE "TRANSMISSOES PENDENTES DE ENVIO OU CONFIRMACAO".
       77 WRK-LIT-TRR-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-TRR-LOTE     PIC X(09) VALUE "  LOTE: ".
       77 WRK-LIT-TRR-CRIADO   PIC X(12) VALUE "NAO ENVIADO".
       77 WRK-LIT-TRR-ENVIADO  PIC X(12) VALUE "SEM CONFIRM.".
       77 WRK-LIT-TRR-CRIADAS  PIC X(50)
           VALUE "GERACOES CRIADAS E NAO ENVIADAS:".
       77 WRK-LIT-TRR-SEM-CONF PIC X(50)
           VALUE "GERACOES ENVIADAS SEM CONFIRMACAO DO DESTINO:".
       77 WRK-LIT-TRR-CONFIRMADAS PIC X(50)
           VALUE "GERACOES CONFIRMADAS (FORA DA LISTA):".
       77 WRK-LIT-TRR-VAZIO    PIC X(50)
           VALUE "NENHUMA TRANSMISSAO PENDENTE".
       01 WRK-LIT-TRR-COLUNAS.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LTC-ARQUIVO      PIC X(10) VALUE "ARQUIVO".
           05 WRK-LTC-DATA         PIC X(10) VALUE "DATA".
           05 WRK-LTC-LOTE         PIC X(07) VALUE "LOTE".
           05 WRK-LTC-PROGRAMA     PIC X(12) VALUE "PROGRAMA".
           05 WRK-LTC-QTDE         PIC X(09) VALUE "   QTDE".
           05 WRK-LTC-VALOR        PIC X(19)
               VALUE "       VALOR (R$)".
           05 WRK-LTC-HASH         PIC X(17)
               VALUE "           HASH".
           05 WRK-LTC-SITUACAO     PIC X(14) VALUE "SITUACAO".
           05 WRK-LTC-OPERADOR     PIC X(11) VALUE "LIB. POR".
           05 WRK-LTC-ENVIO        PIC X(08) VALUE "LIB. EM".

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0000-SIGN-ON.
               IF WRK-OPERADOR-AUTORIZADO-SIM
                   PERFORM 0100-CAPTURA-MODO
                       UNTIL WRK-MODO-VALIDO
                   MOVE WRK-DATA-EXEC       TO BAT-DATA
                   MOVE WRK-OPERADOR-SIGNON TO BAT-OPERADOR
                   PERFORM 7200-ATRIBUI-LOTE
                   OPEN EXTEND ARQ-AUDITORIA
                   IF WRK-FS-AUDITORIA-NAO-EXISTE
                       OPEN OUTPUT ARQ-AUDITORIA
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-MODO-LIBERACAO
                           PERFORM 1000-LIBERA-GERACAO
                       WHEN WRK-MODO-CONFIRMACAO
                           PERFORM 2000-CONFIRMA-GERACAO
                       WHEN OTHER
                           PERFORM 3000-RELATORIO-PENDENCIAS
                   END-EVALUATE
                   CLOSE ARQ-AUDITORIA
               END-IF.
               GOBACK.

      *    SIGN-ON COM SENHA (CPOPERPR) - QUEM LIBERA OU CONFIRMA
      *    FICA GRAVADO NO REGISTRO E NA TRILHA
       0000-SIGN-ON            SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR-SIGNON.
               PERFORM 7900-VALIDA-OPERADOR.
               IF NOT WRK-OPERADOR-AUTORIZADO-SIM
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
               END-IF.

       0100-CAPTURA-MODO       SECTION.
               DISPLAY "MODO: 1-LIBERACAO (ENVIO)  2-CONFIRMACAO DO "
                   "DESTINO  3-PENDENCIAS DO DIA "
                   ACCEPT WRK-MODO.
               IF NOT WRK-MODO-VALIDO
                   DISPLAY "MODO INVALIDO: " WRK-MODO
               END-IF.

      *    GERACAO PEDIDA: ARQUIVO (BANKPNNN, BANKCNNN, FGTSREM,
      *    DECLARA, GLPOST OU FOPAYEXT), DATA AAAAMMDD E LOTE
       0200-CAPTURA-GERACAO    SECTION.
               DISPLAY "DIGITE O ARQUIVO (EX.: BANKP001, FGTSREM): "
                   ACCEPT WRK-PED-ARQUIVO.
               DISPLAY "DIGITE A DATA DA GERACAO (AAAAMMDD): "
                   ACCEPT WRK-PED-DATA.
               DISPLAY "DIGITE O LOTE DA GERACAO: "
                   ACCEPT WRK-PED-LOTE.

      *    LIBERACAO - A GERACAO TEM DE ESTAR REGISTRADA, AINDA NAO
      *    LIBERADA E COM QTDE E HASH DO RODAPE IGUAIS AOS DO
      *    REGISTRO (O ARQUIVO NA MAO DO OPERADOR E MESMO AQUELE)
       1000-LIBERA-GERACAO     SECTION.
               PERFORM 0200-CAPTURA-GERACAO.
               DISPLAY "DIGITE A QTDE DE REGISTROS DO RODAPE: "
                   ACCEPT WRK-PED-QTDE.
               DISPLAY "DIGITE O HASH DO RODAPE: "
                   ACCEPT WRK-PED-HASH.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               OPEN I-O ARQ-TRANSMISSAO.
               IF NOT WRK-FS-TRANSMIT-OK
                   MOVE "REGISTRO DE TRANSMISSOES INDISPONIVEL"
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-CHAVE-PEDIDA TO TRM-CHAVE
                   READ ARQ-TRANSMISSAO
                       INVALID KEY
                           MOVE "GERACAO NAO REGISTRADA PELO GERADOR"
                               TO WRK-MOTIVO-RECUSA
                       NOT INVALID KEY
                           PERFORM 1100-CONFERE-LIBERACAO
                   END-READ
                   IF WRK-MOTIVO-RECUSA = SPACES
                       PERFORM 1200-MARCA-ENVIADA
                   END-IF
                   CLOSE ARQ-TRANSMISSAO
               END-IF.
               PERFORM 1300-AUDITA-LIBERACAO.

      *    LOTE JA LIBERADO NAO SAI DE NOVO - NEM COM SUPERVISOR;
      *    REENVIO LEGITIMO E UMA GERACAO NOVA DO PROGRAMA GERADOR,
      *    E A PARTIR DELA A GERACAO ANTIGA FICA SUPERADA
       1100-CONFERE-LIBERACAO  SECTION.
               IF TRM-ENVIADO OR TRM-CONFIRMADO
                   STRING "GERACAO JA LIBERADA EM " TRM-ENV-DATA
                       " POR " TRM-ENV-OPERADOR
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   PERFORM 1110-CONFERE-SUPERADA
                   IF WRK-MOTIVO-RECUSA = SPACES
                       AND (WRK-PED-QTDE NOT = TRM-QTDE-REG
                       OR WRK-PED-HASH NOT = TRM-HASH)
                       STRING "QTDE/HASH NAO CONFEREM - REGISTRO "
                           TRM-QTDE-REG "/" TRM-HASH
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   END-IF
               END-IF.

      *    A CHAVE E ARQUIVO + DATA + LOTE: AS GERACOES SEGUINTES
      *    NO INDICE, ENQUANTO FOREM DO MESMO ARQUIVO, SAO MAIS
      *    NOVAS - A PRIMEIRA DO MESMO GRUPO SUPERA A PEDIDA.
      *    ESTABELECIMENTOS, COMPETENCIAS E MODOS DIFERENTES
      *    CONVIVEM NO MESMO ARQUIVO E NAO SE SUPERAM. O REGISTRO
      *    PEDIDO E RESTAURADO NO FIM PARA A REGRAVACAO DA 1200
       1110-CONFERE-SUPERADA   SECTION.
               MOVE TRM-REGISTRO TO WRK-TRM-PEDIDO.
               IF TRM-GRUPO NOT = SPACES
                   MOVE TRM-GRUPO TO WRK-GRUPO-PEDIDO
                   MOVE "N" TO WRK-FIM-LEITURA
                   START ARQ-TRANSMISSAO KEY IS GREATER THAN TRM-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 1120-LE-GERACAO-SEGUINTE
                       UNTIL WRK-FIM-LEITURA-SIM
                   MOVE WRK-TRM-PEDIDO TO TRM-REGISTRO
               END-IF.

       1120-LE-GERACAO-SEGUINTE SECTION.
               READ ARQ-TRANSMISSAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRM-ARQUIVO NOT = WRK-PED-ARQUIVO
                               MOVE "S" TO WRK-FIM-LEITURA
                           WHEN TRM-GRUPO = WRK-GRUPO-PEDIDO
                               STRING "GERACAO SUPERADA PELA DE "
                                   TRM-DATA "/" TRM-LOTE
                                   DELIMITED BY SIZE
                                   INTO WRK-MOTIVO-RECUSA
                               MOVE "S" TO WRK-FIM-LEITURA
                       END-EVALUATE
               END-READ.

       1200-MARCA-ENVIADA      SECTION.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               SET TRM-ENVIADO          TO TRUE.
               MOVE WRK-OPERADOR-SIGNON TO TRM-ENV-OPERADOR.
               MOVE WRK-DATA-EXEC       TO TRM-ENV-DATA.
               MOVE WRK-HORA-EXEC       TO TRM-ENV-HORA.
               REWRITE TRM-REGISTRO.
               IF NOT WRK-FS-TRANSMIT-OK
                   STRING "FALHA NA REGRAVACAO DO REGISTRO - FS "
                       WRK-FS-TRANSMIT
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               END-IF.

       1300-AUDITA-LIBERACAO   SECTION.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB07"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               IF WRK-MOTIVO-RECUSA = SPACES
                   STRING "LIBERADO " WRK-PED-ARQUIVO " "
                       WRK-PED-DATA "/" WRK-PED-LOTE
                       " QTDE " WRK-PED-QTDE " HASH " WRK-PED-HASH
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "GERACAO " WRK-PED-ARQUIVO " "
                       WRK-PED-DATA "/" WRK-PED-LOTE
                       " LIBERADA PARA ENVIO"
               ELSE
                   STRING "LIBERACAO RECUSADA " WRK-PED-ARQUIVO " "
                       WRK-PED-DATA "/" WRK-PED-LOTE " - "
                       WRK-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "*** LIBERACAO RECUSADA - "
                       WRK-MOTIVO-RECUSA
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    CONFIRMACAO - SO GERACAO LIBERADA E AINDA NAO
      *    CONFIRMADA, COM O PROTOCOLO DEVOLVIDO PELO DESTINO
       2000-CONFIRMA-GERACAO   SECTION.
               PERFORM 0200-CAPTURA-GERACAO.
               DISPLAY "DIGITE O PROTOCOLO DO DESTINO: "
                   ACCEPT WRK-PED-PROTOCOLO.
               MOVE SPACES TO WRK-MOTIVO-RECUSA.
               IF WRK-PED-PROTOCOLO = SPACES
                   MOVE "PROTOCOLO DO DESTINO NAO INFORMADO"
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   PERFORM 2100-GRAVA-CONFIRMACAO
               END-IF.
               PERFORM 2300-AUDITA-CONFIRMACAO.

       2100-GRAVA-CONFIRMACAO  SECTION.
               OPEN I-O ARQ-TRANSMISSAO.
               IF NOT WRK-FS-TRANSMIT-OK
                   MOVE "REGISTRO DE TRANSMISSOES INDISPONIVEL"
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   MOVE WRK-CHAVE-PEDIDA TO TRM-CHAVE
                   READ ARQ-TRANSMISSAO
                       INVALID KEY
                           MOVE "GERACAO NAO REGISTRADA PELO GERADOR"
                               TO WRK-MOTIVO-RECUSA
                       NOT INVALID KEY
                           PERFORM 2200-CONFERE-CONFIRMACAO
                   END-READ
                   IF WRK-MOTIVO-RECUSA = SPACES
                       ACCEPT WRK-HORA-EXEC FROM TIME
                       SET TRM-CONFIRMADO        TO TRUE
                       MOVE WRK-OPERADOR-SIGNON  TO TRM-CNF-OPERADOR
                       MOVE WRK-DATA-EXEC        TO TRM-CNF-DATA
                       MOVE WRK-HORA-EXEC        TO TRM-CNF-HORA
                       MOVE WRK-PED-PROTOCOLO    TO TRM-CNF-PROTOCOLO
                       REWRITE TRM-REGISTRO
                   END-IF
                   CLOSE ARQ-TRANSMISSAO
               END-IF.

       2200-CONFERE-CONFIRMACAO SECTION.
               IF TRM-CRIADO
                   MOVE "GERACAO AINDA NAO LIBERADA PARA ENVIO"
                       TO WRK-MOTIVO-RECUSA
               END-IF.
               IF TRM-CONFIRMADO
                   STRING "GERACAO JA CONFIRMADA EM " TRM-CNF-DATA
                       " PROTOCOLO " TRM-CNF-PROTOCOLO
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               END-IF.

       2300-AUDITA-CONFIRMACAO SECTION.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB07"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               IF WRK-MOTIVO-RECUSA = SPACES
                   STRING "CONFIRMADO " WRK-PED-ARQUIVO " "
                       WRK-PED-DATA "/" WRK-PED-LOTE
                       " PROTOCOLO " WRK-PED-PROTOCOLO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "GERACAO " WRK-PED-ARQUIVO " "
                       WRK-PED-DATA "/" WRK-PED-LOTE
                       " CONFIRMADA PELO DESTINO"
               ELSE
                   STRING "CONFIRMACAO RECUSADA " WRK-PED-ARQUIVO " "
                       WRK-PED-DATA "/" WRK-PED-LOTE " - "
                       WRK-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   DISPLAY "*** CONFIRMACAO RECUSADA - "
                       WRK-MOTIVO-RECUSA
               END-IF.
               PERFORM 7000-GRAVA-AUDITORIA.

      *    PENDENCIAS - TODO O REGISTRO, NA ORDEM ARQUIVO/DATA/
      *    LOTE; CONFIRMADAS SO ENTRAM NA CONTAGEM
       3000-RELATORIO-PENDENCIAS SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "TRANSPEN"   TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE BAT-NUMERO   TO WRK-REP-LOTE.
               MOVE "PROGRAMB07" TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO TRR-CABECALHO-REC.
               MOVE "H"                TO TRR-CAB-TIPO.
               MOVE WRK-LIT-TRR-TITULO TO TRR-CAB-TITULO.
               MOVE WRK-LIT-TRR-DATA   TO TRR-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO TRR-CAB-DATA.
               MOVE WRK-LIT-TRR-LOTE   TO TRR-CAB-LIT-LOTE.
               MOVE BAT-NUMERO         TO TRR-CAB-LOTE.
               WRITE TRR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO TRR-COLUNA-REC.
               MOVE "C"                 TO TRR-COL-TIPO.
               MOVE WRK-LIT-TRR-COLUNAS TO TRR-COL-TEXTO.
               WRITE TRR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-TRANSMISSAO.
               IF WRK-FS-TRANSMIT-OK
                   PERFORM 3100-LE-UMA-GERACAO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-TRANSMISSAO
               ELSE
                   DISPLAY "REGISTRO DE TRANSMISSOES (TRANSMIT) "
                       "AUSENTE - NENHUMA GERACAO REGISTRADA"
               END-IF.
               PERFORM 3300-GRAVA-TOTAIS.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               MOVE SPACES              TO AUD-DESCRICAO.
               MOVE "PROGRAMB07"        TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR-SIGNON TO AUD-OPERADOR.
               STRING "PENDENCIAS DE TRANSMISSAO LOTE " BAT-NUMERO
                   " NAO ENVIADAS " WRK-QTDE-CRIADAS
                   " SEM CONFIRMACAO " WRK-QTDE-SEM-CONF
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               DISPLAY "PENDENCIAS GRAVADAS (TRANSREL) - "
                   WRK-QTDE-CRIADAS " NAO ENVIADAS, "
                   WRK-QTDE-SEM-CONF " SEM CONFIRMACAO".

       3100-LE-UMA-GERACAO     SECTION.
               READ ARQ-TRANSMISSAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRM-CRIADO
                               ADD 1 TO WRK-QTDE-CRIADAS
                               PERFORM 3200-GRAVA-DETALHE
                           WHEN TRM-ENVIADO
                               ADD 1 TO WRK-QTDE-SEM-CONF
                               PERFORM 3200-GRAVA-DETALHE
                           WHEN OTHER
                               ADD 1 TO WRK-QTDE-CONFIRMADAS
                       END-EVALUATE
               END-READ.

      *    TOTAL DO REGISTRO EM CENTAVOS SAI EM REAIS
       3200-GRAVA-DETALHE      SECTION.
               MOVE SPACES           TO TRR-DETALHE-REC.
               MOVE "D"              TO TRR-DET-TIPO.
               MOVE TRM-ARQUIVO      TO TRR-DET-ARQUIVO.
               MOVE TRM-DATA         TO TRR-DET-DATA.
               MOVE TRM-LOTE         TO TRR-DET-LOTE.
               MOVE TRM-PROGRAMA     TO TRR-DET-PROGRAMA.
               MOVE TRM-QTDE-REG     TO TRR-DET-QTDE.
               COMPUTE WRK-VALOR-REAIS = TRM-TOTAL-VALOR / 100.
               MOVE WRK-VALOR-REAIS  TO TRR-DET-VALOR.
               MOVE TRM-HASH         TO TRR-DET-HASH.
               IF TRM-CRIADO
                   MOVE WRK-LIT-TRR-CRIADO  TO TRR-DET-SITUACAO
               ELSE
                   MOVE WRK-LIT-TRR-ENVIADO TO TRR-DET-SITUACAO
                   MOVE TRM-ENV-OPERADOR    TO TRR-DET-ENV-OPERADOR
                   MOVE TRM-ENV-DATA        TO TRR-DET-ENV-DATA
               END-IF.
               WRITE TRR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       3300-GRAVA-TOTAIS       SECTION.
               IF WRK-QTDE-CRIADAS = ZEROS
                   AND WRK-QTDE-SEM-CONF = ZEROS
                   MOVE WRK-LIT-TRR-VAZIO TO WRK-TOTAL-DESCRICAO
                   MOVE ZEROS             TO WRK-TOTAL-QTDE
                   PERFORM 3310-GRAVA-TOTAL
               END-IF.
               MOVE WRK-LIT-TRR-CRIADAS     TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-CRIADAS        TO WRK-TOTAL-QTDE.
               PERFORM 3310-GRAVA-TOTAL.
               MOVE WRK-LIT-TRR-SEM-CONF    TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-SEM-CONF       TO WRK-TOTAL-QTDE.
               PERFORM 3310-GRAVA-TOTAL.
               MOVE WRK-LIT-TRR-CONFIRMADAS TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-QTDE-CONFIRMADAS    TO WRK-TOTAL-QTDE.
               PERFORM 3310-GRAVA-TOTAL.

       3310-GRAVA-TOTAL        SECTION.
               MOVE SPACES              TO TRR-TOTAL-REC.
               MOVE "T"                 TO TRR-TOT-TIPO.
               MOVE WRK-TOTAL-DESCRICAO TO TRR-TOT-DESCRICAO.
               MOVE WRK-TOTAL-QTDE      TO TRR-TOT-QTDE.
               WRITE TRR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

           COPY CPAUDPR.

           COPY CPBATPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE TRR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPOPERPR.
