           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA92.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LANCAMENTO EM LOTE DOS EVENTOS VARIAVEIS DA
      *==          FOLHA - GRATIFICACAO AVULSA, DESCONTO DE
      *==          AVARIA, LUVAS, REEMBOLSO DE REFEICAO E
      *==          SEMELHANTES, QUE VALEM PARA UMA COMPETENCIA SO
      *==          E NAO CABEM NA ADESAO RECORRENTE DO FUNCRUB. LE
      *==          O ARQUIVO DE LANCAMENTOS (EVENTENT) COM UM
      *==          CABECALHO, OS DETALHES (CODIGO, COMPETENCIA
      *==          AAAAMM, RUBRICA DO CADASTRO RUBRICA, QUANTIDADE
      *==          E/OU VALOR, HISTORICO) E UM RODAPE COM OS
      *==          TOTAIS DE CONTROLE, NO ESTILO DO TRANENT. A
      *==          PRIMEIRA PASSADA CONFERE A ESTRUTURA E OS
      *==          TOTAIS - LOTE QUE NAO FECHA E RECUSADO INTEIRO,
      *==          NADA E LANCADO. A SEGUNDA VALIDA CADA DETALHE
      *==          (FUNCIONARIO ATIVO NO CADMEST, RUBRICA
      *==          CADASTRADA, COMPETENCIA AINDA NAO FECHADA NO
      *==          FOLHACTL) E GRAVA O EVENTO PENDENTE NO ARQUIVO
      *==          EVENTOS (COPYBOOK CPEVENTO), QUE A FOLHA MENSAL
      *==          (PROGRAMA12) PAGA E BAIXA E O CONTRACHEQUE
      *==          (PROGRAMA13) ITEMIZA. DETALHE REPROVADO VAI PARA
      *==          O RELATORIO DE EXCECOES (EXCPTRPT) COM O NUMERO
      *==          DA LINHA, E AS CONTAGENS SAEM NO FIM.
      *==          VALOR INFORMADO PREVALECE; EM ZEROS, O VALOR E A
      *==          QUANTIDADE VEZES O VALOR FIXO DA RUBRICA, OU
      *==          VEZES O PERCENTUAL DA RUBRICA SOBRE O SALARIO
      *==          DO CADASTRO.
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    LOTE COMPLEMENTAR (ENT-CAB-FOLHA = C):
      *==                  LANCA EVENTOS SO PARA COMPETENCIA JA
      *==                  FECHADA NO FOLHACTL, MARCADOS PARA A FOLHA
      *==                  COMPLEMENTAR (PROGRAMA93) - O LOTE COMUM
      *==                  CONTINUA RECUSANDO COMPETENCIA FECHADA
      *== 15/10/26   WS    LINHA DE COMPETENCIA DE ANO FECHADO NO
      *==                  CONTROLE ANUAL (ARQ. ANOFECH, CPANOFCH/
      *==                  CPANFWS/CPANFPR, PELO PROGRAMB09) E
      *==                  RECUSADA, MENSAL OU COMPLEMENTAR
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-LANCAMENTO ASSIGN TO "EVENTENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-LANCAMENTO.
               SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-CHAVE
                   FILE STATUS IS WRK-FS-EVENTOS.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-RUBRICAS ASSIGN TO "RUBRICA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RUB-CODIGO
                   FILE STATUS IS WRK-FS-RUBRICAS.
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-EXCECAO ASSIGN TO "EXCPTRPT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-EXCECAO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ92"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
      *    LOTE DE EVENTOS: "H" PRIMEIRO, OS "D" NO MEIO E UM "T"
      *    POR ULTIMO COM A QUANTIDADE DE DETALHES E AS SOMAS DO
      *    VALOR E DA QUANTIDADE INFORMADOS - MESMA DISCIPLINA DO
      *    TRANENT DO PROGRAMA06 (CONFERIDO PELO PROGRAMA30)
           FD  ARQ-LANCAMENTO
               LABEL RECORD IS STANDARD.
           01  ENT-CABECALHO-REC.
               05 ENT-CAB-TIPO         PIC X(01).
               05 ENT-CAB-DATA         PIC 9(08).
               05 ENT-CAB-ORIGEM       PIC X(20).
      *        C = LOTE DA FOLHA COMPLEMENTAR; BRANCO/M = MENSAL
               05 ENT-CAB-FOLHA        PIC X(01).
                   88 ENT-CAB-COMPLEMENTAR       VALUE "C".
               05 FILLER               PIC X(50).
           01  ENT-DETALHE-REC REDEFINES ENT-CABECALHO-REC.
               05 ENT-DET-TIPO         PIC X(01).
               05 ENT-DET-CODIGO       PIC 9(05).
               05 ENT-DET-COMPETENCIA  PIC 9(06).
               05 ENT-DET-RUBRICA      PIC X(04).
               05 ENT-DET-QUANTIDADE   PIC 9(03)V99.
               05 ENT-DET-VALOR        PIC 9(08)V99.
               05 ENT-DET-HISTORICO    PIC X(30).
               05 FILLER               PIC X(19).
           01  ENT-RODAPE-REC REDEFINES ENT-CABECALHO-REC.
               05 ENT-ROD-TIPO         PIC X(01).
               05 ENT-ROD-QTDE         PIC 9(05).
               05 ENT-ROD-TOTAL-VALOR  PIC 9(09)V99.
               05 ENT-ROD-TOTAL-QTDE   PIC 9(07)V99.
               05 FILLER               PIC X(54).

           FD  ARQ-EVENTOS
               LABEL RECORD IS STANDARD.
           COPY CPEVENTO.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-RUBRICAS
               LABEL RECORD IS STANDARD.
           COPY CPRUBRIC.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-EXCECAO
               LABEL RECORD IS STANDARD.
           COPY CPEXCPT.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-LANCAMENTO    PIC X(02) VALUE SPACES.
           88 WRK-FS-LANCAMENTO-OK       VALUE "00".
       77 WRK-FS-EVENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-EVENTOS-OK          VALUE "00".
           88 WRK-FS-EVENTOS-NAO-EXISTE  VALUE "35".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-RUBRICAS      PIC X(02) VALUE SPACES.
           88 WRK-FS-RUBRICAS-OK         VALUE "00".
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-FS-EXCECAO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXCECAO-OK          VALUE "00".
           88 WRK-FS-EXCECAO-NAO-EXISTE  VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

      *    ARQUIVOS ABERTOS - SO OS ABERTOS SAO FECHADOS NO FIM
       77 WRK-LANCAMENTO-ABERTO PIC X(01) VALUE "N".
           88 WRK-LANCAMENTO-ABERTO-SIM  VALUE "S".
       77 WRK-EVENTOS-ABERTO   PIC X(01) VALUE "N".
           88 WRK-EVENTOS-ABERTO-SIM     VALUE "S".
       77 WRK-MESTRE-ABERTO    PIC X(01) VALUE "N".
           88 WRK-MESTRE-ABERTO-SIM      VALUE "S".
       77 WRK-RUBRICAS-ABERTO  PIC X(01) VALUE "N".
           88 WRK-RUBRICAS-ABERTO-SIM    VALUE "S".
      *    SEM O FOLHACTL (FOLHA AINDA NAO RODOU NENHUMA VEZ)
      *    NENHUMA COMPETENCIA ESTA FECHADA
       77 WRK-FOLHACTL-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-FOLHACTL-DISPONIVEL-SIM VALUE "S".

       77 WRK-PROSSEGUE        PIC X(01) VALUE "S".
           88 WRK-PROSSEGUE-SIM          VALUE "S".
       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".
       77 WRK-LINHA-INVALIDA   PIC X(01) VALUE "N".
           88 WRK-LINHA-INVALIDA-SIM     VALUE "S".
       77 WRK-MOTIVO-LINHA     PIC X(40) VALUE SPACES.
       77 WRK-NUMERO-LINHA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PROVENTOS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTOS  PIC 9(09)V99 VALUE ZEROS.

      *    CONFERENCIA DO LOTE (PRIMEIRA PASSADA) - O QUE FOI
      *    CONTADO NOS DETALHES CONTRA O QUE O RODAPE DECLARA
       77 WRK-PRIMEIRO-TIPO    PIC X(01) VALUE SPACES.
       77 WRK-ULTIMO-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-QTDE-CABECALHOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RODAPES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INVALIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-CNF-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-CNF-TOTAL-VALOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CNF-TOTAL-QTDE   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ROD-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-ROD-TOTAL-VALOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ROD-TOTAL-QTDE   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-LOTE      PIC X(20) VALUE SPACES.
       77 WRK-LOTE-FECHA       PIC X(01) VALUE "S".
           88 WRK-LOTE-FECHA-SIM         VALUE "S".
      *    LOTE DA FOLHA COMPLEMENTAR: SO ACEITA COMPETENCIA JA
      *    FECHADA, O CONTRARIO DO LOTE MENSAL
       77 WRK-LOTE-COMPLEMENTAR PIC X(01) VALUE "N".
           88 WRK-LOTE-COMPLEMENTAR-SIM  VALUE "S".

      *    DETALHE VALIDADO, GUARDADO ATE A GRAVACAO
       01 WRK-VAL-COMPET.
           05 WRK-VAL-COMPET-ANO PIC 9(04) VALUE ZEROS.
           05 WRK-VAL-COMPET-MES PIC 9(02) VALUE ZEROS.
       01 WRK-VAL-COMPET-N REDEFINES WRK-VAL-COMPET PIC 9(06).
       77 WRK-VAL-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-COMPET-FECHADA   PIC X(01) VALUE "N".
           88 WRK-COMPET-FECHADA-SIM     VALUE "S".
      *    PROXIMA SEQUENCIA DO FUNCIONARIO NA COMPETENCIA
       77 WRK-PROX-SEQ         PIC 9(04) VALUE ZEROS.
       77 WRK-FIM-SEQ          PIC X(01) VALUE "N".
           88 WRK-FIM-SEQ-SIM            VALUE "S".

           COPY CPBATCH.

           COPY CPANFWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-CONFERE-LOTE
               END-IF.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0002-LANCA-LOTE
               END-IF.
               PERFORM 0003-FINALIZAR.

      *    CADMEST, RUBRICA E EVENTOS SAO OBRIGATORIOS - SEM O
      *    SALARIO E A RUBRICA NAO HA COMO VALORIZAR O EVENTO, E
      *    NADA E LANCADO
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN EXTEND ARQ-EXCECAO.
               IF WRK-FS-EXCECAO-NAO-EXISTE
                   OPEN OUTPUT ARQ-EXCECAO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               OPEN INPUT ARQ-LANCAMENTO.
               IF WRK-FS-LANCAMENTO-OK
                   MOVE "S" TO WRK-LANCAMENTO-ABERTO
               ELSE
                   DISPLAY "ARQUIVO DE LANCAMENTOS (EVENTENT) NAO "
                       "ENCONTRADO - EXECUCAO ENCERRADA"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-ABERTO
               ELSE
                   DISPLAY "CADASTRO MESTRE (CADMEST) INDISPONIVEL - "
                       "FS: " WRK-FS-MESTRE " - NADA LANCADO"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN INPUT ARQ-RUBRICAS.
               IF WRK-FS-RUBRICAS-OK
                   MOVE "S" TO WRK-RUBRICAS-ABERTO
               ELSE
                   DISPLAY "CADASTRO DE RUBRICAS (RUBRICA) "
                       "INDISPONIVEL - FS: " WRK-FS-RUBRICAS
                       " - NADA LANCADO"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN INPUT ARQ-CTL-FOLHA.
               IF WRK-FS-CTL-FOLHA-OK
                   MOVE "S" TO WRK-FOLHACTL-DISPONIVEL
               ELSE
                   DISPLAY "CONTROLE DA FOLHA (FOLHACTL) AUSENTE - "
                       "NENHUMA COMPETENCIA FECHADA"
               END-IF.
               OPEN I-O ARQ-EVENTOS.
               IF WRK-FS-EVENTOS-NAO-EXISTE
                   OPEN OUTPUT ARQ-EVENTOS
                   CLOSE ARQ-EVENTOS
                   OPEN I-O ARQ-EVENTOS
               END-IF.
               IF WRK-FS-EVENTOS-OK
                   MOVE "S" TO WRK-EVENTOS-ABERTO
               ELSE
                   DISPLAY "ARQUIVO DE EVENTOS (EVENTOS) "
                       "INDISPONIVEL - FS: " WRK-FS-EVENTOS
                       " - NADA LANCADO"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.

      *    PRIMEIRA PASSADA: SO CONTA E SOMA. UM CABECALHO
      *    PRIMEIRO, UM RODAPE POR ULTIMO, NENHUM TIPO DESCONHECIDO
      *    OU DETALHE COM QUANTIDADE/VALOR NAO NUMERICO, E O
      *    RODAPE BATENDO A QUANTIDADE DE DETALHES E AS DUAS SOMAS
       0001-CONFERE-LOTE       SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               PERFORM 0001-A-CONFERE-UM
                   UNTIL NOT WRK-CONTINUA-LEITURA-SIM.
               CLOSE ARQ-LANCAMENTO.
               MOVE "N" TO WRK-LANCAMENTO-ABERTO.
               MOVE "S" TO WRK-LOTE-FECHA.
               IF WRK-PRIMEIRO-TIPO NOT = "H"
                   OR WRK-QTDE-CABECALHOS NOT = 1
                   MOVE "CABECALHO AUSENTE, REPETIDO OU FORA DO INICIO"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-LOTE
               END-IF.
               IF WRK-ULTIMO-TIPO NOT = "T"
                   OR WRK-QTDE-RODAPES NOT = 1
                   MOVE "RODAPE AUSENTE, REPETIDO OU FORA DO FIM"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-LOTE
               END-IF.
               IF WRK-QTDE-INVALIDOS > ZEROS
                   MOVE "TIPO DESCONHECIDO OU CAMPO NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-LOTE
               END-IF.
               IF WRK-QTDE-RODAPES = 1
                   IF WRK-ROD-QTDE NOT = WRK-CNF-QTDE
                       MOVE "QTDE DE DETALHES NAO BATE COM O RODAPE"
                           TO WRK-MOTIVO-LINHA
                       PERFORM 0001-B-REJEITA-LOTE
                   END-IF
                   IF WRK-ROD-TOTAL-VALOR NOT = WRK-CNF-TOTAL-VALOR
                       MOVE "TOTAL DE VALOR NAO BATE COM O RODAPE"
                           TO WRK-MOTIVO-LINHA
                       PERFORM 0001-B-REJEITA-LOTE
                   END-IF
                   IF WRK-ROD-TOTAL-QTDE NOT = WRK-CNF-TOTAL-QTDE
                       MOVE "TOTAL DE QUANTIDADE NAO BATE COM O RODAPE"
                           TO WRK-MOTIVO-LINHA
                       PERFORM 0001-B-REJEITA-LOTE
                   END-IF
               END-IF.
               DISPLAY "CONFERENCIA DO LOTE " WRK-ORIGEM-LOTE " - "
                   WRK-CNF-QTDE " DETALHES, VALOR "
                   WRK-CNF-TOTAL-VALOR " QUANTIDADE "
                   WRK-CNF-TOTAL-QTDE.
               DISPLAY "RODAPE DECLARA " WRK-ROD-QTDE
                   " DETALHES, VALOR " WRK-ROD-TOTAL-VALOR
                   " QUANTIDADE " WRK-ROD-TOTAL-QTDE.
               IF WRK-LOTE-FECHA-SIM
                   DISPLAY "LOTE CONFERIDO - TOTAIS DE CONTROLE OK"
                   IF WRK-LOTE-COMPLEMENTAR-SIM
                       DISPLAY "LOTE DA FOLHA COMPLEMENTAR - SO "
                           "COMPETENCIAS JA FECHADAS"
                   END-IF
                   OPEN INPUT ARQ-LANCAMENTO
                   MOVE "S" TO WRK-LANCAMENTO-ABERTO
               ELSE
                   DISPLAY "LOTE RECUSADO NA CONFERENCIA - NENHUM "
                       "EVENTO LANCADO (MOTIVOS NO EXCPTRPT)"
                   MOVE "N" TO WRK-PROSSEGUE
                   MOVE "PROGRAMA92" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " EVENTENT "
                       WRK-ORIGEM-LOTE " RECUSADO NA CONFERENCIA"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0001-A-CONFERE-UM       SECTION.
               READ ARQ-LANCAMENTO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-NUMERO-LINHA
                       IF WRK-NUMERO-LINHA = 1
                           MOVE ENT-CAB-TIPO TO WRK-PRIMEIRO-TIPO
                       END-IF
                       MOVE ENT-CAB-TIPO TO WRK-ULTIMO-TIPO
                       EVALUATE ENT-CAB-TIPO
                           WHEN "H"
                               ADD 1 TO WRK-QTDE-CABECALHOS
                               MOVE ENT-CAB-ORIGEM TO WRK-ORIGEM-LOTE
                               IF ENT-CAB-COMPLEMENTAR
                                   MOVE "S" TO WRK-LOTE-COMPLEMENTAR
                               END-IF
                           WHEN "D"
                               ADD 1 TO WRK-CNF-QTDE
                               IF ENT-DET-QUANTIDADE NUMERIC
                                   AND ENT-DET-VALOR NUMERIC
                                   ADD ENT-DET-VALOR
                                       TO WRK-CNF-TOTAL-VALOR
                                   ADD ENT-DET-QUANTIDADE
                                       TO WRK-CNF-TOTAL-QTDE
                               ELSE
                                   ADD 1 TO WRK-QTDE-INVALIDOS
                               END-IF
                           WHEN "T"
                               ADD 1 TO WRK-QTDE-RODAPES
                               IF ENT-ROD-QTDE NUMERIC
                                   AND ENT-ROD-TOTAL-VALOR NUMERIC
                                   AND ENT-ROD-TOTAL-QTDE NUMERIC
                                   MOVE ENT-ROD-QTDE TO WRK-ROD-QTDE
                                   MOVE ENT-ROD-TOTAL-VALOR
                                       TO WRK-ROD-TOTAL-VALOR
                                   MOVE ENT-ROD-TOTAL-QTDE
                                       TO WRK-ROD-TOTAL-QTDE
                               ELSE
                                   ADD 1 TO WRK-QTDE-INVALIDOS
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WRK-QTDE-INVALIDOS
                       END-EVALUATE
               END-READ.

       0001-B-REJEITA-LOTE     SECTION.
               MOVE "N" TO WRK-LOTE-FECHA.
               DISPLAY "*** " WRK-MOTIVO-LINHA " ***".
               MOVE "PROGRAMA92" TO EXC-PROGRAMA.
               MOVE BAT-NUMERO   TO EXC-LOTE.
               MOVE SPACES       TO EXC-ENTRADA.
               STRING "LOTE EVENTENT " WRK-ORIGEM-LOTE
                   DELIMITED BY SIZE INTO EXC-ENTRADA.
               MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

      *    SEGUNDA PASSADA: SO OS DETALHES, UM A UM
       0002-LANCA-LOTE         SECTION.
               MOVE "S"   TO WRK-CONTINUA-LEITURA.
               MOVE ZEROS TO WRK-NUMERO-LINHA.
               PERFORM 0002-A-LANCA-UM
                   UNTIL NOT WRK-CONTINUA-LEITURA-SIM.

       0002-A-LANCA-UM         SECTION.
               READ ARQ-LANCAMENTO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-NUMERO-LINHA
                       IF ENT-DET-TIPO = "D"
                           ADD 1 TO WRK-QTDE-LIDOS
                           PERFORM 0002-B-VALIDA-DETALHE
                           IF WRK-LINHA-INVALIDA-SIM
                               PERFORM 0002-E-GRAVA-REJEICAO
                           ELSE
                               PERFORM 0002-D-GRAVA-EVENTO
                           END-IF
                       END-IF
               END-READ.

      *    CODIGO ATIVO NO MESTRE, COMPETENCIA AAAAMM AINDA NAO
      *    FECHADA PELA FOLHA, RUBRICA CADASTRADA E VALOR DO
      *    EVENTO MAIOR QUE ZERO
       0002-B-VALIDA-DETALHE   SECTION.
               MOVE "N"    TO WRK-LINHA-INVALIDA.
               MOVE SPACES TO WRK-MOTIVO-LINHA.
               MOVE ZEROS  TO WRK-VAL-COMPET-N.
               IF ENT-DET-CODIGO NOT NUMERIC
                   OR ENT-DET-CODIGO = ZEROS
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "CODIGO EM BRANCO OU NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF ENT-DET-COMPETENCIA NOT NUMERIC
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "COMPETENCIA EM BRANCO OU NAO NUMERICA"
                           TO WRK-MOTIVO-LINHA
                   ELSE
                       MOVE ENT-DET-COMPETENCIA TO WRK-VAL-COMPET-N
                       IF WRK-VAL-COMPET-MES < 1
                           OR WRK-VAL-COMPET-MES > 12
                           OR WRK-VAL-COMPET-ANO < 2000
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "COMPETENCIA INVALIDA (AAAAMM)"
                               TO WRK-MOTIVO-LINHA
                       END-IF
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0002-H-CONFERE-COMPETENCIA
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   MOVE ENT-DET-CODIGO TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                               TO WRK-MOTIVO-LINHA
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               MOVE "S" TO WRK-LINHA-INVALIDA
                               MOVE "FUNCIONARIO DESLIGADO"
                                   TO WRK-MOTIVO-LINHA
                           END-IF
                   END-READ
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   MOVE ENT-DET-RUBRICA TO RUB-CODIGO
                   READ ARQ-RUBRICAS
                       INVALID KEY
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "RUBRICA NAO CADASTRADA"
                               TO WRK-MOTIVO-LINHA
                   END-READ
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0002-C-CALCULA-VALOR
                   IF WRK-VAL-VALOR = ZEROS
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "QUANTIDADE E VALOR ZERADOS"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0002-F-PROXIMA-SEQUENCIA
                   IF WRK-PROX-SEQ > 999
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "MAIS DE 999 EVENTOS NA COMPETENCIA"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.

      *    VALOR INFORMADO PREVALECE; SENAO QUANTIDADE VEZES O
      *    VALOR FIXO DA RUBRICA, OU VEZES O PERCENTUAL DELA SOBRE
      *    O SALARIO DO CADASTRO
       0002-C-CALCULA-VALOR    SECTION.
               IF ENT-DET-VALOR > ZEROS
                   MOVE ENT-DET-VALOR TO WRK-VAL-VALOR
               ELSE
                   IF RUB-PERCENTUAL-BRUTO
                       COMPUTE WRK-VAL-VALOR ROUNDED =
                           EMP-SALARIO * RUB-PERCENTUAL / 100
                           * ENT-DET-QUANTIDADE
                   ELSE
                       COMPUTE WRK-VAL-VALOR ROUNDED =
                           RUB-VALOR * ENT-DET-QUANTIDADE
                   END-IF
               END-IF.

       0002-D-GRAVA-EVENTO     SECTION.
               MOVE ENT-DET-CODIGO      TO EVT-CODIGO-EMP.
               MOVE WRK-VAL-COMPET-N    TO EVT-COMPETENCIA.
               MOVE WRK-PROX-SEQ        TO EVT-SEQUENCIA.
               MOVE RUB-CODIGO          TO EVT-RUBRICA.
               MOVE RUB-TIPO            TO EVT-TIPO.
               MOVE RUB-DESCRICAO       TO EVT-DESCRICAO.
               MOVE ENT-DET-HISTORICO   TO EVT-HISTORICO.
               MOVE ENT-DET-QUANTIDADE  TO EVT-QUANTIDADE.
               MOVE WRK-VAL-VALOR       TO EVT-VALOR.
               SET EVT-PENDENTE         TO TRUE.
               MOVE BAT-DATA            TO EVT-DATA-LANC.
               MOVE BAT-NUMERO          TO EVT-LOTE-LANC.
               MOVE BAT-OPERADOR        TO EVT-OPERADOR.
               MOVE ZEROS               TO EVT-DATA-PAGTO.
               MOVE ZEROS               TO EVT-LOTE-PAGTO.
               IF WRK-LOTE-COMPLEMENTAR-SIM
                   SET EVT-FOLHA-COMPLEMENTAR TO TRUE
               ELSE
                   MOVE "M" TO EVT-FOLHA
               END-IF.
               WRITE EVT-REGISTRO.
               IF WRK-FS-EVENTOS-OK
                   ADD 1 TO WRK-QTDE-GRAVADOS
                   IF EVT-PROVENTO
                       ADD WRK-VAL-VALOR TO WRK-TOTAL-PROVENTOS
                   ELSE
                       ADD WRK-VAL-VALOR TO WRK-TOTAL-DESCONTOS
                   END-IF
                   MOVE "PROGRAMA92" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "EVENTO " EVT-CODIGO-EMP
                       " COMP " EVT-COMPETENCIA
                       " SEQ " EVT-SEQUENCIA
                       " RUBRICA " EVT-RUBRICA " " EVT-TIPO
                       " FOLHA " EVT-FOLHA
                       " VALOR " EVT-VALOR
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE SPACES TO WRK-MOTIVO-LINHA
                   STRING "ERRO AO GRAVAR NO EVENTOS - FS: "
                       WRK-FS-EVENTOS
                       DELIMITED BY SIZE INTO WRK-MOTIVO-LINHA
                   PERFORM 0002-E-GRAVA-REJEICAO
               END-IF.

       0002-E-GRAVA-REJEICAO   SECTION.
               ADD 1 TO WRK-QTDE-REJEITADOS.
               DISPLAY "LINHA " WRK-NUMERO-LINHA
                   " REJEITADA - " WRK-MOTIVO-LINHA.
               MOVE "PROGRAMA92" TO EXC-PROGRAMA.
               MOVE BAT-NUMERO   TO EXC-LOTE.
               MOVE SPACES       TO EXC-ENTRADA.
               STRING "LINHA EVENTO " WRK-NUMERO-LINHA " "
                   ENT-DETALHE-REC (2:21)
                   DELIMITED BY SIZE INTO EXC-ENTRADA.
               MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

      *    ULTIMA SEQUENCIA JA GRAVADA PARA O FUNCIONARIO NA
      *    COMPETENCIA, MAIS UM
       0002-F-PROXIMA-SEQUENCIA SECTION.
               MOVE ZEROS            TO WRK-PROX-SEQ.
               MOVE "N"              TO WRK-FIM-SEQ.
               MOVE ENT-DET-CODIGO   TO EVT-CODIGO-EMP.
               MOVE WRK-VAL-COMPET-N TO EVT-COMPETENCIA.
               MOVE ZEROS            TO EVT-SEQUENCIA.
               START ARQ-EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-SEQ
               END-START.
               PERFORM 0002-G-LE-SEQUENCIA
                   UNTIL WRK-FIM-SEQ-SIM.
               ADD 1 TO WRK-PROX-SEQ.

       0002-G-LE-SEQUENCIA     SECTION.
               READ ARQ-EVENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-SEQ
                   NOT AT END
                       IF EVT-CODIGO-EMP NOT = ENT-DET-CODIGO
                           OR EVT-COMPETENCIA NOT = WRK-VAL-COMPET-N
                           MOVE "S" TO WRK-FIM-SEQ
                       ELSE
                           MOVE EVT-SEQUENCIA TO WRK-PROX-SEQ
                       END-IF
               END-READ.

      *    LOTE MENSAL NAO ENTRA EM COMPETENCIA FECHADA; LOTE
      *    COMPLEMENTAR SO ENTRA NELA (SEM O FOLHACTL NENHUMA ESTA
      *    FECHADA E O LOTE COMPLEMENTAR E TODO RECUSADO); ANO
      *    FECHADO NO ANOFECH NAO RECEBE NENHUM DOS DOIS
       0002-H-CONFERE-COMPETENCIA SECTION.
               MOVE "N" TO WRK-COMPET-FECHADA.
               IF WRK-FOLHACTL-DISPONIVEL-SIM
                   MOVE WRK-VAL-COMPET-N TO FCT-COMPETENCIA
                   READ ARQ-CTL-FOLHA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FCT-COMPLETO
                               MOVE "S" TO WRK-COMPET-FECHADA
                           END-IF
                   END-READ
               END-IF.
               IF WRK-LOTE-COMPLEMENTAR-SIM
                   IF NOT WRK-COMPET-FECHADA-SIM
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "COMPETENCIA AINDA ABERTA - USE LOTE MENSAL"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               ELSE
                   IF WRK-COMPET-FECHADA-SIM
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "COMPETENCIA JA FECHADA NA FOLHA"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               MOVE WRK-VAL-COMPET-ANO TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "ANO DA COMPETENCIA FECHADO (ANOFECH)"
                       TO WRK-MOTIVO-LINHA
               END-IF.

       0003-FINALIZAR          SECTION.
               IF WRK-PROSSEGUE-SIM
                   DISPLAY "LANCAMENTO DE EVENTOS - DETALHES LIDOS "
                       WRK-QTDE-LIDOS " GRAVADOS " WRK-QTDE-GRAVADOS
                       " REJEITADOS " WRK-QTDE-REJEITADOS
                       " (MOTIVOS NO EXCPTRPT)"
                   DISPLAY "TOTAL DE PROVENTOS " WRK-TOTAL-PROVENTOS
                       " DESCONTOS " WRK-TOTAL-DESCONTOS
                   MOVE "PROGRAMA92" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " EVENTOS LIDOS "
                       WRK-QTDE-LIDOS " GRAVADOS " WRK-QTDE-GRAVADOS
                       " REJEITADOS " WRK-QTDE-REJEITADOS
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               IF WRK-LANCAMENTO-ABERTO-SIM
                   CLOSE ARQ-LANCAMENTO
               END-IF.
               IF WRK-EVENTOS-ABERTO-SIM
                   CLOSE ARQ-EVENTOS
               END-IF.
               IF WRK-MESTRE-ABERTO-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-RUBRICAS-ABERTO-SIM
                   CLOSE ARQ-RUBRICAS
               END-IF.
               IF WRK-FOLHACTL-DISPONIVEL-SIM
                   CLOSE ARQ-CTL-FOLHA
               END-IF.
               CLOSE ARQ-EXCECAO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPEXCPR.

           COPY CPBATPR.

           COPY CPANFPR.
