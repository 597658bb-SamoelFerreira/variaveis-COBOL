           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA83.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: IMPORTACAO DAS COMISSOES DO MES - LE AS LINHAS
      *==          EXPORTADAS PELO CRM (ARQ. COMISIMP, DELIMITADAS
      *==          POR VIRGULA: CODIGO, COMPETENCIA AAAAMM E VALOR
      *==          DA COMISSAO EM CENTAVOS), VALIDA CADA UMA COM A
      *==          MESMA TECNICA DA IMPORTACAO DE PONTO DO
      *==          PROGRAMA38 (CONVERSAO DIGITO A DIGITO, CODIGO
      *==          EXISTENTE E ATIVO NO CADMEST, COMPETENCIA NA
      *==          FAIXA), CALCULA O REFLEXO NO DESCANSO SEMANAL
      *==          REMUNERADO PELO CALENDARIO DE FERIADOS DA
      *==          COMPETENCIA (COMISSAO / DIAS UTEIS X DOMINGOS E
      *==          FERIADOS) E GRAVA O ARQUIVO VALIDADO (COMISMES,
      *==          COPYBOOK CPCOMIS) QUE A FOLHA MENSAL (PROGRAMA12)
      *==          CONSOME. LINHA MALFORMADA OU REPROVADA VAI PARA O
      *==          RELATORIO DE EXCECOES (EXCPTRPT) COM O NUMERO DA
      *==          LINHA, E AS CONTAGENS SAEM NO FIM.
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
               SELECT ARQ-IMPORTACAO ASSIGN TO "COMISIMP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-IMPORTACAO.
               SELECT ARQ-COMISSAO ASSIGN TO "COMISMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-COMISSAO.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-EXCECAO ASSIGN TO "EXCPTRPT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-EXCECAO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ83"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS CPD-FS-FERIADOS.

           DATA DIVISION.
           FILE                    SECTION.
      *    LINHAS DO CRM, DELIMITADAS POR VIRGULA - MESMO ESTILO DO
      *    PONTOIMP DO PROGRAMA38
           FD  ARQ-IMPORTACAO
               LABEL RECORD IS STANDARD.
           01  IMP-LINHA               PIC X(80).

           FD  ARQ-COMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPCOMIS.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-EXCECAO
               LABEL RECORD IS STANDARD.
           COPY CPEXCPT.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-FERIADOS
               LABEL RECORD IS STANDARD.
           COPY CPFERIAD.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-IMPORTACAO    PIC X(02) VALUE SPACES.
           88 WRK-FS-IMPORTACAO-OK       VALUE "00".
       77 WRK-FS-COMISSAO      PIC X(02) VALUE SPACES.
           88 WRK-FS-COMISSAO-OK         VALUE "00".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-EXCECAO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXCECAO-OK          VALUE "00".
           88 WRK-FS-EXCECAO-NAO-EXISTE  VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".
       77 WRK-LINHA-INVALIDA   PIC X(01) VALUE "N".
           88 WRK-LINHA-INVALIDA-SIM     VALUE "S".
       77 WRK-MOTIVO-LINHA     PIC X(40) VALUE SPACES.
       77 WRK-NUMERO-LINHA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIDAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DSR        PIC 9(09)V99 VALUE ZEROS.

      *    CAMPOS DA LINHA ANTES DA CONVERSAO/VALIDACAO
       77 WRK-IMP-CODIGO       PIC X(05) VALUE SPACES.
       77 WRK-IMP-COMPET       PIC X(06) VALUE SPACES.
       77 WRK-IMP-VALOR        PIC X(10) VALUE SPACES.
      *    VALORES CONVERTIDOS DA LINHA, GUARDADOS ATE A DECISAO
      *    DE ACEITAR OU REJEITAR
       77 WRK-VAL-CODIGO       PIC 9(05) VALUE ZEROS.
       01 WRK-VAL-COMPET.
           05 WRK-VAL-COMPET-ANO PIC 9(04) VALUE ZEROS.
           05 WRK-VAL-COMPET-MES PIC 9(02) VALUE ZEROS.
       01 WRK-VAL-COMPET-N REDEFINES WRK-VAL-COMPET PIC 9(06).
       77 WRK-VAL-COMISSAO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAL-DSR          PIC 9(08)V99 VALUE ZEROS.

      *    CALENDARIO DA COMPETENCIA DA LINHA - DIAS UTEIS
      *    (SEGUNDA A SABADO FORA DO CALENDARIO DE FERIADOS) E
      *    DIAS DE DESCANSO (DOMINGOS E FERIADOS); RECALCULADO SO
      *    QUANDO A COMPETENCIA MUDA DE UMA LINHA PARA OUTRA
       77 WRK-COMP-CALCULADA   PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-UTEIS       PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-DSR         PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DIA              PIC 9(02) VALUE ZEROS.

      *    CONVERSAO DO TEXTO DA COLUNA EM VALOR NUMERICO, DIGITO
      *    A DIGITO - MESMA TECNICA DA 5000 DO PROGRAMA38
       77 WRK-NUM-TEXTO        PIC X(10) VALUE SPACES.
       77 WRK-NUM-VALOR        PIC 9(10) VALUE ZEROS.
       77 WRK-NUM-VALIDO       PIC X(01) VALUE "N".
           88 WRK-NUM-VALIDO-SIM         VALUE "S".
       77 WRK-NUM-VAZIO        PIC X(01) VALUE "S".
           88 WRK-NUM-VAZIO-SIM          VALUE "S".
       77 WRK-NUM-I            PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-DIGITO       PIC X(01) VALUE SPACES.
       77 WRK-NUM-DIGITO-N REDEFINES WRK-NUM-DIGITO PIC 9(01).
       77 WRK-NUM-ACHOU-DIGITO PIC X(01) VALUE "N".

           COPY CPBATCH.

           COPY CPDATA.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-IMPORTA-UMA
                   UNTIL NOT WRK-CONTINUA-LEITURA-SIM.
               PERFORM 0003-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               PERFORM CPD-8080-CARREGA-FERIADOS.
               DISPLAY "CALENDARIO - " CPD-QTDE-FERIADOS
                   " FERIADOS CARREGADOS".
               OPEN INPUT ARQ-IMPORTACAO.
               IF NOT WRK-FS-IMPORTACAO-OK
                   DISPLAY "ARQUIVO DE COMISSOES (COMISIMP) NAO "
                       "ENCONTRADO - EXECUCAO ENCERRADA"
                   MOVE "N" TO WRK-CONTINUA-LEITURA
               END-IF.
               OPEN OUTPUT ARQ-COMISSAO.
      *        MESTRE AUSENTE ACEITA O CODIGO SEM VALIDAR E AVISA
      *        PELA EXCECAO, A MESMA POLITICA DO PROGRAMA38
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-EXCECAO.
               IF WRK-FS-EXCECAO-NAO-EXISTE
                   OPEN OUTPUT ARQ-EXCECAO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-IMPORTA-UMA        SECTION.
               READ ARQ-IMPORTACAO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-NUMERO-LINHA
                       ADD 1 TO WRK-QTDE-LIDAS
                       PERFORM 0001-A-DECOMPOE-LINHA
                       IF WRK-LINHA-INVALIDA-SIM
                           PERFORM 0001-D-GRAVA-REJEICAO
                       ELSE
                           PERFORM 0001-C-GRAVA-VALIDADA
                       END-IF
               END-READ.

      *    DECOMPOE A LINHA DELIMITADA POR VIRGULA E APLICA AS
      *    VALIDACOES: TODAS AS COLUNAS NUMERICAS (DIGITO A
      *    DIGITO), COMPETENCIA COM MES 01-12, COMISSAO MAIOR QUE
      *    ZERO E CODIGO EXISTENTE E ATIVO NO MESTRE
       0001-A-DECOMPOE-LINHA   SECTION.
               MOVE "N"    TO WRK-LINHA-INVALIDA.
               MOVE SPACES TO WRK-MOTIVO-LINHA.
               MOVE SPACES TO WRK-IMP-CODIGO WRK-IMP-COMPET
                   WRK-IMP-VALOR.
               UNSTRING IMP-LINHA DELIMITED BY ","
                   INTO WRK-IMP-CODIGO WRK-IMP-COMPET
                        WRK-IMP-VALOR.
               MOVE WRK-IMP-CODIGO (1:5) TO WRK-NUM-TEXTO.
               PERFORM 5000-CONVERTE-NUMERO.
               IF NOT WRK-NUM-VALIDO-SIM OR WRK-NUM-VAZIO-SIM
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "CODIGO EM BRANCO OU NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               MOVE WRK-NUM-VALOR TO WRK-VAL-CODIGO.
               MOVE WRK-IMP-COMPET (1:6) TO WRK-NUM-TEXTO.
               PERFORM 5000-CONVERTE-NUMERO.
               IF NOT WRK-NUM-VALIDO-SIM OR WRK-NUM-VAZIO-SIM
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "COMPETENCIA EM BRANCO OU NAO NUMERICA"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               MOVE WRK-NUM-VALOR TO WRK-VAL-COMPET-N.
      *        VALOR EM CENTAVOS CRUS NA COLUNA (EX: 0000152075 =
      *        1.520,75), COMO O SALARIO DO CSV06
               MOVE WRK-IMP-VALOR TO WRK-NUM-TEXTO.
               PERFORM 5000-CONVERTE-NUMERO.
               IF NOT WRK-NUM-VALIDO-SIM OR WRK-NUM-VAZIO-SIM
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "VALOR EM BRANCO OU NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               COMPUTE WRK-VAL-COMISSAO = WRK-NUM-VALOR / 100.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF WRK-VAL-COMPET-MES < 1
                       OR WRK-VAL-COMPET-MES > 12
                       OR WRK-VAL-COMPET-ANO < 2000
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "COMPETENCIA INVALIDA (AAAAMM)"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   AND WRK-VAL-COMISSAO = ZEROS
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "COMISSAO ZERADA" TO WRK-MOTIVO-LINHA
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0001-B-VALIDA-CODIGO-MESTRE
               END-IF.

       0001-B-VALIDA-CODIGO-MESTRE SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-VAL-CODIGO TO EMP-CODIGO
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
               ELSE
                   MOVE "PROGRAMA83" TO EXC-PROGRAMA
                   MOVE BAT-NUMERO   TO EXC-LOTE
                   MOVE SPACES       TO EXC-ENTRADA
                   STRING "LINHA " WRK-NUMERO-LINHA
                       " CODIGO " WRK-VAL-CODIGO
                       DELIMITED BY SIZE INTO EXC-ENTRADA
                   MOVE "CADASTRO MESTRE INDISPONIVEL"
                       TO EXC-MOTIVO
                   PERFORM 7100-GRAVA-EXCECAO
                   DISPLAY "CODIGO " WRK-VAL-CODIGO
                       " ACEITO SEM VALIDACAO (MESTRE "
                       "INDISPONIVEL)"
               END-IF.

       0001-C-GRAVA-VALIDADA   SECTION.
               IF WRK-VAL-COMPET-N NOT = WRK-COMP-CALCULADA
                   PERFORM 0002-CALENDARIO-COMPETENCIA
               END-IF.
               MOVE ZEROS TO WRK-VAL-DSR.
               IF WRK-DIAS-UTEIS > ZEROS
                   COMPUTE WRK-VAL-DSR ROUNDED =
                       WRK-VAL-COMISSAO / WRK-DIAS-UTEIS
                       * WRK-DIAS-DSR
               END-IF.
               MOVE WRK-VAL-CODIGO   TO CMS-CODIGO.
               MOVE WRK-VAL-COMPET-N TO CMS-COMPETENCIA.
               MOVE WRK-VAL-COMISSAO TO CMS-VALOR-COMISSAO.
               MOVE WRK-DIAS-UTEIS   TO CMS-DIAS-UTEIS.
               MOVE WRK-DIAS-DSR     TO CMS-DIAS-DSR.
               MOVE WRK-VAL-DSR      TO CMS-VALOR-DSR.
               MOVE BAT-NUMERO       TO CMS-LOTE.
               WRITE CMS-REGISTRO.
               ADD 1 TO WRK-QTDE-GRAVADAS.
               ADD WRK-VAL-COMISSAO TO WRK-TOTAL-COMISSAO.
               ADD WRK-VAL-DSR      TO WRK-TOTAL-DSR.

       0001-D-GRAVA-REJEICAO   SECTION.
               ADD 1 TO WRK-QTDE-REJEITADAS.
               DISPLAY "LINHA " WRK-NUMERO-LINHA
                   " REJEITADA - " WRK-MOTIVO-LINHA.
               MOVE "PROGRAMA83" TO EXC-PROGRAMA.
               MOVE BAT-NUMERO   TO EXC-LOTE.
               MOVE SPACES       TO EXC-ENTRADA.
               STRING "LINHA COMISSAO " WRK-NUMERO-LINHA " "
                   IMP-LINHA (1:22)
                   DELIMITED BY SIZE INTO EXC-ENTRADA.
               MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

      *    DIAS UTEIS E DIAS DE DESCANSO DA COMPETENCIA: O SABADO
      *    NAO FERIADO E DIA UTIL PARA O DSR; DOMINGO E FERIADO
      *    (INCLUSIVE O QUE CAI NO SABADO) SAO DESCANSO. TAMANHO
      *    DO MES PELA CPD-8070, COMO NO PROGRAMA72
       0002-CALENDARIO-COMPETENCIA SECTION.
               MOVE WRK-VAL-COMPET-N TO WRK-COMP-CALCULADA.
               MOVE ZEROS TO WRK-DIAS-UTEIS.
               MOVE ZEROS TO WRK-DIAS-DSR.
               MOVE WRK-VAL-COMPET-ANO TO CPD-CALC-ANO.
               MOVE WRK-VAL-COMPET-MES TO CPD-CALC-MES.
               MOVE 1                  TO CPD-CALC-DIA.
               PERFORM CPD-8070-INCREMENTA-DIA.
               MOVE CPD-DIAS-NO-MES TO WRK-ULTIMO-DIA.
               PERFORM 0002-A-TESTA-UM-DIA
                   VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-ULTIMO-DIA.
               DISPLAY "COMPETENCIA " WRK-COMP-CALCULADA " - "
                   WRK-DIAS-UTEIS " DIAS UTEIS E " WRK-DIAS-DSR
                   " DOMINGOS/FERIADOS".

       0002-A-TESTA-UM-DIA     SECTION.
               MOVE WRK-VAL-COMPET-ANO TO CPD-CALC-ANO.
               MOVE WRK-VAL-COMPET-MES TO CPD-CALC-MES.
               MOVE WRK-DIA            TO CPD-CALC-DIA.
               PERFORM CPD-8060-DIA-DA-SEMANA.
               COMPUTE CPD-DATA-NUM =
                   WRK-COMP-CALCULADA * 100 + WRK-DIA.
               PERFORM CPD-8040-VERIFICA-FERIADO.
      *        ZELLER: 1 = DOMINGO
               IF CPD-DIA-SEMANA-CALC = 1 OR CPD-EH-FERIADO-SIM
                   ADD 1 TO WRK-DIAS-DSR
               ELSE
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF.

      *    CONVERTE O TEXTO DE WRK-NUM-TEXTO EM VALOR NUMERICO -
      *    MESMA TECNICA DA IMPORTACAO DE PONTO DO PROGRAMA38
       5000-CONVERTE-NUMERO    SECTION.
               MOVE "S"   TO WRK-NUM-VALIDO.
               MOVE "S"   TO WRK-NUM-VAZIO.
               MOVE "N"   TO WRK-NUM-ACHOU-DIGITO.
               MOVE ZEROS TO WRK-NUM-VALOR.
               PERFORM 5010-CONVERTE-UM-DIGITO
                   VARYING WRK-NUM-I FROM 1 BY 1
                   UNTIL WRK-NUM-I > 10.

       5010-CONVERTE-UM-DIGITO SECTION.
               MOVE WRK-NUM-TEXTO (WRK-NUM-I:1) TO WRK-NUM-DIGITO.
               EVALUATE TRUE
                   WHEN WRK-NUM-DIGITO = SPACE
                       IF WRK-NUM-ACHOU-DIGITO = "S"
                           MOVE "F" TO WRK-NUM-ACHOU-DIGITO
                       END-IF
                   WHEN WRK-NUM-DIGITO >= "0"
                       AND WRK-NUM-DIGITO <= "9"
                       IF WRK-NUM-ACHOU-DIGITO = "F"
                           MOVE "N" TO WRK-NUM-VALIDO
                       ELSE
                           MOVE "S" TO WRK-NUM-ACHOU-DIGITO
                           MOVE "N" TO WRK-NUM-VAZIO
                           COMPUTE WRK-NUM-VALOR =
                               WRK-NUM-VALOR * 10
                               + WRK-NUM-DIGITO-N
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WRK-NUM-VALIDO
               END-EVALUATE.

       0003-FINALIZAR          SECTION.
               DISPLAY "IMPORTACAO DE COMISSOES - LINHAS LIDAS "
                   WRK-QTDE-LIDAS " GRAVADAS " WRK-QTDE-GRAVADAS
                   " REJEITADAS " WRK-QTDE-REJEITADAS
                   " (MOTIVOS NO EXCPTRPT)".
               DISPLAY "TOTAL DE COMISSOES " WRK-TOTAL-COMISSAO
                   " REFLEXO DSR " WRK-TOTAL-DSR.
               MOVE "PROGRAMA83" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " COMISSOES LIDAS "
                   WRK-QTDE-LIDAS " GRAVADAS " WRK-QTDE-GRAVADAS
                   " REJEITADAS " WRK-QTDE-REJEITADAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               CLOSE ARQ-IMPORTACAO.
               CLOSE ARQ-COMISSAO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-EXCECAO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPEXCPR.

           COPY CPBATPR.

           COPY CPFERPR.

           COPY CPDATAVL.
