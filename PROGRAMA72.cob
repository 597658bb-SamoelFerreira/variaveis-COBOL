           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA72.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: COMPRA MENSAL DO VALE-TRANSPORTE - CONTA OS
      *==          DIAS UTEIS DA COMPETENCIA PELO CALENDARIO DE
      *==          FERIADOS (ARQ. FERIADOS, CPFERPR), LE OS
      *==          FUNCIONARIOS NAO DESLIGADOS DO CADASTRO MESTRE
      *==          COM TRAJETO CADASTRADO (ARQ. VALETRAN, MANTIDO
      *==          PELO PROGRAMA71), ABATE OS DIAS DE FERIAS
      *==          (FERGOZO), DE AFASTAMENTO (AFASTAM) E OS
      *==          ANTERIORES A ADMISSAO, E GRAVA O PEDIDO DA
      *==          OPERADORA DO CARTAO (ARQ. VTCOMPRA, UMA LINHA
      *==          POR TRAJETO) E O CONTROLE MENSAL (ARQ. VTMES,
      *==          COPYBOOK CPVTMES) COM O CUSTO REAL DO VALE, DE
      *==          ONDE A FOLHA MENSAL (PROGRAMA12) DESCONTA A
      *==          PARTE DO FUNCIONARIO. QUEM JA TEM COMPRA NA
      *==          COMPETENCIA E PULADO, COMO NO ADIANTAMENTO DO
      *==          PROGRAMA53 - ERA TUDO CALCULADO EM PLANILHA.
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
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-TRAJETOS ASSIGN TO "VALETRAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VTR-CHAVE
                   FILE STATUS IS WRK-FS-TRAJETOS.
               SELECT ARQ-VT-MES ASSIGN TO "VTMES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VTM-CHAVE
                   FILE STATUS IS WRK-FS-VTMES.
               SELECT ARQ-PEDIDO ASSIGN TO "VTCOMPRA"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-PEDIDO.
               SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS CPD-FS-FERIADOS.
               SELECT ARQ-FERIAS-GOZO ASSIGN TO "FERGOZO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FERIAS-GOZO.
               SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AFT-CHAVE
                   FILE STATUS IS WRK-FS-AFASTAM.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ72"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-TRAJETOS
               LABEL RECORD IS STANDARD.
           COPY CPVTROTA.

           FD  ARQ-VT-MES
               LABEL RECORD IS STANDARD.
           COPY CPVTMES.

      *    PEDIDO DA OPERADORA (100 POSICOES): CABECALHO COM A
      *    COMPETENCIA E OS DIAS UTEIS, UMA LINHA POR TRAJETO COM
      *    O VALOR EM CENTAVOS E RODAPE COM AS CONTAGENS E O TOTAL
           FD  ARQ-PEDIDO
               LABEL RECORD IS STANDARD.
           01  CMP-CABECALHO-REC.
               05 CMP-CAB-TIPO         PIC X(01).
               05 CMP-CAB-DATA         PIC 9(08).
               05 CMP-CAB-COMPETENCIA  PIC 9(06).
               05 CMP-CAB-LOTE         PIC 9(05).
               05 CMP-CAB-OPERADOR     PIC X(10).
               05 CMP-CAB-DIAS-UTEIS   PIC 9(02).
               05 FILLER               PIC X(68).
           01  CMP-DETALHE-REC REDEFINES CMP-CABECALHO-REC.
               05 CMP-DET-TIPO         PIC X(01).
               05 CMP-DET-CODIGO       PIC 9(05).
               05 CMP-DET-NOME         PIC X(30).
               05 CMP-DET-CPF          PIC X(11).
               05 CMP-DET-SEQ          PIC 9(02).
               05 CMP-DET-LINHA        PIC X(30).
               05 CMP-DET-TARIFA       PIC 9(03)V99.
               05 CMP-DET-VIAGENS      PIC 9(01).
               05 CMP-DET-DIAS         PIC 9(02).
               05 CMP-DET-VALOR        PIC 9(11).
               05 FILLER               PIC X(02).
           01  CMP-RODAPE-REC REDEFINES CMP-CABECALHO-REC.
               05 CMP-ROD-TIPO         PIC X(01).
               05 CMP-ROD-QTDE-FUNC    PIC 9(05).
               05 CMP-ROD-QTDE-LINHAS  PIC 9(05).
               05 CMP-ROD-TOTAL-VALOR  PIC 9(13).
               05 CMP-ROD-LOTE         PIC 9(05).
               05 FILLER               PIC X(71).

           FD  ARQ-FERIADOS
               LABEL RECORD IS STANDARD.
           COPY CPFERIAD.

           FD  ARQ-FERIAS-GOZO
               LABEL RECORD IS STANDARD.
           COPY CPFERGOZ.

           FD  ARQ-AFASTAMENTOS
               LABEL RECORD IS STANDARD.
           COPY CPAFAST.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-FS-TRAJETOS      PIC X(02) VALUE SPACES.
           88 WRK-FS-TRAJETOS-OK         VALUE "00".
       77 WRK-FIM-TRAJETOS     PIC X(01) VALUE "N".
           88 WRK-FIM-TRAJETOS-SIM       VALUE "S".
       77 WRK-FS-VTMES         PIC X(02) VALUE SPACES.
           88 WRK-FS-VTMES-OK            VALUE "00".
           88 WRK-FS-VTMES-NAO-EXISTE    VALUE "35".
           88 WRK-FS-VTMES-DUPLICADO     VALUE "22".
       77 WRK-FS-PEDIDO        PIC X(02) VALUE SPACES.
           88 WRK-FS-PEDIDO-OK           VALUE "00".
       77 WRK-FS-AFASTAM       PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTAM-OK          VALUE "00".
       77 WRK-AFASTAM-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-AFASTAM-DISPONIVEL-SIM VALUE "S".
       77 WRK-FIM-AFASTAM      PIC X(01) VALUE "N".
           88 WRK-FIM-AFASTAM-SIM        VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

      *    COMPETENCIA DA COMPRA (ZEROS = MES CORRENTE) E O MAPA
      *    DE DIAS UTEIS DELA - SEGUNDA A SEXTA FORA DO CALENDARIO
      *    DE FERIADOS
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       77 WRK-DIAS-UTEIS       PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DIA              PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-DIA         PIC 9(08) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-MES     PIC 9(08) VALUE ZEROS.
       01 WRK-MAPA-UTEIS.
           05 WRK-DIA-UTIL         PIC X(01) OCCURS 31 TIMES.

      *    HISTORICO DE GOZO (FERGOZO) - SO OS PERIODOS QUE TOCAM
      *    A COMPETENCIA ENTRAM NA TABELA; ARQUIVO AUSENTE NAO
      *    ABATE FERIAS
       77 WRK-FS-FERIAS-GOZO   PIC X(02) VALUE SPACES.
           88 WRK-FS-FERIAS-GOZO-OK      VALUE "00".
       77 WRK-CONTINUA-GOZO    PIC X(01) VALUE "S".
           88 WRK-CONTINUA-GOZO-SIM      VALUE "S".
       77 WRK-QTDE-GOZO        PIC 9(04) VALUE ZEROS.
       01 WRK-GOZO-TABELA.
           05 WRK-GZO-ITEM             OCCURS 2000 TIMES
                                        INDEXED BY WRK-GZO-IDX.
               10 WRK-GZO-CODIGO       PIC 9(05).
               10 WRK-GZO-INICIO       PIC 9(08).
               10 WRK-GZO-FIM          PIC 9(08).

      *    PERIODOS DE AUSENCIA DO FUNCIONARIO NA COMPETENCIA:
      *    FERIAS (FIM INCLUSIVE) E AFASTAMENTOS (FIM = DIA DA
      *    VOLTA, EXCLUSIVE; SEM VOLTA VALE A PREVISAO, SEM
      *    PREVISAO O MES TODO)
       77 WRK-QTDE-AUSENCIAS   PIC 9(02) VALUE ZEROS.
       77 WRK-AUS-I            PIC 9(02) VALUE ZEROS.
       01 WRK-AUSENCIAS-TABELA.
           05 WRK-AUS-ITEM             OCCURS 20 TIMES.
               10 WRK-AUS-TIPO         PIC X(01).
               10 WRK-AUS-INICIO       PIC 9(08).
               10 WRK-AUS-FIM          PIC 9(08).
       77 WRK-DIA-AUSENTE      PIC X(01) VALUE "N".
           88 WRK-DIA-AUSENTE-SIM        VALUE "S".
       77 WRK-DIAS-AUSENTE     PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-COMPRA      PIC 9(02) VALUE ZEROS.

      *    TRAJETOS DO FUNCIONARIO GUARDADOS PARA AS LINHAS DO
      *    PEDIDO DEPOIS QUE OS DIAS SAO CONHECIDOS
       77 WRK-QTDE-TRAJETOS    PIC 9(02) VALUE ZEROS.
       77 WRK-TRJ-I            PIC 9(02) VALUE ZEROS.
       01 WRK-TRAJETOS-TABELA.
           05 WRK-TRJ-ITEM             OCCURS 10 TIMES.
               10 WRK-TRJ-SEQ          PIC 9(02).
               10 WRK-TRJ-LINHA        PIC X(30).
               10 WRK-TRJ-TARIFA       PIC 9(03)V99.
               10 WRK-TRJ-VIAGENS      PIC 9(01).
       77 WRK-CUSTO-DIA        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUSTO-MES        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS   PIC 9(11) VALUE ZEROS.

       77 WRK-QTDE-COMPRADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-JA-TINHAM   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-DIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-CENTAVOS   PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-EDT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-REAIS      PIC 9(11)V99 VALUE ZEROS.

           COPY CPBATCH.
           COPY CPDATA.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-LE-E-COMPRA
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0002-GRAVA-RODAPE.
               PERFORM 0003-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               MOVE 99 TO WRK-COMP-MES.
               PERFORM 0000-A-OBTEM-COMPETENCIA
                   UNTIL WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               PERFORM CPD-8080-CARREGA-FERIADOS.
               PERFORM 0000-B-MAPA-DIAS-UTEIS.
               PERFORM 0000-D-CARREGA-GOZO.
               DISPLAY "COMPETENCIA " WRK-COMPETENCIA " - "
                   WRK-DIAS-UTEIS " DIAS UTEIS ("
                   CPD-QTDE-FERIADOS " FERIADOS NO CALENDARIO)".
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
      *        SEM CADASTRO DE TRAJETOS NAO HA O QUE COMPRAR - O
      *        PEDIDO SAI SO COM CABECALHO E RODAPE
               OPEN INPUT ARQ-TRAJETOS.
               IF NOT WRK-FS-TRAJETOS-OK
                   DISPLAY "CADASTRO DE TRAJETOS (VALETRAN) "
                       "AUSENTE - FS: " WRK-FS-TRAJETOS
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
               OPEN I-O ARQ-VT-MES.
               IF WRK-FS-VTMES-NAO-EXISTE
                   OPEN OUTPUT ARQ-VT-MES
                   CLOSE ARQ-VT-MES
                   OPEN I-O ARQ-VT-MES
               END-IF.
               OPEN INPUT ARQ-AFASTAMENTOS.
               IF WRK-FS-AFASTAM-OK
                   MOVE "S" TO WRK-AFASTAM-DISPONIVEL
               ELSE
                   CLOSE ARQ-AFASTAMENTOS
               END-IF.
               OPEN OUTPUT ARQ-PEDIDO.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               MOVE SPACES          TO CMP-CABECALHO-REC.
               MOVE "H"             TO CMP-CAB-TIPO.
               MOVE BAT-DATA        TO CMP-CAB-DATA.
               MOVE WRK-COMPETENCIA TO CMP-CAB-COMPETENCIA.
               MOVE BAT-NUMERO      TO CMP-CAB-LOTE.
               MOVE BAT-OPERADOR    TO CMP-CAB-OPERADOR.
               MOVE WRK-DIAS-UTEIS  TO CMP-CAB-DIAS-UTEIS.
               WRITE CMP-CABECALHO-REC.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE ZEROS TO EMP-CODIGO
                   START CADASTRO-MESTRE KEY IS NOT LESS THAN
                       EMP-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-START
               END-IF.

       0000-A-OBTEM-COMPETENCIA SECTION.
               DISPLAY "DIGITE A COMPETENCIA DA COMPRA (AAAAMM, "
                   "ZEROS = MES CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE BAT-DATA (1:6) TO WRK-COMPETENCIA
               END-IF.
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   DISPLAY "ERRO: COMPETENCIA INVALIDA (AAAAMM)"
               END-IF.

      *    TAMANHO REAL DO MES (A CPD-8070 DEVOLVE O TAMANHO DO
      *    MES DA DATA QUE ELA AVANCA, COMO NO CPAFAPR) E UM DIA
      *    UTIL MARCADO PARA CADA SEGUNDA A SEXTA QUE NAO ESTA NO
      *    CALENDARIO DE FERIADOS
       0000-B-MAPA-DIAS-UTEIS  SECTION.
               MOVE ALL "N" TO WRK-MAPA-UTEIS.
               MOVE ZEROS   TO WRK-DIAS-UTEIS.
               COMPUTE WRK-PRIMEIRO-DIA = WRK-COMPETENCIA * 100 + 1.
               MOVE WRK-PRIMEIRO-DIA TO CPD-DATA-CALC.
               PERFORM CPD-8070-INCREMENTA-DIA.
               MOVE CPD-DIAS-NO-MES TO WRK-ULTIMO-DIA.
               COMPUTE WRK-DATA-FIM-MES =
                   WRK-COMPETENCIA * 100 + WRK-ULTIMO-DIA.
               PERFORM 0000-C-TESTA-UM-DIA
                   VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-ULTIMO-DIA.

       0000-C-TESTA-UM-DIA     SECTION.
               MOVE WRK-COMP-ANO TO CPD-CALC-ANO.
               MOVE WRK-COMP-MES TO CPD-CALC-MES.
               MOVE WRK-DIA      TO CPD-CALC-DIA.
               PERFORM CPD-8060-DIA-DA-SEMANA.
               COMPUTE CPD-DATA-NUM = WRK-COMPETENCIA * 100 + WRK-DIA.
               PERFORM CPD-8040-VERIFICA-FERIADO.
      *        ZELLER: 0 = SABADO, 1 = DOMINGO
               IF CPD-DIA-SEMANA-CALC NOT = 0
                   AND CPD-DIA-SEMANA-CALC NOT = 1
                   AND NOT CPD-EH-FERIADO-SIM
                   MOVE "S" TO WRK-DIA-UTIL (WRK-DIA)
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF.

      *    CARGA DOS GOZOS DE FERIAS (FERGOZO, GRAVADO PELO
      *    PROGRAMA42) QUE TOCAM A COMPETENCIA
       0000-D-CARREGA-GOZO     SECTION.
               MOVE ZEROS TO WRK-QTDE-GOZO.
               MOVE "S"   TO WRK-CONTINUA-GOZO.
               OPEN INPUT ARQ-FERIAS-GOZO.
               IF WRK-FS-FERIAS-GOZO-OK
                   PERFORM 0000-E-CARREGA-UM-GOZO
                       UNTIL NOT WRK-CONTINUA-GOZO-SIM
                   CLOSE ARQ-FERIAS-GOZO
               ELSE
                   CLOSE ARQ-FERIAS-GOZO
                   DISPLAY "HISTORICO DE GOZO (FERGOZO) AUSENTE - "
                       "COMPRA SEM ABATIMENTO DE FERIAS"
               END-IF.

       0000-E-CARREGA-UM-GOZO  SECTION.
               READ ARQ-FERIAS-GOZO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-GOZO
                   NOT AT END
                       IF FGZ-DATA-FIM NOT < WRK-PRIMEIRO-DIA
                           AND FGZ-DATA-INICIO
                               NOT > WRK-DATA-FIM-MES
                           IF WRK-QTDE-GOZO < 2000
                               ADD 1 TO WRK-QTDE-GOZO
                               MOVE FGZ-CODIGO TO
                                   WRK-GZO-CODIGO (WRK-QTDE-GOZO)
                               MOVE FGZ-DATA-INICIO TO
                                   WRK-GZO-INICIO (WRK-QTDE-GOZO)
                               MOVE FGZ-DATA-FIM TO
                                   WRK-GZO-FIM (WRK-QTDE-GOZO)
                           ELSE
                               MOVE "N" TO WRK-CONTINUA-GOZO
                               DISPLAY "*** MAIS DE 2000 GOZOS NA "
                                   "COMPETENCIA - AUMENTAR A "
                                   "TABELA ***"
                           END-IF
                       END-IF
               END-READ.

      *    UM FUNCIONARIO POR LEITURA: NAO DESLIGADO E COM
      *    TRAJETO CADASTRADO ENTRA NA COMPRA
       0001-LE-E-COMPRA        SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       IF NOT EMP-DESLIGADO
                           PERFORM 0001-A-LE-TRAJETOS
                           IF WRK-CUSTO-DIA > ZEROS
                               PERFORM 0001-C-COMPRA-UM
                           END-IF
                       END-IF
               END-READ.

       0001-A-LE-TRAJETOS      SECTION.
               MOVE ZEROS      TO WRK-CUSTO-DIA.
               MOVE ZEROS      TO WRK-QTDE-TRAJETOS.
               MOVE "N"        TO WRK-FIM-TRAJETOS.
               MOVE EMP-CODIGO TO VTR-CODIGO-EMP.
               MOVE ZEROS      TO VTR-SEQ.
               START ARQ-TRAJETOS KEY IS NOT LESS THAN VTR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-TRAJETOS
               END-START.
               PERFORM 0001-B-LE-UM-TRAJETO
                   UNTIL WRK-FIM-TRAJETOS-SIM.

       0001-B-LE-UM-TRAJETO    SECTION.
               READ ARQ-TRAJETOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-TRAJETOS
                   NOT AT END
                       IF VTR-CODIGO-EMP NOT = EMP-CODIGO
                           MOVE "S" TO WRK-FIM-TRAJETOS
                       ELSE
                           IF WRK-QTDE-TRAJETOS < 10
                               ADD 1 TO WRK-QTDE-TRAJETOS
                               MOVE VTR-SEQ TO
                                   WRK-TRJ-SEQ (WRK-QTDE-TRAJETOS)
                               MOVE VTR-LINHA TO
                                   WRK-TRJ-LINHA (WRK-QTDE-TRAJETOS)
                               MOVE VTR-TARIFA TO
                                   WRK-TRJ-TARIFA (WRK-QTDE-TRAJETOS)
                               MOVE VTR-VIAGENS-DIA TO
                                   WRK-TRJ-VIAGENS (WRK-QTDE-TRAJETOS)
                               COMPUTE WRK-CUSTO-DIA = WRK-CUSTO-DIA
                                   + VTR-TARIFA * VTR-VIAGENS-DIA
                           ELSE
                               DISPLAY "*** MAIS DE 10 TRAJETOS PARA "
                                   "O CODIGO " EMP-CODIGO " ***"
                           END-IF
                       END-IF
               END-READ.

      *    O CONTROLE MENSAL (VTMES) E GRAVADO PRIMEIRO - CHAVE
      *    DUPLICADA SIGNIFICA COMPRA JA FEITA NA COMPETENCIA E O
      *    FUNCIONARIO E PULADO, COMO NO ADIANT DO PROGRAMA53.
      *    QUEM NAO TEM DIA A COMPRAR GANHA O CONTROLE COM CUSTO
      *    ZERO (A FOLHA NAO DESCONTA) E NENHUMA LINHA NO PEDIDO
       0001-C-COMPRA-UM        SECTION.
               PERFORM 0001-D-DIAS-AUSENTE.
               IF WRK-DIAS-AUSENTE > WRK-DIAS-UTEIS
                   MOVE ZEROS TO WRK-DIAS-COMPRA
               ELSE
                   COMPUTE WRK-DIAS-COMPRA =
                       WRK-DIAS-UTEIS - WRK-DIAS-AUSENTE
               END-IF.
               COMPUTE WRK-CUSTO-MES =
                   WRK-CUSTO-DIA * WRK-DIAS-COMPRA.
               MOVE EMP-CODIGO       TO VTM-CODIGO.
               MOVE WRK-COMPETENCIA  TO VTM-COMPETENCIA.
               MOVE WRK-DIAS-UTEIS   TO VTM-DIAS-UTEIS.
               MOVE WRK-DIAS-AUSENTE TO VTM-DIAS-AUSENTE.
               MOVE WRK-DIAS-COMPRA  TO VTM-DIAS-COMPRA.
               MOVE WRK-CUSTO-DIA    TO VTM-CUSTO-DIA.
               MOVE WRK-CUSTO-MES    TO VTM-CUSTO.
               MOVE ZEROS            TO VTM-DESCONTO.
               MOVE BAT-DATA         TO VTM-DATA.
               MOVE BAT-NUMERO       TO VTM-LOTE.
               SET VTM-COMPRADO      TO TRUE.
               WRITE VTM-REGISTRO.
               IF WRK-FS-VTMES-DUPLICADO
                   ADD 1 TO WRK-QTDE-JA-TINHAM
               ELSE
                   IF WRK-DIAS-COMPRA = ZEROS
                       ADD 1 TO WRK-QTDE-SEM-DIAS
                   ELSE
                       ADD 1 TO WRK-QTDE-COMPRADOS
                       PERFORM 0001-H-LINHA-PEDIDO
                           VARYING WRK-TRJ-I FROM 1 BY 1
                           UNTIL WRK-TRJ-I > WRK-QTDE-TRAJETOS
                   END-IF
               END-IF.

      *    DIAS UTEIS EM QUE O FUNCIONARIO NAO VAI AO TRABALHO:
      *    ANTES DA ADMISSAO, DE FERIAS OU AFASTADO
       0001-D-DIAS-AUSENTE     SECTION.
               MOVE ZEROS TO WRK-QTDE-AUSENCIAS.
               MOVE ZEROS TO WRK-DIAS-AUSENTE.
               IF WRK-AFASTAM-DISPONIVEL-SIM
                   MOVE "N"        TO WRK-FIM-AFASTAM
                   MOVE EMP-CODIGO TO AFT-CODIGO-EMP
                   MOVE ZEROS      TO AFT-DATA-INICIO
                   START ARQ-AFASTAMENTOS KEY IS NOT LESS THAN
                       AFT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-AFASTAM
                   END-START
                   PERFORM 0001-E-LE-UM-AFASTAMENTO
                       UNTIL WRK-FIM-AFASTAM-SIM
               END-IF.
               PERFORM 0001-F-ANOTA-GOZO
                   VARYING WRK-GZO-IDX FROM 1 BY 1
                   UNTIL WRK-GZO-IDX > WRK-QTDE-GOZO.
               PERFORM 0001-G-TESTA-DIA
                   VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-ULTIMO-DIA.

       0001-E-LE-UM-AFASTAMENTO SECTION.
               READ ARQ-AFASTAMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-AFASTAM
                   NOT AT END
                       IF AFT-CODIGO-EMP NOT = EMP-CODIGO
                           MOVE "S" TO WRK-FIM-AFASTAM
                       ELSE
                           IF WRK-QTDE-AUSENCIAS < 20
                               ADD 1 TO WRK-QTDE-AUSENCIAS
                               MOVE "A" TO
                                   WRK-AUS-TIPO (WRK-QTDE-AUSENCIAS)
                               MOVE AFT-DATA-INICIO TO
                                   WRK-AUS-INICIO (WRK-QTDE-AUSENCIAS)
                               EVALUATE TRUE
                                   WHEN AFT-DATA-RETORNO > ZEROS
                                       MOVE AFT-DATA-RETORNO TO
                                           WRK-AUS-FIM
                                           (WRK-QTDE-AUSENCIAS)
                                   WHEN AFT-DATA-PREV-RETORNO > ZEROS
                                       MOVE AFT-DATA-PREV-RETORNO TO
                                           WRK-AUS-FIM
                                           (WRK-QTDE-AUSENCIAS)
                                   WHEN OTHER
                                       MOVE 99999999 TO
                                           WRK-AUS-FIM
                                           (WRK-QTDE-AUSENCIAS)
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ.

       0001-F-ANOTA-GOZO       SECTION.
               IF WRK-GZO-CODIGO (WRK-GZO-IDX) = EMP-CODIGO
                   AND WRK-QTDE-AUSENCIAS < 20
                   ADD 1 TO WRK-QTDE-AUSENCIAS
                   MOVE "F" TO WRK-AUS-TIPO (WRK-QTDE-AUSENCIAS)
                   MOVE WRK-GZO-INICIO (WRK-GZO-IDX)
                       TO WRK-AUS-INICIO (WRK-QTDE-AUSENCIAS)
                   MOVE WRK-GZO-FIM (WRK-GZO-IDX)
                       TO WRK-AUS-FIM (WRK-QTDE-AUSENCIAS)
               END-IF.

       0001-G-TESTA-DIA        SECTION.
               IF WRK-DIA-UTIL (WRK-DIA) = "S"
                   COMPUTE WRK-DATA-DIA =
                       WRK-COMPETENCIA * 100 + WRK-DIA
                   MOVE "N" TO WRK-DIA-AUSENTE
                   IF WRK-DATA-DIA < EMP-DATA-ADMIS
                       MOVE "S" TO WRK-DIA-AUSENTE
                   END-IF
                   PERFORM 0001-I-TESTA-AUSENCIA
                       VARYING WRK-AUS-I FROM 1 BY 1
                       UNTIL WRK-AUS-I > WRK-QTDE-AUSENCIAS
                          OR WRK-DIA-AUSENTE-SIM
                   IF WRK-DIA-AUSENTE-SIM
                       ADD 1 TO WRK-DIAS-AUSENTE
                   END-IF
               END-IF.

      *    FERIAS: DO INICIO AO FIM DO GOZO, INCLUSIVE;
      *    AFASTAMENTO: DO INICIO ATE A VESPERA DA VOLTA
       0001-I-TESTA-AUSENCIA   SECTION.
               IF WRK-AUS-TIPO (WRK-AUS-I) = "F"
                   IF WRK-DATA-DIA NOT < WRK-AUS-INICIO (WRK-AUS-I)
                       AND WRK-DATA-DIA
                           NOT > WRK-AUS-FIM (WRK-AUS-I)
                       MOVE "S" TO WRK-DIA-AUSENTE
                   END-IF
               ELSE
                   IF WRK-DATA-DIA NOT < WRK-AUS-INICIO (WRK-AUS-I)
                       AND WRK-DATA-DIA < WRK-AUS-FIM (WRK-AUS-I)
                       MOVE "S" TO WRK-DIA-AUSENTE
                   END-IF
               END-IF.

       0001-H-LINHA-PEDIDO     SECTION.
               COMPUTE WRK-VALOR-LINHA =
                   WRK-TRJ-TARIFA (WRK-TRJ-I)
                   * WRK-TRJ-VIAGENS (WRK-TRJ-I) * WRK-DIAS-COMPRA.
               COMPUTE WRK-VALOR-CENTAVOS = WRK-VALOR-LINHA * 100.
               MOVE SPACES          TO CMP-DETALHE-REC.
               MOVE "D"             TO CMP-DET-TIPO.
               MOVE EMP-CODIGO      TO CMP-DET-CODIGO.
               MOVE EMP-NOME        TO CMP-DET-NOME.
               MOVE EMP-DOCUMENTO   TO CMP-DET-CPF.
               MOVE WRK-TRJ-SEQ (WRK-TRJ-I)     TO CMP-DET-SEQ.
               MOVE WRK-TRJ-LINHA (WRK-TRJ-I)   TO CMP-DET-LINHA.
               MOVE WRK-TRJ-TARIFA (WRK-TRJ-I)  TO CMP-DET-TARIFA.
               MOVE WRK-TRJ-VIAGENS (WRK-TRJ-I) TO CMP-DET-VIAGENS.
               MOVE WRK-DIAS-COMPRA    TO CMP-DET-DIAS.
               MOVE WRK-VALOR-CENTAVOS TO CMP-DET-VALOR.
               WRITE CMP-DETALHE-REC.
               ADD 1                  TO WRK-QTDE-LINHAS.
               ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS.

       0002-GRAVA-RODAPE       SECTION.
               MOVE SPACES             TO CMP-RODAPE-REC.
               MOVE "T"                TO CMP-ROD-TIPO.
               MOVE WRK-QTDE-COMPRADOS TO CMP-ROD-QTDE-FUNC.
               MOVE WRK-QTDE-LINHAS    TO CMP-ROD-QTDE-LINHAS.
               MOVE WRK-TOTAL-CENTAVOS TO CMP-ROD-TOTAL-VALOR.
               MOVE BAT-NUMERO         TO CMP-ROD-LOTE.
               WRITE CMP-RODAPE-REC.
               COMPUTE WRK-TOTAL-REAIS = WRK-TOTAL-CENTAVOS / 100.
               MOVE WRK-TOTAL-REAIS TO WRK-TOTAL-EDT.
               DISPLAY "PEDIDO DE VALE-TRANSPORTE GRAVADO (VTCOMPRA) - "
                   WRK-QTDE-COMPRADOS " FUNCIONARIOS, "
                   WRK-QTDE-LINHAS " TRAJETOS, TOTAL R$ "
                   WRK-TOTAL-EDT.
               DISPLAY WRK-QTDE-JA-TINHAM " JA TINHAM COMPRA NA "
                   "COMPETENCIA, " WRK-QTDE-SEM-DIAS
                   " SEM DIA A COMPRAR (FERIAS/AFASTAMENTO)".
               MOVE "PROGRAMA72" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " COMPRA VT COMP "
                   WRK-COMPETENCIA " QTDE " WRK-QTDE-COMPRADOS
                   " TOTAL " WRK-TOTAL-CENTAVOS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0003-FINALIZAR          SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-FS-TRAJETOS-OK
                   CLOSE ARQ-TRAJETOS
               END-IF.
               IF WRK-AFASTAM-DISPONIVEL-SIM
                   CLOSE ARQ-AFASTAMENTOS
               END-IF.
               CLOSE ARQ-VT-MES.
               CLOSE ARQ-PEDIDO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPFERPR.

           COPY CPDATAVL.
