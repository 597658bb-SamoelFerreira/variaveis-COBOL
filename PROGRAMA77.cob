           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA77.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONTRATOS DE EXPERIENCIA (ARQ. CONTREXP,
      *==          COPYBOOK CPCONTR, GRAVADO NA ADMISSAO PELO
      *==          PROGRAMA01/PROGRAMA64). MODO 1 - AVISO DIARIO
      *==          DE VENCIMENTOS (ARQ. EXPREL): LISTA, POR CENTRO
      *==          DE CUSTO, OS CONTRATOS VIGENTES CUJO PRAZO DE
      *==          DECISAO (ULTIMO DIA DO PERIODO EM CURSO) CAI NOS
      *==          PROXIMOS N DIAS UTEIS (CALENDARIO FERIADOS), COM
      *==          OS DIAS UTEIS QUE RESTAM E A DECISAO PENDENTE -
      *==          PRORROGAR, EFETIVAR OU DESLIGAR (A RESCISAO NO
      *==          TERMINO E O MOTIVO 4 DO PROGRAMA45). CONTRATO
      *==          QUE JA PASSOU DO ULTIMO DIA SEM DESLIGAMENTO
      *==          VIROU PRAZO INDETERMINADO PELA LEI: E MARCADO
      *==          EFETIVADO E SAI NO AVISO COMO CONVERTIDO. MODO 2
      *==          - PRORROGACAO (DIAS DO SEGUNDO PERIODO, ANTES DO
      *==          FIM DO PRIMEIRO, ATE 90 DIAS NO TOTAL); MODO 3 -
      *==          EFETIVACAO ANTECIPADA; MODO 4 - CONSULTA.
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
               SELECT ARQ-CONTRATO ASSIGN TO "CONTREXP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-CODIGO
                   FILE STATUS IS WRK-FS-CONTRATO.
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
               SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS CPD-FS-FERIADOS.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-AVISO ASSIGN TO "EXPREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AVISO.
               SELECT ARQ-SORT ASSIGN TO "SORTWK01".

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
           FD  ARQ-CONTRATO
               LABEL RECORD IS STANDARD.
           COPY CPCONTR.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-FERIADOS
               LABEL RECORD IS STANDARD.
           COPY CPFERIAD.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

      *    UM REGISTRO POR CONTRATO A DECIDIR - O SORT AGRUPA POR
      *    CENTRO E ORDENA PELO PRAZO DE DECISAO
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CCUSTO           PIC X(05).
               05 SRT-DATA-DECISAO     PIC 9(08).
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-NOME             PIC X(30).
               05 SRT-ADMISSAO         PIC 9(08).
               05 SRT-FIM-1            PIC 9(08).
               05 SRT-FIM-2            PIC 9(08).
               05 SRT-DIAS-UTEIS       PIC 9(03).
               05 SRT-ACAO             PIC X(01).
                   88 SRT-ACAO-PRORROGACAO       VALUE "P".
                   88 SRT-ACAO-1O-PERIODO        VALUE "1".
                   88 SRT-ACAO-2O-PERIODO        VALUE "2".
                   88 SRT-ACAO-CONVERTIDO        VALUE "C".

      *    AVISO DE 132 COLUNAS - ROTULOS EM CAMPOS NOMEADOS, NAO
      *    FILLER COM VALUE (VER NOTA NA FD ARQ-RELATORIO DO
      *    PROGRAMA06); AS CINCO VIEWS TEM EXATAMENTE 132 POSICOES
           FD  ARQ-AVISO
               LABEL RECORD IS STANDARD.
           01  EXP-CABECALHO-REC.
               05 EXP-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 EXP-CAB-TITULO       PIC X(40).
               05 EXP-CAB-LIT-DIAS     PIC X(12).
               05 EXP-CAB-DIAS         PIC ZZ9.
               05 EXP-CAB-LIT-LIMITE   PIC X(10).
               05 EXP-CAB-LIMITE       PIC 9(08).
               05 EXP-CAB-LIT-DATA     PIC X(08).
               05 EXP-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(38).
           01  EXP-COLUNA-REC REDEFINES EXP-CABECALHO-REC.
               05 EXP-COL-TIPO         PIC X(01).
               05 EXP-COL-TEXTO        PIC X(110).
               05 FILLER               PIC X(21).
           01  EXP-CENTRO-REC REDEFINES EXP-CABECALHO-REC.
               05 EXP-CEN-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 EXP-CEN-LIT          PIC X(08).
               05 EXP-CEN-CCUSTO       PIC X(05).
               05 FILLER               PIC X(01).
               05 EXP-CEN-DESCRICAO    PIC X(30).
               05 FILLER               PIC X(86).
           01  EXP-DETALHE-REC REDEFINES EXP-CABECALHO-REC.
               05 EXP-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 EXP-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 EXP-DET-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 EXP-DET-ADMISSAO     PIC 9(08).
               05 FILLER               PIC X(02).
               05 EXP-DET-FIM-1        PIC 9(08).
               05 FILLER               PIC X(02).
               05 EXP-DET-FIM-2        PIC 9(08).
               05 FILLER               PIC X(02).
               05 EXP-DET-DECISAO      PIC 9(08).
               05 FILLER               PIC X(02).
               05 EXP-DET-DIAS-UTEIS   PIC ZZ9.
               05 FILLER               PIC X(02).
               05 EXP-DET-ACAO         PIC X(34).
               05 FILLER               PIC X(14).
           01  EXP-TOTAL-REC REDEFINES EXP-CABECALHO-REC.
               05 EXP-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 EXP-TOT-LIT          PIC X(30).
               05 EXP-TOT-QTDE         PIC ZZZZ9.
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
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CCUSTO-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-AVISO         PIC X(02) VALUE SPACES.
           88 WRK-FS-AVISO-OK            VALUE "00".
       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-AVISO             VALUE 1.
           88 WRK-MODO-PRORROGAR         VALUE 2.
           88 WRK-MODO-EFETIVAR          VALUE 3.
           88 WRK-MODO-CONSULTAR         VALUE 4.
       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".

      *    JANELA DO AVISO - OS PROXIMOS N DIAS UTEIS A PARTIR DE
      *    AMANHA (CPD-8050 COM O CALENDARIO FERIADOS); ZERO VALE
      *    O PADRAO DE 10, A TABELA COMPORTA 60
       77 WRK-DIAS-AVISO       PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PADRAO      PIC 9(03) VALUE 10.
       77 WRK-DIAS-MAXIMO      PIC 9(03) VALUE 60.
       01 WRK-UTEIS-TABELA.
           05 WRK-UTIL-DATA            PIC 9(08)
                                        OCCURS 60 TIMES.
       77 WRK-U                PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.

      *    CONTRATO EM ANALISE
       77 WRK-DATA-DECISAO     PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES   PIC 9(03) VALUE ZEROS.
       77 WRK-ACAO             PIC X(01) VALUE SPACES.

      *    CONTADORES
       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DESLIGADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CENTRO      PIC 9(05) VALUE ZEROS.
       77 WRK-CCUSTO-ANTERIOR  PIC X(05) VALUE HIGH-VALUES.

      *    ROTULOS DO EXPREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-EXP-TITULO   PIC X(40)
           VALUE "AVISO DE VENCIMENTO - EXPERIENCIA       ".
       77 WRK-LIT-EXP-DIAS     PIC X(12) VALUE "DIAS UTEIS: ".
       77 WRK-LIT-EXP-LIMITE   PIC X(10) VALUE "  LIMITE: ".
       77 WRK-LIT-EXP-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-EXP-CENTRO   PIC X(08) VALUE "CENTRO: ".
       77 WRK-LIT-EXP-SEM-CAD  PIC X(30)
           VALUE "CENTRO NAO CADASTRADO         ".
       77 WRK-LIT-EXP-TOT-CEN  PIC X(30)
           VALUE "CONTRATOS NO CENTRO...........".
       77 WRK-LIT-EXP-TOT-GER  PIC X(30)
           VALUE "TOTAL DE CONTRATOS A DECIDIR..".
       77 WRK-LIT-EXP-TOT-CONV PIC X(30)
           VALUE "DOS QUAIS JA CONVERTIDOS......".
       77 WRK-LIT-EXP-PRORROG  PIC X(34)
           VALUE "CONFIRMAR PRORROGACAO OU DESLIGAR ".
       77 WRK-LIT-EXP-1O-PER   PIC X(34)
           VALUE "PRORROGAR, EFETIVAR OU DESLIGAR   ".
       77 WRK-LIT-EXP-2O-PER   PIC X(34)
           VALUE "EFETIVAR OU DESLIGAR (PRORROGADO) ".
       77 WRK-LIT-EXP-CONVERT  PIC X(34)
           VALUE "CONVERTIDO EM PRAZO INDETERMINADO ".
       01 WRK-LIT-EXP-COLUNAS.
           05 WRK-LEC-CODIGO       PIC X(07) VALUE " COD.".
           05 WRK-LEC-NOME         PIC X(31) VALUE "NOME".
           05 WRK-LEC-ADMISSAO     PIC X(10) VALUE "ADMISSAO".
           05 WRK-LEC-FIM-1        PIC X(10) VALUE "FIM 1O PER".
           05 WRK-LEC-FIM-2        PIC X(10) VALUE "FIM PRORR.".
           05 WRK-LEC-DECISAO      PIC X(10) VALUE "DECIDIR".
           05 WRK-LEC-DIAS         PIC X(05) VALUE "D.UT".
           05 WRK-LEC-ACAO         PIC X(27) VALUE "DECISAO PENDENTE".

           COPY CPDATA.
           COPY CPCTRWS.
           COPY CPREPWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-PRORROGAR
                       PERFORM 0002-PRORROGA-CONTRATO
                   WHEN WRK-MODO-EFETIVAR
                       PERFORM 0003-EFETIVA-CONTRATO
                   WHEN WRK-MODO-CONSULTAR
                       PERFORM 0004-CONSULTA-CONTRATO
                   WHEN OTHER
                       PERFORM 0001-AVISO-VENCIMENTOS
               END-EVALUATE.
               PERFORM 0006-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-AVISO DE VENCIMENTOS  2-PRORROGAR  "
                   "3-EFETIVAR  4-CONSULTAR "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-CONTRATO.
               IF WRK-FS-CONTRATO-NAO-EXISTE
                   OPEN OUTPUT ARQ-CONTRATO
                   CLOSE ARQ-CONTRATO
                   OPEN I-O ARQ-CONTRATO
               END-IF.
               IF WRK-FS-CONTRATO-OK
                   MOVE "S" TO WRK-CONTRATO-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CONTREXP - FS: "
                       WRK-FS-CONTRATO
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    MODO 1 - AVISO DE VENCIMENTOS
       0001-AVISO-VENCIMENTOS  SECTION.
               IF NOT WRK-CONTRATO-DISPONIVEL-SIM
                   DISPLAY "AVISO NAO EMITIDO - CONTREXP INDISPONIVEL"
               ELSE
                   DISPLAY "DIGITE OS DIAS UTEIS DE ANTECEDENCIA "
                       "(ZEROS = 10, MAXIMO 60): "
                       ACCEPT WRK-DIAS-AVISO
                   IF WRK-DIAS-AVISO = ZEROS
                       MOVE WRK-DIAS-PADRAO TO WRK-DIAS-AVISO
                   END-IF
                   IF WRK-DIAS-AVISO > WRK-DIAS-MAXIMO
                       MOVE WRK-DIAS-MAXIMO TO WRK-DIAS-AVISO
                   END-IF
                   PERFORM CPD-8080-CARREGA-FERIADOS
                   PERFORM 0001-A-MONTA-DIAS-UTEIS
                   DISPLAY "JANELA DE " WRK-DIAS-AVISO
                       " DIAS UTEIS ATE " WRK-DATA-LIMITE " ("
                       CPD-QTDE-FERIADOS " FERIADOS NO CALENDARIO)"
                   SORT ARQ-SORT
                       ON ASCENDING KEY SRT-CCUSTO SRT-DATA-DECISAO
                                        SRT-CODIGO
                       INPUT PROCEDURE IS 1000-SELECIONA-CONTRATOS
                       OUTPUT PROCEDURE IS 2000-IMPRIME-AVISO
               END-IF.

      *    OS N PROXIMOS DIAS UTEIS, A PARTIR DO DIA SEGUINTE A
      *    HOJE; O ULTIMO E O LIMITE DA JANELA
       0001-A-MONTA-DIAS-UTEIS SECTION.
               MOVE WRK-DATA-HOJE (1:4) TO CPD-ANO-NUM.
               MOVE WRK-DATA-HOJE (5:2) TO CPD-MES-NUM.
               MOVE WRK-DATA-HOJE (7:2) TO CPD-DIA-NUM.
               PERFORM 0001-B-PROXIMO-UTIL
                   VARYING WRK-U FROM 1 BY 1
                   UNTIL WRK-U > WRK-DIAS-AVISO.
               MOVE WRK-UTIL-DATA (WRK-DIAS-AVISO) TO WRK-DATA-LIMITE.

       0001-B-PROXIMO-UTIL     SECTION.
               PERFORM CPD-8050-PROXIMO-DIA-UTIL.
               MOVE CPD-PROX-DIA-UTIL TO WRK-UTIL-DATA (WRK-U).
               MOVE CPD-PROX-DIA-UTIL (1:4) TO CPD-ANO-NUM.
               MOVE CPD-PROX-DIA-UTIL (5:2) TO CPD-MES-NUM.
               MOVE CPD-PROX-DIA-UTIL (7:2) TO CPD-DIA-NUM.

       1000-SELECIONA-CONTRATOS SECTION.
               MOVE ZEROS TO CTR-CODIGO.
               START ARQ-CONTRATO KEY IS NOT LESS THAN CTR-CODIGO
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 1100-AVALIA-UM
                   UNTIL WRK-FS-LEITURA-FIM.

       1100-AVALIA-UM          SECTION.
               READ ARQ-CONTRATO NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF CTR-EXPERIENCIA AND CTR-VIGENTE
                           ADD 1 TO WRK-QTDE-LIDOS
                           PERFORM 1200-AVALIA-CONTRATO
                       END-IF
               END-READ.

      *    DESLIGADO COM O CONTRATO AINDA VIGENTE ESTA ESPERANDO A
      *    RESCISAO DO PROGRAMA45 - FICA FORA DO AVISO. O PRAZO DE
      *    DECISAO E O ULTIMO DIA DO PERIODO EM CURSO; PASSADO O
      *    ULTIMO DIA DO CONTRATO, ELE JA E POR PRAZO INDETERMINADO
       1200-AVALIA-CONTRATO    SECTION.
               MOVE SPACES TO SRT-REGISTRO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE CTR-CODIGO TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           PERFORM 1210-SEM-MESTRE
                   END-READ
               ELSE
                   PERFORM 1210-SEM-MESTRE
               END-IF.
               IF EMP-DESLIGADO
                   ADD 1 TO WRK-QTDE-DESLIGADOS
               ELSE
                   IF CTR-FIM-2 > ZEROS
                       MOVE CTR-FIM-2 TO WRK-ULTIMO-DIA
                   ELSE
                       MOVE CTR-FIM-1 TO WRK-ULTIMO-DIA
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-DATA-HOJE > WRK-ULTIMO-DIA
                           MOVE WRK-ULTIMO-DIA TO WRK-DATA-DECISAO
                           MOVE "C" TO WRK-ACAO
                           PERFORM 1300-CONVERTE-CONTRATO
                       WHEN WRK-DATA-HOJE NOT > CTR-FIM-1
                           MOVE CTR-FIM-1 TO WRK-DATA-DECISAO
                           IF CTR-FIM-2 > ZEROS
                               MOVE "P" TO WRK-ACAO
                           ELSE
                               MOVE "1" TO WRK-ACAO
                           END-IF
                       WHEN OTHER
                           MOVE CTR-FIM-2 TO WRK-DATA-DECISAO
                           MOVE "2" TO WRK-ACAO
                   END-EVALUATE
                   IF WRK-DATA-DECISAO NOT > WRK-DATA-LIMITE
                       PERFORM 1400-LIBERA-CONTRATO
                   END-IF
               END-IF.

      *    SEM O REGISTRO NO MESTRE O CONTRATO SAI SEM NOME, NUM
      *    CENTRO EM BRANCO
       1210-SEM-MESTRE         SECTION.
               MOVE SPACES TO EMP-NOME.
               MOVE SPACES TO EMP-CCUSTO.
               MOVE "A"    TO EMP-SITUACAO.

      *    CONTRATO QUE PASSOU DO ULTIMO DIA SEM RESCISAO: A LEI JA
      *    O TORNOU POR PRAZO INDETERMINADO - REGISTRADO AQUI PARA
      *    SAIR DOS PROXIMOS AVISOS
       1300-CONVERTE-CONTRATO  SECTION.
               SET CTR-EFETIVADO   TO TRUE.
               MOVE WRK-DATA-HOJE  TO CTR-DATA-SITUACAO.
               MOVE WRK-OPERADOR   TO CTR-OPERADOR.
               REWRITE CTR-REGISTRO.
               ADD 1 TO WRK-QTDE-CONVERTIDOS.
               MOVE "PROGRAMA77" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "EXPERIENCIA CODIGO " CTR-CODIGO
                   " VENCIDA EM " WRK-ULTIMO-DIA
                   " SEM RESCISAO - CONVERTIDA EM PRAZO "
                   "INDETERMINADO"
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       1400-LIBERA-CONTRATO    SECTION.
               MOVE ZEROS TO WRK-DIAS-RESTANTES.
               PERFORM 1410-CONTA-DIA-UTIL
                   VARYING WRK-U FROM 1 BY 1
                   UNTIL WRK-U > WRK-DIAS-AVISO.
               MOVE EMP-CCUSTO         TO SRT-CCUSTO.
               MOVE WRK-DATA-DECISAO   TO SRT-DATA-DECISAO.
               MOVE CTR-CODIGO         TO SRT-CODIGO.
               MOVE EMP-NOME           TO SRT-NOME.
               MOVE CTR-DATA-INICIO    TO SRT-ADMISSAO.
               MOVE CTR-FIM-1          TO SRT-FIM-1.
               MOVE CTR-FIM-2          TO SRT-FIM-2.
               MOVE WRK-DIAS-RESTANTES TO SRT-DIAS-UTEIS.
               MOVE WRK-ACAO           TO SRT-ACAO.
               RELEASE SRT-REGISTRO.
               ADD 1 TO WRK-QTDE-LISTADOS.

      *    DIAS UTEIS QUE RESTAM = DIAS UTEIS DA JANELA ATE O PRAZO
      *    (PRAZO HOJE OU JA VENCIDO = ZERO)
       1410-CONTA-DIA-UTIL     SECTION.
               IF WRK-UTIL-DATA (WRK-U) NOT > WRK-DATA-DECISAO
                   ADD 1 TO WRK-DIAS-RESTANTES
               END-IF.

       2000-IMPRIME-AVISO      SECTION.
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               END-IF.
               OPEN OUTPUT ARQ-AVISO.
               MOVE "EXPREL  "    TO WRK-REP-ID.
               MOVE WRK-DATA-HOJE TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA77"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.

               MOVE SPACES              TO EXP-CABECALHO-REC.
               MOVE "H"                 TO EXP-CAB-TIPO.
               MOVE WRK-LIT-EXP-TITULO  TO EXP-CAB-TITULO.
               MOVE WRK-LIT-EXP-DIAS    TO EXP-CAB-LIT-DIAS.
               MOVE WRK-DIAS-AVISO      TO EXP-CAB-DIAS.
               MOVE WRK-LIT-EXP-LIMITE  TO EXP-CAB-LIT-LIMITE.
               MOVE WRK-DATA-LIMITE     TO EXP-CAB-LIMITE.
               MOVE WRK-LIT-EXP-DATA    TO EXP-CAB-LIT-DATA.
               MOVE WRK-DATA-HOJE       TO EXP-CAB-DATA.
               WRITE EXP-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO EXP-COLUNA-REC.
               MOVE "C"                 TO EXP-COL-TIPO.
               MOVE WRK-LIT-EXP-COLUNAS TO EXP-COL-TEXTO.
               WRITE EXP-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               IF WRK-QTDE-CENTRO > ZEROS
                   PERFORM 2300-GRAVA-TOTAL-CENTRO
               END-IF.

               MOVE SPACES               TO EXP-TOTAL-REC.
               MOVE "T"                  TO EXP-TOT-TIPO.
               MOVE WRK-LIT-EXP-TOT-GER  TO EXP-TOT-LIT.
               MOVE WRK-QTDE-LISTADOS    TO EXP-TOT-QTDE.
               WRITE EXP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES               TO EXP-TOTAL-REC.
               MOVE "T"                  TO EXP-TOT-TIPO.
               MOVE WRK-LIT-EXP-TOT-CONV TO EXP-TOT-LIT.
               MOVE WRK-QTDE-CONVERTIDOS TO EXP-TOT-QTDE.
               WRITE EXP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-AVISO.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               DISPLAY "AVISO DE VENCIMENTOS GRAVADO (EXPREL) - "
                   WRK-QTDE-LIDOS " EXPERIENCIAS VIGENTES, "
                   WRK-QTDE-LISTADOS " A DECIDIR, "
                   WRK-QTDE-CONVERTIDOS " CONVERTIDAS".
               IF WRK-QTDE-DESLIGADOS > ZEROS
                   DISPLAY "*** " WRK-QTDE-DESLIGADOS " DESLIGADOS "
                       "COM EXPERIENCIA VIGENTE - RESCISAO "
                       "(PROGRAMA45) PENDENTE ***"
               END-IF.

       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF SRT-CCUSTO NOT = WRK-CCUSTO-ANTERIOR
                           IF WRK-QTDE-CENTRO > ZEROS
                               PERFORM 2300-GRAVA-TOTAL-CENTRO
                           END-IF
                           PERFORM 2200-GRAVA-CENTRO
                       END-IF
                       PERFORM 2250-GRAVA-DETALHE
               END-RETURN.

       2200-GRAVA-CENTRO       SECTION.
               MOVE SRT-CCUSTO         TO WRK-CCUSTO-ANTERIOR.
               MOVE SPACES             TO EXP-CENTRO-REC.
               MOVE "G"                TO EXP-CEN-TIPO.
               MOVE WRK-LIT-EXP-CENTRO TO EXP-CEN-LIT.
               MOVE SRT-CCUSTO         TO EXP-CEN-CCUSTO.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   MOVE SRT-CCUSTO TO CCU-CODIGO
                   READ CADASTRO-CCUSTO
                       INVALID KEY
                           MOVE WRK-LIT-EXP-SEM-CAD
                               TO EXP-CEN-DESCRICAO
                       NOT INVALID KEY
                           MOVE CCU-DESCRICAO TO EXP-CEN-DESCRICAO
                   END-READ
               END-IF.
               WRITE EXP-CENTRO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2250-GRAVA-DETALHE      SECTION.
               ADD 1 TO WRK-QTDE-CENTRO.
               MOVE SPACES           TO EXP-DETALHE-REC.
               MOVE "D"              TO EXP-DET-TIPO.
               MOVE SRT-CODIGO       TO EXP-DET-CODIGO.
               MOVE SRT-NOME         TO EXP-DET-NOME.
               MOVE SRT-ADMISSAO     TO EXP-DET-ADMISSAO.
               MOVE SRT-FIM-1        TO EXP-DET-FIM-1.
               MOVE SRT-FIM-2        TO EXP-DET-FIM-2.
               MOVE SRT-DATA-DECISAO TO EXP-DET-DECISAO.
               MOVE SRT-DIAS-UTEIS   TO EXP-DET-DIAS-UTEIS.
               EVALUATE TRUE
                   WHEN SRT-ACAO-PRORROGACAO
                       MOVE WRK-LIT-EXP-PRORROG TO EXP-DET-ACAO
                   WHEN SRT-ACAO-1O-PERIODO
                       MOVE WRK-LIT-EXP-1O-PER  TO EXP-DET-ACAO
                   WHEN SRT-ACAO-2O-PERIODO
                       MOVE WRK-LIT-EXP-2O-PER  TO EXP-DET-ACAO
                   WHEN OTHER
                       MOVE WRK-LIT-EXP-CONVERT TO EXP-DET-ACAO
               END-EVALUATE.
               WRITE EXP-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2300-GRAVA-TOTAL-CENTRO SECTION.
               MOVE SPACES              TO EXP-TOTAL-REC.
               MOVE "S"                 TO EXP-TOT-TIPO.
               MOVE WRK-LIT-EXP-TOT-CEN TO EXP-TOT-LIT.
               MOVE WRK-QTDE-CENTRO     TO EXP-TOT-QTDE.
               WRITE EXP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE ZEROS               TO WRK-QTDE-CENTRO.

      *    MODO 2 - PRORROGACAO (OU SUA RETIRADA, COM 000): SO
      *    ANTES DO FIM DO PRIMEIRO PERIODO E DENTRO DOS 90 DIAS
       0002-PRORROGA-CONTRATO  SECTION.
               PERFORM 0005-LOCALIZA-CONTRATO.
               IF WRK-ENTRADA-OK
                   IF WRK-DATA-HOJE > CTR-FIM-1
                       DISPLAY "ERRO: PRIMEIRO PERIODO ENCERRADO EM "
                           CTR-FIM-1 " - PRORROGACAO NAO E MAIS "
                           "POSSIVEL"
                       MOVE "N" TO WRK-ENTRADA-VALIDA
                   END-IF
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE "E"             TO WRK-CTR-TIPO
                   MOVE CTR-DATA-INICIO TO WRK-CTR-INICIO
                   MOVE CTR-DIAS-1      TO WRK-CTR-DIAS-1
                   MOVE "N" TO WRK-CTR-VALIDO
                   PERFORM 0002-A-CAPTURA-DIAS
                       UNTIL WRK-CTR-VALIDO-SIM
                   PERFORM 7961-CALCULA-VENCIMENTOS
                   MOVE WRK-CTR-DIAS-2 TO CTR-DIAS-2
                   MOVE WRK-CTR-FIM-2  TO CTR-FIM-2
                   MOVE WRK-DATA-HOJE  TO CTR-DATA-SITUACAO
                   MOVE WRK-OPERADOR   TO CTR-OPERADOR
                   REWRITE CTR-REGISTRO
                   DISPLAY "PRORROGACAO REGISTRADA - " CTR-DIAS-2
                       " DIAS, ATE " CTR-FIM-2
                   MOVE "PROGRAMA77" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "PRORROGACAO EXPERIENCIA CODIGO "
                       CTR-CODIGO " DIAS " CTR-DIAS-2
                       " FIM " CTR-FIM-2
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   DISPLAY "PRORROGACAO REJEITADA"
               END-IF.

       0002-A-CAPTURA-DIAS     SECTION.
               DISPLAY "DIGITE OS DIAS DA PRORROGACAO (000 = SEM "
                   "PRORROGACAO): "
                   ACCEPT WRK-CTR-DIAS-2.
               PERFORM 7960-VALIDA-CONTRATO.
               IF NOT WRK-CTR-VALIDO-SIM
                   DISPLAY "ERRO: " WRK-CTR-MSG-ERRO
               END-IF.

      *    MODO 3 - EFETIVACAO: O GESTOR DECIDIU MANTER O
      *    FUNCIONARIO - O CONTRATO PASSA A PRAZO INDETERMINADO
       0003-EFETIVA-CONTRATO   SECTION.
               PERFORM 0005-LOCALIZA-CONTRATO.
               IF WRK-ENTRADA-OK
                   SET CTR-EFETIVADO  TO TRUE
                   MOVE WRK-DATA-HOJE TO CTR-DATA-SITUACAO
                   MOVE WRK-OPERADOR  TO CTR-OPERADOR
                   REWRITE CTR-REGISTRO
                   DISPLAY "CONTRATO EFETIVADO - PRAZO INDETERMINADO"
                   MOVE "PROGRAMA77" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "EFETIVACAO EXPERIENCIA CODIGO "
                       CTR-CODIGO " ADMISSAO " CTR-DATA-INICIO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   DISPLAY "EFETIVACAO REJEITADA"
               END-IF.

      *    MODO 4 - CONSULTA DO CONTRATO DE UM FUNCIONARIO
       0004-CONSULTA-CONTRATO  SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO CTR-CODIGO.
               READ ARQ-CONTRATO
                   INVALID KEY
                       DISPLAY "CODIGO " WRK-CODIGO-EMP
                           " SEM CONTRATO REGISTRADO - PRAZO "
                           "INDETERMINADO"
                   NOT INVALID KEY
                       DISPLAY "TIPO " CTR-TIPO
                           " ADMISSAO " CTR-DATA-INICIO
                           " SITUACAO " CTR-SITUACAO
                           " EM " CTR-DATA-SITUACAO
                       IF CTR-EXPERIENCIA
                           DISPLAY "1O PERIODO " CTR-DIAS-1
                               " DIAS ATE " CTR-FIM-1
                               " PRORROGACAO " CTR-DIAS-2
                               " DIAS ATE " CTR-FIM-2
                       END-IF
               END-READ.

      *    CONTRATO DE EXPERIENCIA VIGENTE DE FUNCIONARIO NAO
      *    DESLIGADO - CONDICAO DOS MODOS 2 E 3
       0005-LOCALIZA-CONTRATO  SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF NOT WRK-CONTRATO-DISPONIVEL-SIM
                   MOVE "N" TO WRK-ENTRADA-VALIDA
               ELSE
                   MOVE WRK-CODIGO-EMP TO CTR-CODIGO
                   READ ARQ-CONTRATO
                       INVALID KEY
                           DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                               " SEM CONTRATO REGISTRADO"
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           IF NOT CTR-EXPERIENCIA
                               OR NOT CTR-VIGENTE
                               DISPLAY "ERRO: CONTRATO NAO E "
                                   "EXPERIENCIA VIGENTE (TIPO "
                                   CTR-TIPO " SITUACAO "
                                   CTR-SITUACAO ")"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           END-IF
                   END-READ
               END-IF.
               IF WRK-ENTRADA-OK AND WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "FUNCIONARIO: " EMP-NOME
                           IF EMP-DESLIGADO
                               DISPLAY "ERRO: FUNCIONARIO DESLIGADO"
                                   " - RESCISAO PELO PROGRAMA45"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           END-IF
                   END-READ
               END-IF.

       0006-FINALIZAR          SECTION.
               IF WRK-CONTRATO-DISPONIVEL-SIM
                   CLOSE ARQ-CONTRATO
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPCTRPR.

           COPY CPDATAVL.

           COPY CPFERPR.

           COPY CPAUDPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE EXP-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
