           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA69.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LISTAGEM MENSAL DE AFASTADOS E RETORNOS PARA O
      *==          RH - PERCORRE O CADASTRO DE AFASTAMENTOS (ARQ.
      *==          AFASTAM, MANTIDO PELO PROGRAMA68) E IMPRIME
      *==          (ARQ. AFASREL) CADA AFASTAMENTO QUE TOCA A
      *==          COMPETENCIA DIGITADA, COM NOME E CENTRO DE
      *==          CUSTO DO MESTRE E A SITUACAO NO MES: AFASTADO,
      *==          RETORNO PREVISTO NO MES, RETORNO VENCIDO (A
      *==          PREVISAO JA PASSOU E O RETORNO NAO FOI
      *==          REGISTRADO) OU RETORNOU NO MES - COM A CONTAGEM
      *==          POR SITUACAO NO RODAPE.
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
               SELECT ARQ-RELATORIO ASSIGN TO "AFASREL"
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
           FD  ARQ-AFASTAMENTOS
               LABEL RECORD IS STANDARD.
           COPY CPAFAST.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS TRES VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  AFR-CABECALHO-REC.
               05 AFR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 AFR-CAB-TITULO       PIC X(40).
               05 AFR-CAB-LIT-DATA     PIC X(06).
               05 AFR-CAB-DATA         PIC 9(08).
               05 AFR-CAB-LIT-COMP     PIC X(07).
               05 AFR-CAB-COMPETENCIA  PIC 9(06).
               05 FILLER               PIC X(60).
           01  AFR-DETALHE-REC REDEFINES AFR-CABECALHO-REC.
               05 AFR-DET-TIPO         PIC X(01).
               05 AFR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 AFR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 AFR-DET-CCUSTO       PIC X(05).
               05 FILLER               PIC X(01).
               05 AFR-DET-MOTIVO       PIC X(20).
               05 AFR-DET-LIT-INICIO   PIC X(05).
               05 AFR-DET-INICIO       PIC 9(08).
               05 AFR-DET-LIT-PREV     PIC X(06).
               05 AFR-DET-PREVISTO     PIC 9(08).
               05 AFR-DET-LIT-RET      PIC X(05).
               05 AFR-DET-RETORNO      PIC 9(08).
               05 FILLER               PIC X(02).
               05 AFR-DET-SITUACAO     PIC X(24).
               05 FILLER               PIC X(02).
           01  AFR-TOTAL-REC REDEFINES AFR-CABECALHO-REC.
               05 AFR-TOT-TIPO         PIC X(01).
               05 AFR-TOT-LABEL        PIC X(30).
               05 FILLER               PIC X(02).
               05 AFR-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(94).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-AFASTAM       PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTAM-OK          VALUE "00".
       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
      *    PRIMEIRO E ULTIMO DIA DA COMPETENCIA (O 31 SERVE DE
      *    TETO EM QUALQUER MES - A COMPARACAO E NUMERICA)
       77 WRK-PRIMEIRO-DIA     PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA       PIC 9(08) VALUE ZEROS.

       77 WRK-QTDE-AFASTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PREVISTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RETORNARAM  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS    PIC 9(05) VALUE ZEROS.

      *    ROTULOS DO AFASREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-AFR-TITULO   PIC X(40)
           VALUE "AFASTADOS E RETORNOS DA COMPETENCIA     ".
       77 WRK-LIT-AFR-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-AFR-COMP     PIC X(07) VALUE " COMP: ".
       77 WRK-LIT-AFR-INICIO   PIC X(05) VALUE " INI:".
       77 WRK-LIT-AFR-PREV     PIC X(06) VALUE " PREV:".
       77 WRK-LIT-AFR-RET      PIC X(05) VALUE " RET:".

           COPY CPREPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               PERFORM 0001-LE-AFASTAMENTO
                   UNTIL WRK-FS-LEITURA-FIM.
               PERFORM 0002-GRAVA-TOTAIS.
               PERFORM 0003-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-DATA-EXEC (1:6) TO WRK-COMPETENCIA
               END-IF.
               COMPUTE WRK-PRIMEIRO-DIA = WRK-COMPETENCIA * 100 + 1.
               COMPUTE WRK-ULTIMO-DIA   = WRK-COMPETENCIA * 100 + 31.
               OPEN INPUT ARQ-AFASTAMENTOS.
               IF NOT WRK-FS-AFASTAM-OK
                   DISPLAY "CADASTRO DE AFASTAMENTOS (AFASTAM) "
                       "AUSENTE - FS: " WRK-FS-AFASTAM
                   MOVE "10" TO WRK-FS-LEITURA
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "CADASTRO MESTRE INDISPONIVEL - FS: "
                       WRK-FS-MESTRE " - LISTAGEM SEM NOMES"
               END-IF.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "AFASREL "    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMA69"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO AFR-CABECALHO-REC.
               MOVE "H"                TO AFR-CAB-TIPO.
               MOVE WRK-LIT-AFR-TITULO TO AFR-CAB-TITULO.
               MOVE WRK-LIT-AFR-DATA   TO AFR-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO AFR-CAB-DATA.
               MOVE WRK-LIT-AFR-COMP   TO AFR-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA    TO AFR-CAB-COMPETENCIA.
               WRITE AFR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    SO ENTRA O AFASTAMENTO QUE TOCA A COMPETENCIA: INICIOU
      *    ATE O FIM DO MES E AINDA NAO TINHA RETORNADO NO INICIO
      *    DELE
       0001-LE-AFASTAMENTO     SECTION.
               READ ARQ-AFASTAMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF AFT-DATA-INICIO NOT > WRK-ULTIMO-DIA
                           AND (AFT-DATA-RETORNO = ZEROS
                             OR AFT-DATA-RETORNO > WRK-PRIMEIRO-DIA)
                           PERFORM 0001-A-IMPRIME-UM
                       END-IF
               END-READ.

       0001-A-IMPRIME-UM       SECTION.
               ADD 1 TO WRK-QTDE-LISTADOS.
               MOVE SPACES              TO AFR-DETALHE-REC.
               MOVE "D"                 TO AFR-DET-TIPO.
               MOVE AFT-CODIGO-EMP      TO AFR-DET-CODIGO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE AFT-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO ***"
                               TO AFR-DET-NOME
                       NOT INVALID KEY
                           MOVE EMP-NOME   TO AFR-DET-NOME
                           MOVE EMP-CCUSTO TO AFR-DET-CCUSTO
                   END-READ
               END-IF.
               EVALUATE TRUE
                   WHEN AFT-DOENCA
                       MOVE "DOENCA"             TO AFR-DET-MOTIVO
                   WHEN AFT-ACIDENTE
                       MOVE "ACIDENTE TRABALHO"  TO AFR-DET-MOTIVO
                   WHEN AFT-MATERNIDADE
                       MOVE "MATERNIDADE"        TO AFR-DET-MOTIVO
                   WHEN AFT-SERVICO-MILITAR
                       MOVE "SERVICO MILITAR"    TO AFR-DET-MOTIVO
                   WHEN AFT-NAO-REMUNERADO
                       MOVE "NAO REMUNERADO"     TO AFR-DET-MOTIVO
                   WHEN OTHER
                       MOVE "TIPO DESCONHECIDO"  TO AFR-DET-MOTIVO
               END-EVALUATE.
               MOVE WRK-LIT-AFR-INICIO  TO AFR-DET-LIT-INICIO.
               MOVE AFT-DATA-INICIO     TO AFR-DET-INICIO.
               MOVE WRK-LIT-AFR-PREV    TO AFR-DET-LIT-PREV.
               MOVE AFT-DATA-PREV-RETORNO TO AFR-DET-PREVISTO.
               MOVE WRK-LIT-AFR-RET     TO AFR-DET-LIT-RET.
               MOVE AFT-DATA-RETORNO    TO AFR-DET-RETORNO.
      *        RETORNO REGISTRADO NO MES; SEM RETORNO, A PREVISAO
      *        DIZ SE VOLTA NO MES OU SE JA PASSOU SEM REGISTRO
               EVALUATE TRUE
                   WHEN AFT-DATA-RETORNO NOT = ZEROS
                       AND AFT-DATA-RETORNO NOT > WRK-ULTIMO-DIA
                       ADD 1 TO WRK-QTDE-RETORNARAM
                       MOVE "RETORNOU NO MES"
                           TO AFR-DET-SITUACAO
                   WHEN AFT-DATA-RETORNO = ZEROS
                       AND AFT-DATA-PREV-RETORNO NOT = ZEROS
                       AND AFT-DATA-PREV-RETORNO < WRK-PRIMEIRO-DIA
                       ADD 1 TO WRK-QTDE-VENCIDOS
                       MOVE "RETORNO VENCIDO"
                           TO AFR-DET-SITUACAO
                   WHEN AFT-DATA-RETORNO = ZEROS
                       AND AFT-DATA-PREV-RETORNO NOT = ZEROS
                       AND AFT-DATA-PREV-RETORNO NOT > WRK-ULTIMO-DIA
                       ADD 1 TO WRK-QTDE-PREVISTOS
                       MOVE "RETORNO PREVISTO NO MES"
                           TO AFR-DET-SITUACAO
                   WHEN OTHER
                       ADD 1 TO WRK-QTDE-AFASTADOS
                       MOVE "AFASTADO"
                           TO AFR-DET-SITUACAO
               END-EVALUATE.
               WRITE AFR-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0002-GRAVA-TOTAIS       SECTION.
               MOVE SPACES TO AFR-TOTAL-REC.
               MOVE "T"    TO AFR-TOT-TIPO.
               MOVE "AFASTADOS SEM RETORNO NO MES.."
                   TO AFR-TOT-LABEL.
               MOVE WRK-QTDE-AFASTADOS TO AFR-TOT-QTDE.
               WRITE AFR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO AFR-TOTAL-REC.
               MOVE "T"    TO AFR-TOT-TIPO.
               MOVE "RETORNOS PREVISTOS NO MES....."
                   TO AFR-TOT-LABEL.
               MOVE WRK-QTDE-PREVISTOS TO AFR-TOT-QTDE.
               WRITE AFR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO AFR-TOTAL-REC.
               MOVE "T"    TO AFR-TOT-TIPO.
               MOVE "RETORNOS VENCIDOS............."
                   TO AFR-TOT-LABEL.
               MOVE WRK-QTDE-VENCIDOS TO AFR-TOT-QTDE.
               WRITE AFR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO AFR-TOTAL-REC.
               MOVE "T"    TO AFR-TOT-TIPO.
               MOVE "RETORNARAM NO MES............."
                   TO AFR-TOT-LABEL.
               MOVE WRK-QTDE-RETORNARAM TO AFR-TOT-QTDE.
               WRITE AFR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO AFR-TOTAL-REC.
               MOVE "T"    TO AFR-TOT-TIPO.
               MOVE "TOTAL DE AFASTAMENTOS NO MES.."
                   TO AFR-TOT-LABEL.
               MOVE WRK-QTDE-LISTADOS TO AFR-TOT-QTDE.
               WRITE AFR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0003-FINALIZAR          SECTION.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               IF WRK-FS-AFASTAM-OK
                   CLOSE ARQ-AFASTAMENTOS
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               DISPLAY "LISTAGEM DE AFASTADOS GRAVADA (AFASREL) - "
                   WRK-QTDE-LISTADOS " AFASTAMENTOS, "
                   WRK-QTDE-PREVISTOS " RETORNOS PREVISTOS, "
                   WRK-QTDE-VENCIDOS " VENCIDOS".
               GOBACK.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE AFR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
