      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63 - PERDIDO O
      *==                  PAPEL, PERDIA-SE O RELATORIO
      *== 15/10/26   WS    CARTAO DE COMPETENCIA (AAAAMM, ZEROS =
      *==                  CADASTRO ATUAL): COM COMPETENCIA, OS
      *==                  ATIVOS SAEM DA FOTO DO MESTRE TIRADA NO
      *==                  FECHAMENTO DA FOLHA (CADSNAP, CPSNAP/
      *==                  CPSNPWS/CPSNPPR), TEMPO DE CASA E FERIAS
      *==                  SAO MEDIDOS NO ULTIMO DIA DA COMPETENCIA
      *==                  (GOZO POSTERIOR NAO CONTA) E O CABECALHO
      *==                  MOSTRA A COMPETENCIA
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.
               SELECT ARQ-FOTO-MESTRE ASSIGN TO "CADSNAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNP-CHAVE
                   FILE STATUS IS WRK-FS-FOTO.

           DATA DIVISION.
           FILE                    SECTION.
               05 FER-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(02).
               05 FER-CAB-AVISO        PIC X(30).
               05 FER-CAB-LIT-FOTO     PIC X(20).
               05 FER-CAB-FOTO         PIC 9(06).
               05 FILLER               PIC X(15).
           01  FER-DETALHE-REC REDEFINES FER-CABECALHO-REC.
               05 FER-DET-TIPO         PIC X(01).
               05 FER-DET-CODIGO       PIC 9(05).
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  ARQ-FOTO-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPSNAP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
           05 WRK-EXEC-ANO         PIC 9(04).
           05 WRK-EXEC-MES         PIC 9(02).
           05 WRK-EXEC-DIA         PIC 9(02).
      *    DATA EM QUE TEMPO DE CASA E FERIAS SAO MEDIDOS: HOJE, OU
      *    O ULTIMO DIA DA COMPETENCIA QUANDO O RELATORIO RODA NA
      *    FOTO DO MESTRE
       01 WRK-DATA-REF.
           05 WRK-REF-ANO          PIC 9(04).
           05 WRK-REF-MES          PIC 9(02).
           05 WRK-REF-DIA          PIC 9(02).
       01 WRK-ADMISSAO.
           05 WRK-ADM-ANO          PIC 9(04).
           05 WRK-ADM-MES          PIC 9(02).
       77 WRK-LIT-FER-TITULO   PIC X(40)
           VALUE "TEMPO DE CASA E SITUACAO DE FERIAS      ".
       77 WRK-LIT-FER-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-FER-FOTO     PIC X(20)
           VALUE "  FOTO COMPETENCIA: ".
       77 WRK-LIT-FER-ADM      PIC X(06) VALUE " ADM: ".
       77 WRK-LIT-FER-TEMPO    PIC X(07) VALUE " ANOS: ".
       77 WRK-LIT-FER-MESES    PIC X(07) VALUE " MESES:".
           VALUE "EXECUTADO NUM FIM DE SEMANA   ".

           COPY CPREPWS.
           COPY CPSNPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM CPD-8020-VERIFICA-DIA-UTIL.
               PERFORM 8760-CAPTURA-FOTO.
               MOVE WRK-DATA-EXEC TO WRK-DATA-REF.
               IF WRK-FOTO-DATA-REF NOT = ZEROS
                   MOVE WRK-FOTO-DATA-REF TO WRK-DATA-REF
               END-IF.
               PERFORM 1200-CARREGA-GOZO.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-DATA-ADMIS
                   OUTPUT PROCEDURE IS 2000-IMPRIME-FERIAS.
               GOBACK.

      *    COM COMPETENCIA PEDIDA NO CARTAO, OS REGISTROS VEM DA
      *    FOTO DO MESTRE (CADSNAP, CPSNPPR) E NAO DO CADASTRO
      *    ATUAL
       1000-SELECIONA-ATIVOS   SECTION.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8761-ABRE-FOTO
               ELSE
                   PERFORM 1010-ABRE-MESTRE
               END-IF.
               PERFORM 1100-LIBERA-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8763-FECHA-FOTO
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.

       1010-ABRE-MESTRE        SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-START
               END-IF.

       1100-LIBERA-UM          SECTION.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8762-LE-FOTO
               ELSE
                   READ CADASTRO-MESTRE NEXT RECORD
                       AT END
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-READ
               END-IF.
               IF NOT WRK-FS-LEITURA-FIM-ARQUIVO
                   AND NOT EMP-DESLIGADO
                   MOVE EMP-DATA-ADMIS TO SRT-DATA-ADMIS
                   MOVE EMP-CODIGO     TO SRT-CODIGO
                   MOVE EMP-NOME       TO SRT-NOME
                   RELEASE SRT-REGISTRO
               END-IF.

      *    CARGA DO HISTORICO DE GOZO (FERGOZO, GRAVADO PELO
      *    PROGRAMA42) - GUARDA POR FUNCIONARIO O FIM DE GOZO MAIS
      *    RECENTE; ARQUIVO AUSENTE DEIXA A TABELA VAZIA. GOZO
      *    TERMINADO DEPOIS DA DATA DE REFERENCIA NAO CONTA
       1200-CARREGA-GOZO       SECTION.
               MOVE ZEROS TO WRK-QTDE-GOZO.
               MOVE "S"   TO WRK-CONTINUA-GOZO.
                   AT END
                       MOVE "N" TO WRK-CONTINUA-GOZO
                   NOT AT END
                       IF FGZ-DATA-FIM NOT > WRK-DATA-REF
                           PERFORM 1215-GUARDA-GOZO
                       END-IF
               END-READ.

       1215-GUARDA-GOZO        SECTION.
               MOVE "N" TO WRK-GOZO-ACHADO.
               PERFORM 1220-ATUALIZA-GOZO
                   VARYING WRK-GZO-IDX FROM 1 BY 1
                   UNTIL WRK-GZO-IDX > WRK-QTDE-GOZO
                      OR WRK-GOZO-ACHADO-SIM.
               IF NOT WRK-GOZO-ACHADO-SIM
                   IF WRK-QTDE-GOZO < 9999
                       ADD 1 TO WRK-QTDE-GOZO
                       MOVE FGZ-CODIGO TO
                           WRK-GZO-CODIGO (WRK-QTDE-GOZO)
                       MOVE FGZ-DATA-FIM TO
                           WRK-GZO-DATA-FIM (WRK-QTDE-GOZO)
                   ELSE
                       MOVE "N" TO WRK-CONTINUA-GOZO
                       DISPLAY "*** MAIS DE 9999 "
                           "FUNCIONARIOS COM GOZO - "
                           "AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

      *    FUNCIONARIO JA NA TABELA GUARDA O FIM DE GOZO MAIS
      *    RECENTE
       1220-ATUALIZA-GOZO      SECTION.
               MOVE WRK-LIT-FER-TITULO TO FER-CAB-TITULO.
               MOVE WRK-LIT-FER-DATA   TO FER-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO FER-CAB-DATA.
               IF WRK-FOTO-ATIVA-SIM
                   MOVE WRK-LIT-FER-FOTO     TO FER-CAB-LIT-FOTO
                   MOVE WRK-FOTO-COMPETENCIA TO FER-CAB-FOTO
               END-IF.
               IF CPD-FIM-DE-SEMANA-SIM
                   MOVE WRK-LIT-FER-FDS TO FER-CAB-AVISO
               END-IF.
               ELSE
                   MOVE SRT-DATA-ADMIS TO WRK-ADMISSAO
                   COMPUTE WRK-MESES-CASA =
                       (WRK-REF-ANO - WRK-ADM-ANO) * 12
                       + WRK-REF-MES - WRK-ADM-MES
                   IF WRK-REF-DIA < WRK-ADM-DIA
                       SUBTRACT 1 FROM WRK-MESES-CASA
                   END-IF
                   IF WRK-MESES-CASA < ZEROS
                   MOVE WRK-ADMISSAO TO WRK-BASE-FERIAS
               END-IF.
               COMPUTE WRK-MESES-FERIAS =
                   (WRK-REF-ANO - WRK-BAS-ANO) * 12
                   + WRK-REF-MES - WRK-BAS-MES.
               IF WRK-REF-DIA < WRK-BAS-DIA
                   SUBTRACT 1 FROM WRK-MESES-FERIAS
               END-IF.
               IF WRK-MESES-FERIAS < ZEROS
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPSNPPR.
