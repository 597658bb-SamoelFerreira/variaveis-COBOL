      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    CARTAO DE COMPETENCIA (AAAAMM, ZEROS =
      *==                  CADASTRO ATUAL): COM COMPETENCIA, OS
      *==                  FUNCIONARIOS SAEM DA FOTO DO MESTRE
      *==                  TIRADA NO FECHAMENTO DA FOLHA (CADSNAP,
      *==                  CPSNAP/CPSNPWS/CPSNPPR) CONTRA AS FAIXAS
      *==                  ATUAIS DO CARGOS, E O CABECALHO MOSTRA
      *==                  A COMPETENCIA
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
               05 CPR-CAB-TITULO       PIC X(40).
               05 CPR-CAB-LIT-DATA     PIC X(06).
               05 CPR-CAB-DATA         PIC 9(08).
               05 CPR-CAB-LIT-FOTO     PIC X(20).
               05 CPR-CAB-FOTO         PIC 9(06).
               05 FILLER               PIC X(47).
           01  CPR-DETALHE-REC REDEFINES CPR-CABECALHO-REC.
               05 CPR-DET-TIPO         PIC X(01).
               05 CPR-DET-CODIGO       PIC 9(05).
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  ARQ-FOTO-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPSNAP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-LIT-CPR-TITULO   PIC X(40)
           VALUE "COMPA-RATIO POR CARGO E FAIXA SALARIAL  ".
       77 WRK-LIT-CPR-DATA     PIC X(06) VALUE "DATA: ".
       77 WRK-LIT-CPR-FOTO     PIC X(20)
           VALUE "  FOTO COMPETENCIA: ".
       77 WRK-LIT-CPR-SAL      PIC X(05) VALUE " SAL ".
       77 WRK-LIT-CPR-COMPA    PIC X(08) VALUE " COMPA: ".
       77 WRK-LIT-CPR-PCT      PIC X(02) VALUE " %".
       77 WRK-LIT-CPR-SEM-CRG  PIC X(16) VALUE " SEM CARGO      ".

           COPY CPREPWS.
           COPY CPSNPWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0002-GRAVA-TOTAIS.
               PERFORM 0003-FINALIZAR.

      *    COM COMPETENCIA PEDIDA NO CARTAO, OS FUNCIONARIOS VEM
      *    DA FOTO DO MESTRE (CADSNAP, CPSNPPR) E NAO DO CADASTRO
      *    ATUAL; AS FAIXAS CONTINUAM AS DO CADASTRO DE CARGOS
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 8760-CAPTURA-FOTO.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8761-ABRE-FOTO
               ELSE
                   OPEN INPUT CADASTRO-MESTRE
                   IF WRK-FS-MESTRE-OK
                       MOVE "S" TO WRK-MESTRE-DISPONIVEL
                   ELSE
                       DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - "
                           "FS: " WRK-FS-MESTRE
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-IF
               END-IF.
               OPEN INPUT CADASTRO-CARGOS.
               IF WRK-FS-CARGOS-OK
               MOVE WRK-LIT-CPR-TITULO TO CPR-CAB-TITULO.
               MOVE WRK-LIT-CPR-DATA   TO CPR-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO CPR-CAB-DATA.
               IF WRK-FOTO-ATIVA-SIM
                   MOVE WRK-LIT-CPR-FOTO     TO CPR-CAB-LIT-FOTO
                   MOVE WRK-FOTO-COMPETENCIA TO CPR-CAB-FOTO
               END-IF.
               WRITE CPR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               IF WRK-MESTRE-DISPONIVEL-SIM
               END-IF.

       0001-LE-E-CLASSIFICA    SECTION.
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
                   PERFORM 0001-A-CLASSIFICA-UM
               END-IF.

      *    COMPA-RATIO = SALARIO / PONTO MEDIO DA FAIXA X 100;
      *    ABAIXO DO PISO E ACIMA DO TETO SAEM MARCADOS
                   WRK-QTDE-SEM-CARGO " SEM CARGO".

       0003-FINALIZAR          SECTION.
               IF WRK-FOTO-ATIVA-SIM
                   PERFORM 8763-FECHA-FOTO
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPSNPPR.
