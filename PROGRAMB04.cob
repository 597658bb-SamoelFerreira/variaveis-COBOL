           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMB04.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CONCILIACAO TRIPLA DO LIQUIDO DA COMPETENCIA
      *==          (ARQ. CONCLREL) - CASA FUNCIONARIO A
      *==          FUNCIONARIO E NO TOTAL:
      *==          - O LIQUIDO A CREDITAR DA FOLHA MENSAL (FOLHAHST,
      *==            SEQUENCIA 00 DA COMPETENCIA: LIQUIDO MAIS A
      *==            PENSAO ALIMENTICIA, QUE O PROGRAMA22 CREDITA
      *==            AO BENEFICIARIO COM O CODIGO DO DEVEDOR);
      *==          - O QUE O PROGRAMA22 MANDOU AOS BANCOS (BANKPAY,
      *==            TODAS AS REMESSAS BANKPNNN DA COMPETENCIA
      *==            CONCATENADAS NO DD), MENOS AS REEMISSOES DE
      *==            DEVOLUCOES ANTERIORES QUE VIERAM NELAS E MENOS
      *==            O QUE O BANCO DEVOLVEU E AINDA ESTA PENDENTE
      *==            NA FILA PENDPAY;
      *==          - O CREDITO LIQUIDO (CREDITOS MENOS DEBITOS) DA
      *==            CONTA DE SALARIOS A PAGAR NO DIARIO (GLJRNL) NO
      *==            MES DA COMPETENCIA.
      *==          LISTA OS PAGOS SEM FOLHA, OS DA FOLHA SEM
      *==          PAGAMENTO, AS DIFERENCAS DE VALOR E A DIFERENCA
      *==          DO RAZAO, E CARIMBA NO CONCLIQ (CPCONLIQ) A
      *==          COMPETENCIA COMO CONCILIADA OU NAO CONCILIADA -
      *==          O BALANCETE (PROGRAMA60) SO FECHA A CONCILIADA.
      *==          DIFERENCA QUE SO APARECIA SEMANAS DEPOIS NO
      *==          EXTRATO PASSA A SER VISTA ANTES DO FECHAMENTO.
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
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-REMESSA ASSIGN TO "BANKPAY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REMESSA.
               SELECT ARQ-PENDENTES ASSIGN TO "PENDPAY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PPY-CODIGO
                   FILE STATUS IS WRK-FS-PENDENTES.
               SELECT ARQ-DIARIO ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DIARIO.
               SELECT ARQ-RELATORIO ASSIGN TO "CONCLREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-CONCILIACAO-LIQ ASSIGN TO "CONCLIQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLQ-COMPETENCIA
                   FILE STATUS IS WRK-FS-CONCLIQ.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
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
           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

      *    MESMO LAYOUT DA REMESSA GRAVADA PELO PROGRAMA22 - O DD
      *    CONCATENA AS REMESSAS BANKPNNN DE TODOS OS BANCOS E
      *    ESTABELECIMENTOS DA COMPETENCIA
           FD  ARQ-REMESSA
               LABEL RECORD IS STANDARD.
           01  PAG-CABECALHO-REC.
               05 PAG-CAB-TIPO         PIC X(01).
               05 PAG-CAB-DATA         PIC 9(08).
               05 PAG-CAB-OPERADOR     PIC X(10).
               05 PAG-CAB-LOTE         PIC 9(05).
               05 PAG-CAB-CNPJ         PIC 9(14).
               05 FILLER               PIC X(22).
           01  PAG-DETALHE-REC REDEFINES PAG-CABECALHO-REC.
               05 PAG-DET-TIPO         PIC X(01).
               05 PAG-DET-CODIGO       PIC 9(05).
               05 PAG-DET-NOME         PIC X(25).
               05 PAG-DET-BANCO        PIC 9(03).
               05 PAG-DET-AGENCIA      PIC 9(05).
               05 PAG-DET-CONTA        PIC 9(10).
               05 PAG-DET-VALOR        PIC 9(11).

           FD  ARQ-PENDENTES
               LABEL RECORD IS STANDARD.
           COPY CPPENDPY.

      *    MESMO LAYOUT DO GLJRNL GRAVADO PELO PROGRAMA24
           FD  ARQ-DIARIO
               LABEL RECORD IS STANDARD.
           01  JRN-REGISTRO.
               05 JRN-DATA             PIC 9(08).
               05 JRN-LOTE             PIC 9(05).
               05 JRN-CONTA            PIC X(06).
               05 JRN-CCUSTO           PIC X(05).
               05 JRN-DC               PIC X(01).
               05 JRN-VALOR            PIC 9(13).

           FD  ARQ-CONCILIACAO-LIQ
               LABEL RECORD IS STANDARD.
           COPY CPCONLIQ.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

      *    UM REGISTRO POR VALOR DE CADA FONTE, EM REAIS: F = FOLHA,
      *    B = CREDITO ENVIADO AO BANCO, R = REEMISSAO DE DEVOLUCAO
      *    DE OUTRA COMPETENCIA QUE VEIO NA REMESSA (SAI DO PAGO),
      *    D = DEVOLVIDO PELO BANCO E AINDA PENDENTE (SAI DO PAGO)
           SD  ARQ-SORT.
           01  SRT-REGISTRO.
               05 SRT-CODIGO           PIC 9(05).
               05 SRT-ORIGEM           PIC X(01).
               05 SRT-NOME             PIC X(30).
               05 SRT-VALOR            PIC 9(11)V99.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS CINCO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  CLR-CABECALHO-REC.
               05 CLR-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 CLR-CAB-TITULO       PIC X(40).
               05 CLR-CAB-LIT-COMP     PIC X(13).
               05 CLR-CAB-COMPETENCIA  PIC 9(06).
               05 CLR-CAB-LIT-CONTA    PIC X(10).
               05 CLR-CAB-CONTA        PIC X(06).
               05 CLR-CAB-LIT-DATA     PIC X(08).
               05 CLR-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(36).
           01  CLR-COLUNA-REC REDEFINES CLR-CABECALHO-REC.
               05 CLR-COL-TIPO         PIC X(01).
               05 CLR-COL-TEXTO        PIC X(126).
               05 FILLER               PIC X(05).
           01  CLR-DETALHE-REC REDEFINES CLR-CABECALHO-REC.
               05 CLR-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CLR-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 CLR-DET-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 CLR-DET-FOLHA        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 CLR-DET-BANCO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 CLR-DET-DIFERENCA    PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02).
               05 CLR-DET-OCORRENCIA   PIC X(30).
               05 FILLER               PIC X(06).
           01  CLR-TOTAL-REC REDEFINES CLR-CABECALHO-REC.
               05 CLR-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CLR-TOT-DESCRICAO    PIC X(50).
               05 CLR-TOT-VALOR        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(63).
           01  CLR-NOTA-REC REDEFINES CLR-CABECALHO-REC.
               05 CLR-NOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CLR-NOT-DESCRICAO    PIC X(50).
               05 CLR-NOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(75).

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-HIST-DISPONIVEL  PIC X(01) VALUE "N".
           88 WRK-HIST-DISPONIVEL-SIM    VALUE "S".
       77 WRK-FS-REMESSA       PIC X(02) VALUE SPACES.
           88 WRK-FS-REMESSA-OK          VALUE "00".
       77 WRK-REMESSA-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-REMESSA-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-PENDENTES     PIC X(02) VALUE SPACES.
           88 WRK-FS-PENDENTES-OK        VALUE "00".
       77 WRK-FS-DIARIO        PIC X(02) VALUE SPACES.
           88 WRK-FS-DIARIO-OK           VALUE "00".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
       77 WRK-FS-CONCLIQ       PIC X(02) VALUE SPACES.
           88 WRK-FS-CONCLIQ-OK          VALUE "00".
           88 WRK-FS-CONCLIQ-NAO-EXISTE  VALUE "35".
           88 WRK-FS-CONCLIQ-DUPLICADO   VALUE "22".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FIM-LEITURA      PIC X(01) VALUE "N".
           88 WRK-FIM-LEITURA-SIM        VALUE "S".
       77 WRK-FIM-SORT         PIC X(01) VALUE "N".
           88 WRK-FIM-SORT-SIM           VALUE "S".

       01 WRK-DATA-EXEC-R.
           05 WRK-EXEC-ANO         PIC 9(04).
           05 WRK-EXEC-MES         PIC 9(02).
           05 WRK-EXEC-DIA         PIC 9(02).
       01 WRK-DATA-EXEC REDEFINES WRK-DATA-EXEC-R PIC 9(08).
      *    COMPETENCIA DIGITADA NO FORMATO AAAAMM
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-PARAMETROS-OK    PIC X(01) VALUE "N".
           88 WRK-PARAMETROS-OK-SIM      VALUE "S".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-CONTA-PAGAR      PIC X(06) VALUE SPACES.

      *    LOTES DAS REMESSAS DA COMPETENCIA (CABECALHOS DO BANKPAY)
      *    - E POR ELES QUE AS DEVOLUCOES E REEMISSOES DO PENDPAY
      *    SAO LIGADAS A COMPETENCIA
       77 WRK-REMESSA-DA-COMP  PIC X(01) VALUE "N".
           88 WRK-REMESSA-DA-COMP-SIM    VALUE "S".
       77 WRK-QTDE-LOTES       PIC 9(02) VALUE ZEROS.
       01 WRK-LOTES-TABELA.
           05 WRK-LOT-NUMERO           PIC 9(05) OCCURS 50 TIMES.
       77 WRK-LOT-I            PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE-BUSCA       PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-ACHADO      PIC X(01) VALUE "N".
           88 WRK-LOTE-ACHADO-SIM        VALUE "S".
       77 WRK-QTDE-REMESSAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REM-FORA    PIC 9(05) VALUE ZEROS.

      *    FIGURAS DO FUNCIONARIO EM CASAMENTO (QUEBRA POR CODIGO
      *    NA SAIDA DO SORT)
       77 WRK-GRUPO-ABERTO     PIC X(01) VALUE "N".
           88 WRK-GRUPO-ABERTO-SIM       VALUE "S".
       77 WRK-EMP-CODIGO       PIC 9(05) VALUE ZEROS.
       77 WRK-EMP-NOME         PIC X(30) VALUE SPACES.
       77 WRK-EMP-FOLHA        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-EMP-BANCO        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-EMP-DIFERENCA    PIC S9(11)V99 VALUE ZEROS.

      *    TOTAIS DAS TRES FONTES
       77 WRK-VALOR-LANC       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FOLHA        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ENVIADO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REEMITIDO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEVOLVIDO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PAGO         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RAZAO        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-PAGO         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-RAZAO        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-LANC-RAZAO  PIC 9(05) VALUE ZEROS.

       77 WRK-QTDE-CONFERIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PAGO-SEM-FOLHA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FOLHA-SEM-PAGTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VALOR-DIVERG PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DIVERGENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONCILIADO       PIC X(01) VALUE "N".
           88 WRK-CONCILIADO-SIM         VALUE "S".
       77 WRK-SITUACAO-TEXTO   PIC X(15) VALUE SPACES.

           COPY CPREPWS.

           COPY CPAUDELO.

      *    ROTULOS DO CONCLREL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-CLR-TITULO   PIC X(40)
           VALUE "CONCILIACAO DO LIQUIDO FOLHA/BANCO/RAZAO".
       77 WRK-LIT-CLR-COMP     PIC X(13) VALUE "COMPETENCIA: ".
       77 WRK-LIT-CLR-CONTA    PIC X(10) VALUE "  CONTA: ".
       77 WRK-LIT-CLR-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-CLR-FOLHA    PIC X(50)
           VALUE "LIQUIDO A CREDITAR DA FOLHA (FOLHAHST)".
       77 WRK-LIT-CLR-ENVIADO  PIC X(50)
           VALUE "CREDITOS ENVIADOS AOS BANCOS (BANKPAY)".
       77 WRK-LIT-CLR-REEMITIDO PIC X(50)
           VALUE "(-) REEMISSOES DE DEVOLUCOES ANTERIORES".
       77 WRK-LIT-CLR-DEVOLVIDO PIC X(50)
           VALUE "(-) DEVOLVIDOS AINDA PENDENTES (PENDPAY)".
       77 WRK-LIT-CLR-PAGO     PIC X(50)
           VALUE "PAGO LIQUIDO DA COMPETENCIA".
       77 WRK-LIT-CLR-DIF-PAGO PIC X(50)
           VALUE "DIFERENCA PAGO - FOLHA".
       77 WRK-LIT-CLR-RAZAO    PIC X(50)
           VALUE "CREDITO LIQUIDO DA CONTA NO DIARIO (GLJRNL)".
       77 WRK-LIT-CLR-DIF-RAZAO PIC X(50)
           VALUE "DIFERENCA RAZAO - FOLHA".
       77 WRK-LIT-CLR-CONFERIDOS PIC X(50)
           VALUE "FUNCIONARIOS CONFERIDOS SEM DIFERENCA:".
       77 WRK-LIT-CLR-SEM-FOLHA PIC X(50)
           VALUE "PAGOS SEM FOLHA:".
       77 WRK-LIT-CLR-SEM-PAGTO PIC X(50)
           VALUE "NA FOLHA SEM PAGAMENTO:".
       77 WRK-LIT-CLR-DIVERG   PIC X(50)
           VALUE "COM DIFERENCA DE VALOR:".
       77 WRK-LIT-CLR-REMESSAS PIC X(50)
           VALUE "REMESSAS DA COMPETENCIA LIDAS:".
       77 WRK-LIT-CLR-REM-FORA PIC X(50)
           VALUE "REMESSAS DE OUTRA COMPETENCIA IGNORADAS:".
       77 WRK-LIT-CLR-SITUACAO PIC X(25)
           VALUE "SITUACAO DA COMPETENCIA: ".
       77 WRK-TOTAL-DESCRICAO  PIC X(50) VALUE SPACES.
       77 WRK-TOTAL-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOTA-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WRK-NOTA-QTDE        PIC 9(05) VALUE ZEROS.
       01 WRK-LIT-CLR-COLUNAS.
           05 WRK-LCC-CODIGO       PIC X(07) VALUE " CODIGO".
           05 WRK-LCC-NOME         PIC X(31) VALUE "NOME".
           05 WRK-LCC-FOLHA        PIC X(19)
               VALUE "    LIQUIDO FOLHA  ".
           05 WRK-LCC-BANCO        PIC X(19)
               VALUE "      PAGO LIQUIDO ".
           05 WRK-LCC-DIFERENCA    PIC X(19)
               VALUE "        DIFERENCA  ".
           05 WRK-LCC-OCORRENCIA   PIC X(30) VALUE "OCORRENCIA".
       01 WRK-LINHA-SITUACAO.
           05 WRK-LSI-ROTULO       PIC X(25).
           05 WRK-LSI-TEXTO        PIC X(15).

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-PARAMETROS
                   UNTIL WRK-PARAMETROS-OK-SIM.
               PERFORM 0200-SOMA-RAZAO.
               SORT ARQ-SORT
                   ON ASCENDING KEY SRT-CODIGO SRT-ORIGEM
                   INPUT PROCEDURE IS 1000-SELECIONA-FONTES
                   OUTPUT PROCEDURE IS 2000-IMPRIME-CONCILIACAO.
               PERFORM 3000-CARIMBA-SITUACAO.
               GOBACK.

      *    OPERADOR, COMPETENCIA AAAAMM (ZEROS = MES CORRENTE, O
      *    MESMO QUE O PROGRAMA22 USA) E A CONTA DE SALARIOS A
      *    PAGAR QUE O PROGRAMA24 CREDITA
       0100-CAPTURA-PARAMETROS SECTION.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ZEROS = MES "
                   "CORRENTE): "
                   ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-EXEC-ANO TO WRK-COMP-ANO
                   MOVE WRK-EXEC-MES TO WRK-COMP-MES
               END-IF.
               DISPLAY "DIGITE A CONTA DE SALARIOS A PAGAR "
                   "(CREDITO): "
                   ACCEPT WRK-CONTA-PAGAR.
               IF WRK-COMP-ANO < 1900
                   OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   DISPLAY "COMPETENCIA INVALIDA: " WRK-COMPETENCIA
               ELSE
                   IF WRK-CONTA-PAGAR = SPACES
                       DISPLAY "CONTA DE SALARIOS A PAGAR NAO "
                           "INFORMADA"
                   ELSE
                       MOVE "S" TO WRK-PARAMETROS-OK
                   END-IF
               END-IF.

      *    CREDITO LIQUIDO DA CONTA DE SALARIOS A PAGAR NO MES DA
      *    COMPETENCIA (CREDITOS MENOS DEBITOS, VALOR DO DIARIO EM
      *    CENTAVOS) - SEM O DIARIO O RAZAO FICA ZERADO E A
      *    COMPETENCIA NAO CONCILIA
       0200-SOMA-RAZAO         SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-DIARIO.
               IF WRK-FS-DIARIO-OK
                   PERFORM 0210-LE-LANCAMENTO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-DIARIO
               ELSE
                   DISPLAY "DIARIO (GLJRNL) NAO ENCONTRADO - RAZAO "
                       "ZERADO NA CONCILIACAO"
               END-IF.

       0210-LE-LANCAMENTO      SECTION.
               READ ARQ-DIARIO
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF JRN-DATA (1:6) = WRK-COMPETENCIA
                           AND JRN-CONTA = WRK-CONTA-PAGAR
                           ADD 1 TO WRK-QTDE-LANC-RAZAO
                           COMPUTE WRK-VALOR-LANC = JRN-VALOR / 100
                           IF JRN-DC = "D"
                               SUBTRACT WRK-VALOR-LANC
                                   FROM WRK-TOT-RAZAO
                           ELSE
                               ADD WRK-VALOR-LANC TO WRK-TOT-RAZAO
                           END-IF
                       END-IF
               END-READ.

      *    FASE DE ENTRADA DO SORT: AS REMESSAS PRIMEIRO (OS LOTES
      *    DELAS AMARRAM O PENDPAY A COMPETENCIA), DEPOIS A FILA DE
      *    PENDENTES E A FOLHA
       1000-SELECIONA-FONTES   SECTION.
               PERFORM 1100-LE-REMESSAS.
               PERFORM 1200-LE-PENDENTES.
               PERFORM 1300-LE-FOLHA.

      *    SO OS DETALHES DE REMESSA CUJO CABECALHO E DA
      *    COMPETENCIA (O PROGRAMA22 CARIMBA A DATA DA GERACAO, DO
      *    PROPRIO MES) - GERACAO DE OUTRO MES CONCATENADA POR
      *    ENGANO E CONTADA E IGNORADA
       1100-LE-REMESSAS        SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-REMESSA.
               IF WRK-FS-REMESSA-OK
                   MOVE "S" TO WRK-REMESSA-DISPONIVEL
                   PERFORM 1110-LE-UMA-LINHA
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-REMESSA
               ELSE
                   DISPLAY "REMESSA (BANKPAY) NAO ENCONTRADA - NADA "
                       "PAGO NA CONCILIACAO"
               END-IF.

       1110-LE-UMA-LINHA       SECTION.
               READ ARQ-REMESSA
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       EVALUATE PAG-CAB-TIPO
                           WHEN "H"
                               PERFORM 1120-CABECALHO
                           WHEN "D"
                               IF WRK-REMESSA-DA-COMP-SIM
                                   PERFORM 1130-DETALHE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ.

       1120-CABECALHO          SECTION.
               IF PAG-CAB-DATA (1:6) = WRK-COMPETENCIA
                   MOVE "S" TO WRK-REMESSA-DA-COMP
                   ADD 1    TO WRK-QTDE-REMESSAS
                   MOVE PAG-CAB-LOTE TO WRK-LOTE-BUSCA
                   PERFORM 1140-BUSCA-LOTE
                   IF NOT WRK-LOTE-ACHADO-SIM
                       IF WRK-QTDE-LOTES < 50
                           ADD 1 TO WRK-QTDE-LOTES
                           MOVE PAG-CAB-LOTE
                               TO WRK-LOT-NUMERO (WRK-QTDE-LOTES)
                       ELSE
                           DISPLAY "*** MAIS DE 50 LOTES DE REMESSA "
                               "- AUMENTAR A TABELA ***"
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WRK-REMESSA-DA-COMP
                   ADD 1    TO WRK-QTDE-REM-FORA
                   DISPLAY "REMESSA DO LOTE " PAG-CAB-LOTE
                       " GERADA EM " PAG-CAB-DATA
                       " NAO E DA COMPETENCIA - IGNORADA"
               END-IF.

       1130-DETALHE            SECTION.
               MOVE PAG-DET-CODIGO TO SRT-CODIGO.
               MOVE "B"            TO SRT-ORIGEM.
               MOVE PAG-DET-NOME   TO SRT-NOME.
               COMPUTE SRT-VALOR = PAG-DET-VALOR / 100.
               ADD SRT-VALOR TO WRK-TOT-ENVIADO.
               RELEASE SRT-REGISTRO.

      *    LOTE EM WRK-LOTE-BUSCA E DE UMA REMESSA DA COMPETENCIA?
       1140-BUSCA-LOTE         SECTION.
               MOVE "N" TO WRK-LOTE-ACHADO.
               PERFORM 1150-TESTA-LOTE
                   VARYING WRK-LOT-I FROM 1 BY 1
                   UNTIL WRK-LOT-I > WRK-QTDE-LOTES
                      OR WRK-LOTE-ACHADO-SIM.

       1150-TESTA-LOTE         SECTION.
               IF WRK-LOT-NUMERO (WRK-LOT-I) = WRK-LOTE-BUSCA
                   MOVE "S" TO WRK-LOTE-ACHADO
               END-IF.

      *    FILA DE PENDENTES (PROGRAMA48/PROGRAMA22): REEMISSAO
      *    FEITA NUMA REMESSA DA COMPETENCIA PAGA DEVOLUCAO DE
      *    OUTRO MES E SAI DO PAGO; DEVOLUCAO DE REMESSA DA
      *    COMPETENCIA AINDA PENDENTE NAO CHEGOU AO FUNCIONARIO E
      *    SAI DO PAGO. DEVOLVIDO E JA REEMITIDO DEPOIS CONTA COMO
      *    PAGO. SEM A FILA NAO HA AJUSTE
       1200-LE-PENDENTES       SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-PENDENTES.
               IF WRK-FS-PENDENTES-OK
                   MOVE ZEROS TO PPY-CODIGO
                   START ARQ-PENDENTES KEY IS NOT LESS THAN
                       PPY-CODIGO
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 1210-LE-UM-PENDENTE
                       UNTIL WRK-FIM-LEITURA-SIM
               ELSE
                   DISPLAY "FILA DE PENDENTES (PENDPAY) AUSENTE - "
                       "SEM AJUSTE DE DEVOLUCOES E REEMISSOES"
               END-IF.
               CLOSE ARQ-PENDENTES.

       1210-LE-UM-PENDENTE     SECTION.
               READ ARQ-PENDENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF PPY-REEMITIDO
                           MOVE PPY-LOTE-REEMIS TO WRK-LOTE-BUSCA
                           PERFORM 1140-BUSCA-LOTE
                           IF WRK-LOTE-ACHADO-SIM
                               MOVE "R" TO SRT-ORIGEM
                               PERFORM 1220-LIBERA-PENDENTE
                               ADD SRT-VALOR TO WRK-TOT-REEMITIDO
                           END-IF
                       END-IF
                       IF PPY-PENDENTE
                           MOVE PPY-LOTE-ORIGEM TO WRK-LOTE-BUSCA
                           PERFORM 1140-BUSCA-LOTE
                           IF WRK-LOTE-ACHADO-SIM
                               MOVE "D" TO SRT-ORIGEM
                               PERFORM 1220-LIBERA-PENDENTE
                               ADD SRT-VALOR TO WRK-TOT-DEVOLVIDO
                           END-IF
                       END-IF
               END-READ.

       1220-LIBERA-PENDENTE    SECTION.
               MOVE PPY-CODIGO TO SRT-CODIGO.
               MOVE PPY-NOME   TO SRT-NOME.
               COMPUTE SRT-VALOR = PPY-VALOR / 100.
               RELEASE SRT-REGISTRO.

      *    FOLHA MENSAL DA COMPETENCIA (SEQUENCIA 00 - A
      *    COMPLEMENTAR DO PROGRAMA93 TEM REMESSA PROPRIA, BANKCNNN)
      *    - O CREDITO DEVIDO E O LIQUIDO MAIS A PENSAO QUE O
      *    PROGRAMA22 MANDA AO BENEFICIARIO COM O CODIGO DO DEVEDOR
       1300-LE-FOLHA           SECTION.
               MOVE "N" TO WRK-FIM-LEITURA.
               OPEN INPUT ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   MOVE "S" TO WRK-HIST-DISPONIVEL
                   MOVE ZEROS TO FHT-CHAVE
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 1310-LE-UM-HISTORICO
                       UNTIL WRK-FIM-LEITURA-SIM
                   CLOSE ARQ-HIST-FOLHA
               ELSE
                   DISPLAY "HISTORICO DE FOLHA (FOLHAHST) AUSENTE - "
                       "COMPETENCIA NAO PODE SER CONCILIADA"
               END-IF.

       1310-LE-UM-HISTORICO    SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
                   NOT AT END
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA
                           AND FHT-SEQUENCIA = ZEROS
                           PERFORM 1320-LIBERA-FOLHA
                       END-IF
               END-READ.

       1320-LIBERA-FOLHA       SECTION.
               MOVE FHT-CODIGO  TO SRT-CODIGO.
               MOVE "F"         TO SRT-ORIGEM.
               MOVE FHT-NOME    TO SRT-NOME.
               MOVE FHT-LIQUIDO TO SRT-VALOR.
               IF FHT-PENSAO NUMERIC
                   ADD FHT-PENSAO TO SRT-VALOR
               END-IF.
               ADD SRT-VALOR TO WRK-TOT-FOLHA.
               RELEASE SRT-REGISTRO.

       2000-IMPRIME-CONCILIACAO SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "CONCLREL"    TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS         TO WRK-REP-LOTE.
               MOVE "PROGRAMB04"  TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES              TO CLR-CABECALHO-REC.
               MOVE "H"                 TO CLR-CAB-TIPO.
               MOVE WRK-LIT-CLR-TITULO  TO CLR-CAB-TITULO.
               MOVE WRK-LIT-CLR-COMP    TO CLR-CAB-LIT-COMP.
               MOVE WRK-COMPETENCIA     TO CLR-CAB-COMPETENCIA.
               MOVE WRK-LIT-CLR-CONTA   TO CLR-CAB-LIT-CONTA.
               MOVE WRK-CONTA-PAGAR     TO CLR-CAB-CONTA.
               MOVE WRK-LIT-CLR-DATA    TO CLR-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC       TO CLR-CAB-DATA.
               WRITE CLR-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO CLR-COLUNA-REC.
               MOVE "C"                 TO CLR-COL-TIPO.
               MOVE WRK-LIT-CLR-COLUNAS TO CLR-COL-TEXTO.
               WRITE CLR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 2100-RETORNA-UM
                   UNTIL WRK-FIM-SORT-SIM.
               IF WRK-GRUPO-ABERTO-SIM
                   PERFORM 2200-AVALIA-FUNCIONARIO
               END-IF.
               PERFORM 2300-AVALIA-TOTAIS.
               PERFORM 2400-IMPRIME-TOTAIS.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.

      *    QUEBRA POR CODIGO: AO MUDAR O FUNCIONARIO, O ANTERIOR E
      *    AVALIADO E O NOVO COMECA ZERADO
       2100-RETORNA-UM         SECTION.
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF WRK-GRUPO-ABERTO-SIM
                           AND SRT-CODIGO NOT = WRK-EMP-CODIGO
                           PERFORM 2200-AVALIA-FUNCIONARIO
                       END-IF
                       IF NOT WRK-GRUPO-ABERTO-SIM
                           PERFORM 2110-ABRE-GRUPO
                       END-IF
                       PERFORM 2120-ACUMULA-VALOR
               END-RETURN.

       2110-ABRE-GRUPO         SECTION.
               MOVE "S"        TO WRK-GRUPO-ABERTO.
               MOVE SRT-CODIGO TO WRK-EMP-CODIGO.
               MOVE SPACES     TO WRK-EMP-NOME.
               MOVE ZEROS      TO WRK-EMP-FOLHA.
               MOVE ZEROS      TO WRK-EMP-BANCO.

      *    O NOME DA FOLHA PREVALECE; PAGO SEM FOLHA LEVA O NOME DA
      *    REMESSA OU DA FILA
       2120-ACUMULA-VALOR      SECTION.
               EVALUATE SRT-ORIGEM
                   WHEN "F"
                       ADD SRT-VALOR TO WRK-EMP-FOLHA
                       MOVE SRT-NOME TO WRK-EMP-NOME
                   WHEN "B"
                       ADD SRT-VALOR TO WRK-EMP-BANCO
                   WHEN OTHER
                       SUBTRACT SRT-VALOR FROM WRK-EMP-BANCO
               END-EVALUATE.
               IF WRK-EMP-NOME = SPACES
                   MOVE SRT-NOME TO WRK-EMP-NOME
               END-IF.

      *    SO O FUNCIONARIO COM DIFERENCA VAI PARA O RELATORIO
       2200-AVALIA-FUNCIONARIO SECTION.
               MOVE "N" TO WRK-GRUPO-ABERTO.
               COMPUTE WRK-EMP-DIFERENCA =
                   WRK-EMP-BANCO - WRK-EMP-FOLHA.
               IF WRK-EMP-DIFERENCA = ZEROS
                   IF WRK-EMP-FOLHA NOT = ZEROS
                       ADD 1 TO WRK-QTDE-CONFERIDOS
                   END-IF
               ELSE
                   MOVE SPACES          TO CLR-DETALHE-REC
                   MOVE "D"             TO CLR-DET-TIPO
                   MOVE WRK-EMP-CODIGO  TO CLR-DET-CODIGO
                   MOVE WRK-EMP-NOME    TO CLR-DET-NOME
                   MOVE WRK-EMP-FOLHA   TO CLR-DET-FOLHA
                   MOVE WRK-EMP-BANCO   TO CLR-DET-BANCO
                   MOVE WRK-EMP-DIFERENCA TO CLR-DET-DIFERENCA
                   EVALUATE TRUE
                       WHEN WRK-EMP-FOLHA = ZEROS
                           MOVE "PAGO SEM FOLHA"
                               TO CLR-DET-OCORRENCIA
                           ADD 1 TO WRK-QTDE-PAGO-SEM-FOLHA
                       WHEN WRK-EMP-BANCO = ZEROS
                           MOVE "NA FOLHA SEM PAGAMENTO"
                               TO CLR-DET-OCORRENCIA
                           ADD 1 TO WRK-QTDE-FOLHA-SEM-PAGTO
                       WHEN OTHER
                           MOVE "DIFERENCA DE VALOR"
                               TO CLR-DET-OCORRENCIA
                           ADD 1 TO WRK-QTDE-VALOR-DIVERG
                   END-EVALUATE
                   ADD 1 TO WRK-QTDE-DIVERGENCIAS
                   WRITE CLR-DETALHE-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *    CONCILIADA = FOLHA E REMESSA PRESENTES, NENHUM
      *    FUNCIONARIO COM DIFERENCA E OS TRES TOTAIS IGUAIS
       2300-AVALIA-TOTAIS      SECTION.
               COMPUTE WRK-TOT-PAGO = WRK-TOT-ENVIADO
                   - WRK-TOT-REEMITIDO - WRK-TOT-DEVOLVIDO.
               COMPUTE WRK-DIF-PAGO  = WRK-TOT-PAGO  - WRK-TOT-FOLHA.
               COMPUTE WRK-DIF-RAZAO = WRK-TOT-RAZAO - WRK-TOT-FOLHA.
               MOVE "N" TO WRK-CONCILIADO.
               MOVE "NAO CONCILIADA" TO WRK-SITUACAO-TEXTO.
               IF WRK-HIST-DISPONIVEL-SIM
                   AND WRK-REMESSA-DISPONIVEL-SIM
                   AND WRK-QTDE-REMESSAS > ZEROS
                   AND WRK-QTDE-DIVERGENCIAS = ZEROS
                   AND WRK-DIF-PAGO = ZEROS
                   AND WRK-DIF-RAZAO = ZEROS
                   MOVE "S" TO WRK-CONCILIADO
                   MOVE "CONCILIADA" TO WRK-SITUACAO-TEXTO
               END-IF.

       2400-IMPRIME-TOTAIS     SECTION.
               MOVE WRK-LIT-CLR-FOLHA     TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-TOT-FOLHA         TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-ENVIADO   TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-TOT-ENVIADO       TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-REEMITIDO TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-TOT-REEMITIDO     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-DEVOLVIDO TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-TOT-DEVOLVIDO     TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-PAGO      TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-TOT-PAGO          TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-DIF-PAGO  TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-DIF-PAGO          TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-RAZAO     TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-TOT-RAZAO         TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-DIF-RAZAO TO WRK-TOTAL-DESCRICAO.
               MOVE WRK-DIF-RAZAO         TO WRK-TOTAL-VALOR.
               PERFORM 2440-GRAVA-TOTAL.
               MOVE WRK-LIT-CLR-CONFERIDOS TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-CONFERIDOS   TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-CLR-SEM-FOLHA TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-PAGO-SEM-FOLHA TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-CLR-SEM-PAGTO TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-FOLHA-SEM-PAGTO TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-CLR-DIVERG    TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-VALOR-DIVERG TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-CLR-REMESSAS  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-REMESSAS     TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-CLR-REM-FORA  TO WRK-NOTA-DESCRICAO.
               MOVE WRK-QTDE-REM-FORA     TO WRK-NOTA-QTDE.
               PERFORM 2450-GRAVA-NOTA.
               MOVE WRK-LIT-CLR-SITUACAO  TO WRK-LSI-ROTULO.
               MOVE WRK-SITUACAO-TEXTO    TO WRK-LSI-TEXTO.
               MOVE SPACES                TO CLR-COLUNA-REC.
               MOVE "S"                   TO CLR-COL-TIPO.
               MOVE WRK-LINHA-SITUACAO    TO CLR-COL-TEXTO.
               WRITE CLR-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE TOTAL - DESCRICAO EM WRK-TOTAL-DESCRICAO E O
      *    VALOR EM WRK-TOTAL-VALOR
       2440-GRAVA-TOTAL        SECTION.
               MOVE SPACES              TO CLR-TOTAL-REC.
               MOVE "T"                 TO CLR-TOT-TIPO.
               MOVE WRK-TOTAL-DESCRICAO TO CLR-TOT-DESCRICAO.
               MOVE WRK-TOTAL-VALOR     TO CLR-TOT-VALOR.
               WRITE CLR-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    LINHA DE NOTA - DESCRICAO EM WRK-NOTA-DESCRICAO E A
      *    QUANTIDADE EM WRK-NOTA-QTDE
       2450-GRAVA-NOTA         SECTION.
               MOVE SPACES             TO CLR-NOTA-REC.
               MOVE "N"                TO CLR-NOT-TIPO.
               MOVE WRK-NOTA-DESCRICAO TO CLR-NOT-DESCRICAO.
               MOVE WRK-NOTA-QTDE      TO CLR-NOT-QTDE.
               WRITE CLR-NOTA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    REGRAVA A SITUACAO DA COMPETENCIA NO CONCLIQ, CONSULTADO
      *    PELO BALANCETE ANTES DE FECHAR O PERIODO, E AUDITA
       3000-CARIMBA-SITUACAO   SECTION.
               OPEN I-O ARQ-CONCILIACAO-LIQ.
               IF WRK-FS-CONCLIQ-NAO-EXISTE
                   OPEN OUTPUT ARQ-CONCILIACAO-LIQ
                   CLOSE ARQ-CONCILIACAO-LIQ
                   OPEN I-O ARQ-CONCILIACAO-LIQ
               END-IF.
               IF WRK-FS-CONCLIQ-OK
                   MOVE WRK-COMPETENCIA TO CLQ-COMPETENCIA
                   IF WRK-CONCILIADO-SIM
                       SET CLQ-CONCILIADO TO TRUE
                   ELSE
                       SET CLQ-NAO-CONCILIADO TO TRUE
                   END-IF
                   ACCEPT CLQ-DATA FROM DATE YYYYMMDD
                   ACCEPT CLQ-HORA FROM TIME
                   MOVE WRK-OPERADOR          TO CLQ-OPERADOR
                   MOVE WRK-CONTA-PAGAR       TO CLQ-CONTA-GL
                   MOVE WRK-TOT-FOLHA         TO CLQ-TOTAL-FOLHA
                   MOVE WRK-TOT-PAGO          TO CLQ-TOTAL-BANCO
                   MOVE WRK-TOT-RAZAO         TO CLQ-TOTAL-GL
                   MOVE WRK-QTDE-DIVERGENCIAS TO CLQ-QTDE-DIVERG
                   WRITE CLQ-REGISTRO
                   IF WRK-FS-CONCLIQ-DUPLICADO
                       REWRITE CLQ-REGISTRO
                   END-IF
                   CLOSE ARQ-CONCILIACAO-LIQ
               ELSE
                   DISPLAY "ERRO AO ABRIR A SITUACAO DA CONCILIACAO "
                       "(CONCLIQ) - FS: " WRK-FS-CONCLIQ
               END-IF.
               DISPLAY "CONCILIACAO DO LIQUIDO GRAVADA (CONCLREL) - "
                   "COMPETENCIA " WRK-COMPETENCIA " "
                   WRK-SITUACAO-TEXTO.
               DISPLAY WRK-QTDE-PAGO-SEM-FOLHA " PAGOS SEM FOLHA / "
                   WRK-QTDE-FOLHA-SEM-PAGTO " SEM PAGAMENTO / "
                   WRK-QTDE-VALOR-DIVERG " COM DIFERENCA DE VALOR".
               IF WRK-DIF-RAZAO NOT = ZEROS
                   DISPLAY "*** RAZAO DIFERE DA FOLHA - CONTA "
                       WRK-CONTA-PAGAR " ***"
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               MOVE SPACES       TO AUD-DESCRICAO.
               MOVE "PROGRAMB04" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "CONCILIACAO LIQUIDO COMP " WRK-COMPETENCIA
                   " " WRK-SITUACAO-TEXTO
                   " DIVERG " WRK-QTDE-DIVERGENCIAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               CLOSE ARQ-AUDITORIA.

           COPY CPAUDPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE CLR-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.
