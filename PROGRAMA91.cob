           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA91.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: SIMULACAO DO ORCAMENTO SALARIAL DO ANO SEGUINTE
      *==          ("E SE") - ATE 3 CENARIOS DO ARQUIVO CENORC
      *==          (COPYBOOK CPCENORC: PERCENTUAL DE DISSIDIO E
      *==          MES EFETIVO PADRAO, POR SINDICATO OU POR GRADE
      *==          DE CARGO, E ADMISSOES/DESLIGAMENTOS PREVISTOS
      *==          POR CENTRO DE CUSTO). PARTE DOS NAO DESLIGADOS
      *==          DO CADASTRO MESTRE E PROJETA, MES A MES NO ANO
      *==          DIGITADO E POR CENTRO, O BRUTO, O 13. (1/12),
      *==          O TERCO DE FERIAS (1/36), O FGTS E OS ENCARGOS
      *==          PATRONAIS DO TABENC (VIGENCIA DE 1. DE JANEIRO
      *==          DO ANO). IMPRIME OS CENARIOS LADO A LADO (ARQ.
      *==          ORCSIMUL) E, SE PEDIDO, CARREGA O BRUTO MENSAL
      *==          DO CENARIO ESCOLHIDO NO ORCCC COMO O ORCADO DO
      *==          PROGRAMA59 - O MESMO ALCANCE DO REALIZADO DE LA
      *==          (SO A CONTA DE SALARIOS; PROVISOES, FGTS E
      *==          ENCARGOS TEM CONTAS PROPRIAS). NENHUM ARQUIVO
      *==          VIVO E ALTERADO FORA ESSA CARGA - ANTES A
      *==          RESPOSTA SAIA DE PLANILHA COPIADA DO CADMEST.
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
               SELECT CADASTRO-CARGOS ASSIGN TO "CARGOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRG-CODIGO
                   FILE STATUS IS WRK-FS-CARGOS.
               SELECT CADASTRO-CCUSTO ASSIGN TO "CCUSTO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCU-CODIGO
                   FILE STATUS IS WRK-FS-CCUSTO.
               SELECT ARQ-TABELA-ENCARGOS ASSIGN TO "TABENC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-ENCARGOS.
               SELECT ARQ-CENARIOS ASSIGN TO "CENORC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-CENARIOS.
               SELECT ARQ-ORCAMENTO ASSIGN TO "ORCCC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORC-CHAVE
                   FILE STATUS IS WRK-FS-ORCAMENTO.
               SELECT ARQ-RELATORIO ASSIGN TO "ORCSIMUL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RELATORIO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
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
           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  CADASTRO-CARGOS
               LABEL RECORD IS STANDARD.
           COPY CPCARGO.

           FD  CADASTRO-CCUSTO
               LABEL RECORD IS STANDARD.
           COPY CPCCUSTO.

           FD  ARQ-TABELA-ENCARGOS
               LABEL RECORD IS STANDARD.
           COPY CPENCARG.

           FD  ARQ-CENARIOS
               LABEL RECORD IS STANDARD.
           COPY CPCENORC.

           FD  ARQ-ORCAMENTO
               LABEL RECORD IS STANDARD.
           COPY CPORCAM.

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE; AS CINCO VIEWS TEM
      *    EXATAMENTE 132 POSICOES E OS VALORES DOS 3 CENARIOS
      *    CAEM NAS MESMAS COLUNAS EM TODAS ELAS
           FD  ARQ-RELATORIO
               LABEL RECORD IS STANDARD.
           01  SIM-CABECALHO-REC.
               05 SIM-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 SIM-CAB-TITULO       PIC X(40).
               05 SIM-CAB-LIT-ANO      PIC X(05).
               05 SIM-CAB-ANO          PIC 9(04).
               05 SIM-CAB-LIT-DATA     PIC X(08).
               05 SIM-CAB-DATA         PIC 9(08).
               05 SIM-CAB-LIT-ENC      PIC X(12).
               05 SIM-CAB-PERC-ENC     PIC ZZ9,999.
               05 FILLER               PIC X(43).
           01  SIM-COLUNA-REC REDEFINES SIM-CABECALHO-REC.
               05 SIM-COL-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SIM-COL-TEXTO        PIC X(24).
               05 SIM-COL-CENARIO      OCCURS 3 TIMES.
                   10 FILLER           PIC X(03).
                   10 SIM-COL-DESCRICAO PIC X(17).
               05 FILLER               PIC X(46).
           01  SIM-CENTRO-REC REDEFINES SIM-CABECALHO-REC.
               05 SIM-CEN-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SIM-CEN-LIT-CENTRO   PIC X(08).
               05 SIM-CEN-CCUSTO       PIC X(05).
               05 SIM-CEN-LIT-ATUAL    PIC X(17).
               05 SIM-CEN-QUADRO       PIC ZZZZ9.
               05 SIM-CEN-LIT-DEZ      PIC X(22).
               05 SIM-CEN-CENARIO      OCCURS 3 TIMES.
                   10 FILLER           PIC X(03).
                   10 SIM-CEN-QUADRO-DEZ PIC -ZZZZ9.
               05 FILLER               PIC X(46).
           01  SIM-DETALHE-REC REDEFINES SIM-CABECALHO-REC.
               05 SIM-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SIM-DET-CCUSTO       PIC X(05).
               05 FILLER               PIC X(01).
               05 SIM-DET-COMPONENTE   PIC X(18).
               05 SIM-DET-CENARIO      OCCURS 3 TIMES.
                   10 FILLER           PIC X(03).
                   10 SIM-DET-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(46).
           01  SIM-MES-REC REDEFINES SIM-CABECALHO-REC.
               05 SIM-MES-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 SIM-MES-LIT-MES      PIC X(04).
               05 SIM-MES-MES          PIC 9(02).
               05 SIM-MES-BARRA        PIC X(01).
               05 SIM-MES-ANO          PIC 9(04).
               05 FILLER               PIC X(13).
               05 SIM-MES-CENARIO      OCCURS 3 TIMES.
                   10 FILLER           PIC X(03).
                   10 SIM-MES-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(46).

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

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
       77 WRK-FS-CARGOS        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGOS-OK           VALUE "00".
       77 WRK-CARGOS-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CARGOS-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-CCUSTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CCUSTO-OK           VALUE "00".
       77 WRK-CCUSTO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CCUSTO-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-TABELA-ENCARGOS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-ENCARGOS-OK  VALUE "00".
       77 WRK-FS-CENARIOS      PIC X(02) VALUE SPACES.
           88 WRK-FS-CENARIOS-OK         VALUE "00".
       77 WRK-FS-ORCAMENTO     PIC X(02) VALUE SPACES.
           88 WRK-FS-ORCAMENTO-OK        VALUE "00".
           88 WRK-FS-ORCCC-NAO-EXISTE    VALUE "35".
       77 WRK-FS-RELATORIO     PIC X(02) VALUE SPACES.
           88 WRK-FS-RELATORIO-OK        VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-FS-LEITURA-MESTRE PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM-ARQUIVO VALUE "10".
       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".

       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-ANO-ORC          PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-VIGENCIA    PIC 9(08) VALUE ZEROS.
      *    CENARIO CARREGADO NO ORCCC - ZERO = SO SIMULA
       77 WRK-CARGA-CENARIO    PIC 9(01) VALUE ZEROS.
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).

      *    ENCARGOS DO TABENC - VIGENCIA MAIS RECENTE <= 1. DE
      *    JANEIRO DO ANO ORCADO, COMO NO PROGRAMA44; A
      *    SIMULACAO USA A SOMA DOS PERCENTUAIS (COMO O
      *    PROGRAMA75). FGTS NA ALIQUOTA DO PROGRAMA43
       77 WRK-VIG-ATIVA-ENC    PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ENCARGOS    PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-ENCARGOS    PIC 9(03)V999 VALUE ZEROS.
       77 WRK-PERC-FGTS        PIC 9(02)V99 VALUE 8,00.

      *    CENARIOS DO CENORC - PADRAO DE CADA UM (LINHA P)
       01 WRK-CENARIOS-TABELA.
           05 WRK-SIM-ITEM             OCCURS 3 TIMES.
               10 WRK-SIM-PRESENTE     PIC X(01).
                   88 WRK-SIM-PRESENTE-SIM     VALUE "S".
               10 WRK-SIM-DESCRICAO    PIC X(17).
               10 WRK-SIM-PERC         PIC 9(03)V99.
               10 WRK-SIM-MES          PIC 9(02).
       77 WRK-QTDE-CENARIOS    PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-LINHAS-CEN  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-CEN-OK     PIC X(01) VALUE "S".
           88 WRK-LINHA-CEN-OK-SIM       VALUE "S".

      *    REGRAS POR SINDICATO (S) E POR GRADE (G)
       77 WRK-QTDE-REGRAS      PIC 9(03) VALUE ZEROS.
       01 WRK-REGRAS-TABELA.
           05 WRK-REG-ITEM             OCCURS 90 TIMES.
               10 WRK-REG-CENARIO      PIC 9(01).
               10 WRK-REG-TIPO         PIC X(01).
               10 WRK-REG-CHAVE        PIC X(05).
               10 WRK-REG-PERC         PIC 9(03)V99.
               10 WRK-REG-MES          PIC 9(02).

      *    ADMISSOES E DESLIGAMENTOS PREVISTOS (Q)
       77 WRK-QTDE-MOVTOS      PIC 9(03) VALUE ZEROS.
       01 WRK-MOVTOS-TABELA.
           05 WRK-MOV-ITEM             OCCURS 300 TIMES.
               10 WRK-MOV-CENARIO      PIC 9(01).
               10 WRK-MOV-CCUSTO       PIC X(05).
               10 WRK-MOV-MES          PIC 9(02).
               10 WRK-MOV-TIPO         PIC X(01).
                   88 WRK-MOV-ADMISSAO         VALUE "A".
               10 WRK-MOV-QTDE         PIC 9(03).
               10 WRK-MOV-SALARIO      PIC 9(08)V99.

      *    PROJECAO POR CENTRO, CENARIO E MES - BASE E O BRUTO
      *    DOS FUNCIONARIOS DO MESTRE; MOVTO E O EFEITO DAS
      *    ADMISSOES/DESLIGAMENTOS (A MEDIA DO CENTRO E TIRADA
      *    SEMPRE DA BASE, PARA QUE UMA LINHA Q NAO CONTAMINE A
      *    SEGUINTE)
       77 WRK-QTDE-CENTROS     PIC 9(03) VALUE ZEROS.
       01 WRK-CENTROS-TABELA.
           05 WRK-CEN-ITEM             OCCURS 100 TIMES.
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-QUADRO       PIC 9(05).
               10 WRK-CEN-SIM          OCCURS 3 TIMES.
                   15 WRK-CEN-VAR-QUADRO PIC S9(05).
                   15 WRK-CEN-MES      OCCURS 12 TIMES.
                       20 WRK-CEN-BASE     PIC 9(11)V99.
                       20 WRK-CEN-MOVTO    PIC S9(11)V99.

      *    COMPONENTES DO CUSTO - 1 BRUTO, 2 13., 3 TERCO DE
      *    FERIAS, 4 FGTS, 5 ENCARGOS, 6 TOTAL
       01 WRK-COMPONENTES-LIT.
           05 FILLER               PIC X(18)
               VALUE "SALARIOS (BRUTO)".
           05 FILLER               PIC X(18)
               VALUE "13. SALARIO (1/12)".
           05 FILLER               PIC X(18)
               VALUE "1/3 FERIAS (1/36)".
           05 FILLER               PIC X(18)
               VALUE "FGTS".
           05 FILLER               PIC X(18)
               VALUE "ENCARGOS (TABENC)".
           05 FILLER               PIC X(18)
               VALUE "CUSTO TOTAL".
       01 WRK-COMPONENTES-R REDEFINES WRK-COMPONENTES-LIT.
           05 WRK-LIT-COMPONENTE   PIC X(18) OCCURS 6 TIMES.
       01 WRK-VALORES-MES.
           05 WRK-VAL-COMP         PIC 9(11)V99 OCCURS 6 TIMES.
       77 WRK-BASE-ENCARGOS    PIC 9(11)V99 VALUE ZEROS.
      *    ANUAL DO CENTRO, ANUAL GERAL E CUSTO TOTAL POR MES
       01 WRK-ANO-TABELA.
           05 WRK-ANO-SIM              OCCURS 3 TIMES.
               10 WRK-ANO-VALOR        PIC 9(11)V99 OCCURS 6 TIMES.
       01 WRK-GERAL-TABELA.
           05 WRK-GER-SIM              OCCURS 3 TIMES.
               10 WRK-GER-VALOR        PIC 9(11)V99 OCCURS 6 TIMES.
       01 WRK-MENSAL-TABELA.
           05 WRK-MEN-SIM              OCCURS 3 TIMES.
               10 WRK-MEN-VALOR        PIC 9(11)V99 OCCURS 12 TIMES.
       77 WRK-GER-QUADRO       PIC 9(05) VALUE ZEROS.
       01 WRK-GER-VARIACOES.
           05 WRK-GER-VAR-QUADRO   PIC S9(05) OCCURS 3 TIMES.

       77 WRK-I                PIC 9(03) VALUE ZEROS.
       77 WRK-K                PIC 9(03) VALUE ZEROS.
       77 WRK-R                PIC 9(03) VALUE ZEROS.
       77 WRK-S                PIC 9(01) VALUE ZEROS.
       77 WRK-M                PIC 9(02) VALUE ZEROS.
       77 WRK-C                PIC 9(01) VALUE ZEROS.
       77 WRK-ACHOU            PIC X(01) VALUE "N".
           88 WRK-ACHOU-SIM              VALUE "S".
       77 WRK-LINHA-OK         PIC X(01) VALUE "S".
           88 WRK-LINHA-OK-SIM           VALUE "S".
       77 WRK-CCUSTO-BUSCA     PIC X(05) VALUE SPACES.
       77 WRK-CCUSTO-LINHA     PIC X(05) VALUE SPACES.

      *    FUNCIONARIO EM PROJECAO
       77 WRK-QTDE-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-GRADE-EMP        PIC X(02) VALUE SPACES.
       77 WRK-SIND-EMP         PIC 9(03) VALUE ZEROS.
       77 WRK-PERC-EMP         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MES-EMP          PIC 9(02) VALUE ZEROS.
       77 WRK-SALARIO-REAJ     PIC 9(09)V99 VALUE ZEROS.

      *    ADMISSAO/DESLIGAMENTO EM APLICACAO
       77 WRK-MEDIA-CENTRO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALARIO-MOV      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-MOV        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BRUTO-SINAL      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BRUTO-MES        PIC 9(11)V99 VALUE ZEROS.

      *    CARGA NO ORCCC
       77 WRK-QTDE-INCLUIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SUBSTITUIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ANTERIOR   PIC 9(11)V99 VALUE ZEROS.

      *    ROTULOS DO ORCSIMUL - MOVIDOS PARA OS CAMPOS NOMEADOS
      *    DA FD ANTES DE CADA WRITE
       77 WRK-LIT-SIM-TITULO   PIC X(40)
           VALUE "SIMULACAO DO ORCAMENTO SALARIAL         ".
       77 WRK-LIT-SIM-ANO      PIC X(05) VALUE "ANO: ".
       77 WRK-LIT-SIM-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-SIM-ENC      PIC X(12) VALUE "  ENCARGOS: ".
       77 WRK-LIT-SIM-COLUNAS  PIC X(24)
           VALUE "CENTRO COMPONENTE       ".
       77 WRK-LIT-SIM-MESES    PIC X(24)
           VALUE "CUSTO TOTAL POR MES     ".
       77 WRK-LIT-SIM-CENTRO   PIC X(08) VALUE "CENTRO: ".
       77 WRK-LIT-SIM-ATUAL    PIC X(17) VALUE "  QUADRO ATUAL: ".
       77 WRK-LIT-SIM-DEZ      PIC X(22)
           VALUE "  QUADRO EM DEZEMBRO: ".
       77 WRK-LIT-SIM-TOTAL    PIC X(05) VALUE "TOTAL".
       77 WRK-LIT-SIM-MES      PIC X(04) VALUE "MES ".

           COPY CPREPWS.
           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               PERFORM 0001-CARREGA-ENCARGOS.
               PERFORM 0002-CARREGA-CENARIOS.
               PERFORM 0003-PROJETA-MESTRE.
               PERFORM 0004-APLICA-QUADRO
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QTDE-MOVTOS.
               PERFORM 0005-IMPRIME-SIMULACAO.
               IF WRK-CARGA-CENARIO NOT = ZEROS
                   PERFORM 0006-CARREGA-ORCAMENTO
               END-IF.
               PERFORM 0009-FINALIZAR.

      *    CARTOES: ANO ORCADO (AAAA), CENARIO A CARREGAR NO ORCCC
      *    (0 = NENHUM) E, COM CARGA, O OPERADOR
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O ANO DO ORCAMENTO (AAAA): "
                   ACCEPT WRK-ANO-ORC.
               DISPLAY "CENARIO A CARREGAR NO ORCAMENTO (ORCCC) "
                   "(1-3, 0 = SO SIMULAR): "
                   ACCEPT WRK-CARGA-CENARIO.
               IF WRK-CARGA-CENARIO > 3
                   DISPLAY "CENARIO " WRK-CARGA-CENARIO
                       " INVALIDO - NADA SERA CARREGADO"
                   MOVE ZEROS TO WRK-CARGA-CENARIO
               END-IF.
               IF WRK-CARGA-CENARIO NOT = ZEROS
                   DISPLAY "DIGITE O OPERADOR: "
                       ACCEPT WRK-OPERADOR
               END-IF.
               COMPUTE WRK-DATA-VIGENCIA = WRK-ANO-ORC * 10000 + 101.
               INITIALIZE WRK-CENTROS-TABELA.
               INITIALIZE WRK-CENARIOS-TABELA.
               MOVE ZEROS TO WRK-GERAL-TABELA.
               MOVE ZEROS TO WRK-MENSAL-TABELA.
               INITIALIZE WRK-GER-VARIACOES.
      *        CARGOS DA A GRADE; SEM ELE AS REGRAS G NAO VALEM
               OPEN INPUT CADASTRO-CARGOS.
               IF WRK-FS-CARGOS-OK
                   MOVE "S" TO WRK-CARGOS-DISPONIVEL
               ELSE
                   DISPLAY "CADASTRO DE CARGOS (CARGOS) "
                       "INDISPONIVEL - REGRAS POR GRADE IGNORADAS"
               END-IF.
      *        CENTRO DAS LINHAS Q VALIDADO NO CCUSTO - CADASTRO
      *        INDISPONIVEL ACEITA COM AVISO, A POLITICA DO
      *        PROGRAMA58
               OPEN INPUT CADASTRO-CCUSTO.
               IF WRK-FS-CCUSTO-OK
                   MOVE "S" TO WRK-CCUSTO-DISPONIVEL
               ELSE
                   DISPLAY "CADASTRO DE CENTROS INDISPONIVEL - "
                       "CENTROS DO CENORC ACEITOS SEM VALIDACAO"
               END-IF.

      *    CARGA DO TABENC - UMA VIGENCIA MAIS NOVA (MAS JA EM
      *    VIGOR NO INICIO DO ANO ORCADO) SUBSTITUI A ANTERIOR
       0001-CARREGA-ENCARGOS   SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-TABELA-ENCARGOS.
               IF WRK-FS-TABELA-ENCARGOS-OK
                   PERFORM 0001-A-CARREGA-UM
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-TABELA-ENCARGOS
               ELSE
                   CLOSE ARQ-TABELA-ENCARGOS
               END-IF.
               IF WRK-QTDE-ENCARGOS = ZEROS
                   DISPLAY "TABELA DE ENCARGOS (TABENC) AUSENTE "
                       "OU SEM VIGENCIA APLICAVEL - SIMULACAO SEM "
                       "ENCARGOS"
               ELSE
                   DISPLAY "ENCARGOS CARREGADOS - VIGENCIA "
                       WRK-VIG-ATIVA-ENC " COM "
                       WRK-QTDE-ENCARGOS " ENCARGOS, TOTAL "
                       WRK-PERC-ENCARGOS " %"
               END-IF.

       0001-A-CARREGA-UM       SECTION.
               READ ARQ-TABELA-ENCARGOS
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       IF ENC-VIGENCIA <= WRK-DATA-VIGENCIA
                           PERFORM 0001-B-ANEXA-ENCARGO
                       END-IF
               END-READ.

       0001-B-ANEXA-ENCARGO    SECTION.
               IF ENC-VIGENCIA > WRK-VIG-ATIVA-ENC
                   MOVE ENC-VIGENCIA TO WRK-VIG-ATIVA-ENC
                   MOVE ZEROS        TO WRK-QTDE-ENCARGOS
                   MOVE ZEROS        TO WRK-PERC-ENCARGOS
               END-IF.
               IF ENC-VIGENCIA = WRK-VIG-ATIVA-ENC
                   AND WRK-QTDE-ENCARGOS < 10
                   ADD 1        TO WRK-QTDE-ENCARGOS
                   ADD ENC-PERC TO WRK-PERC-ENCARGOS
               END-IF.

      *    CARGA DO CENORC - LINHA INVALIDA E AVISADA E DESCARTADA;
      *    SEM O ARQUIVO SIMULA UM CENARIO SO, O CADASTRO ATUAL
      *    SEM REAJUSTE NEM MOVIMENTO DE QUADRO
       0002-CARREGA-CENARIOS   SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-CENARIOS.
               IF WRK-FS-CENARIOS-OK
                   PERFORM 0002-A-CARREGA-UMA-LINHA
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-CENARIOS
               ELSE
                   CLOSE ARQ-CENARIOS
               END-IF.
               PERFORM 0002-C-CONTA-CENARIO
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               IF WRK-QTDE-CENARIOS = ZEROS
                   DISPLAY "CENARIOS (CENORC) AUSENTES - SIMULADO "
                       "SO O CADASTRO ATUAL SEM REAJUSTE"
                   MOVE "S"               TO WRK-SIM-PRESENTE (1)
                   MOVE "CADASTRO ATUAL"  TO WRK-SIM-DESCRICAO (1)
                   MOVE ZEROS             TO WRK-SIM-PERC (1)
                   MOVE 1                 TO WRK-SIM-MES (1)
                   MOVE 1                 TO WRK-QTDE-CENARIOS
               ELSE
                   DISPLAY "CENARIOS CARREGADOS: " WRK-QTDE-CENARIOS
                       " - " WRK-QTDE-LINHAS-CEN " LINHAS, "
                       WRK-QTDE-REJEITADAS " REJEITADAS"
               END-IF.
               IF WRK-CARGA-CENARIO NOT = ZEROS
                   IF NOT WRK-SIM-PRESENTE-SIM (WRK-CARGA-CENARIO)
                       DISPLAY "CENARIO " WRK-CARGA-CENARIO
                           " NAO EXISTE NO CENORC - NADA SERA "
                           "CARREGADO"
                       MOVE ZEROS TO WRK-CARGA-CENARIO
                   END-IF
               END-IF.

       0002-A-CARREGA-UMA-LINHA SECTION.
               READ ARQ-CENARIOS
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LINHAS-CEN
                       PERFORM 0002-B-VALIDA-LINHA
                       IF WRK-LINHA-CEN-OK-SIM
                           PERFORM 0002-D-GUARDA-LINHA
                       ELSE
                           ADD 1 TO WRK-QTDE-REJEITADAS
                       END-IF
               END-READ.

       0002-B-VALIDA-LINHA     SECTION.
               MOVE "S" TO WRK-LINHA-CEN-OK.
               IF CEN-CENARIO < 1 OR CEN-CENARIO > 3
                   OR NOT CEN-TIPO-OK
                   OR CEN-MES < 1 OR CEN-MES > 12
                   MOVE "N" TO WRK-LINHA-CEN-OK
               END-IF.
               IF WRK-LINHA-CEN-OK-SIM AND CEN-TIPO-SINDICATO
                   AND CEN-SINDICATO IS NOT NUMERIC
                   MOVE "N" TO WRK-LINHA-CEN-OK
               END-IF.
               IF WRK-LINHA-CEN-OK-SIM AND CEN-TIPO-GRADE
                   AND CEN-GRADE = SPACES
                   MOVE "N" TO WRK-LINHA-CEN-OK
               END-IF.
               IF WRK-LINHA-CEN-OK-SIM AND CEN-TIPO-QUADRO
                   IF NOT CEN-ADMISSAO AND NOT CEN-DESLIGAMENTO
                       OR CEN-QTDE = ZEROS
                       MOVE "N" TO WRK-LINHA-CEN-OK
                   END-IF
                   IF WRK-LINHA-CEN-OK-SIM
                       AND WRK-CCUSTO-DISPONIVEL-SIM
                       MOVE CEN-CHAVE TO CCU-CODIGO
                       READ CADASTRO-CCUSTO
                           INVALID KEY
                               DISPLAY "CENTRO " CEN-CHAVE
                                   " NAO CADASTRADO"
                               MOVE "N" TO WRK-LINHA-CEN-OK
                       END-READ
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-CEN-OK-SIM
                   DISPLAY "LINHA " WRK-QTDE-LINHAS-CEN
                       " DO CENORC INVALIDA - DESCARTADA: "
                       CEN-REGISTRO
               END-IF.

       0002-C-CONTA-CENARIO    SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   ADD 1 TO WRK-QTDE-CENARIOS
               END-IF.

      *    QUALQUER LINHA ABRE O CENARIO; SEM LINHA P ELE FICA SEM
      *    REAJUSTE PADRAO
       0002-D-GUARDA-LINHA     SECTION.
               MOVE CEN-CENARIO TO WRK-S.
               IF NOT WRK-SIM-PRESENTE-SIM (WRK-S)
                   MOVE "S"   TO WRK-SIM-PRESENTE (WRK-S)
                   MOVE ZEROS TO WRK-SIM-PERC (WRK-S)
                   MOVE 1     TO WRK-SIM-MES (WRK-S)
                   MOVE "CENARIO" TO WRK-SIM-DESCRICAO (WRK-S)
                   MOVE WRK-S TO WRK-SIM-DESCRICAO (WRK-S) (9:1)
               END-IF.
               EVALUATE TRUE
                   WHEN CEN-TIPO-PADRAO
                       MOVE CEN-PERC TO WRK-SIM-PERC (WRK-S)
                       MOVE CEN-MES  TO WRK-SIM-MES (WRK-S)
                       IF CEN-DESCRICAO NOT = SPACES
                           MOVE CEN-DESCRICAO
                               TO WRK-SIM-DESCRICAO (WRK-S)
                       END-IF
                   WHEN CEN-TIPO-QUADRO
                       IF WRK-QTDE-MOVTOS < 300
                           ADD 1 TO WRK-QTDE-MOVTOS
                           MOVE CEN-CENARIO
                               TO WRK-MOV-CENARIO (WRK-QTDE-MOVTOS)
                           MOVE CEN-CHAVE
                               TO WRK-MOV-CCUSTO (WRK-QTDE-MOVTOS)
                           MOVE CEN-MES
                               TO WRK-MOV-MES (WRK-QTDE-MOVTOS)
                           MOVE CEN-MOVIMENTO
                               TO WRK-MOV-TIPO (WRK-QTDE-MOVTOS)
                           MOVE CEN-QTDE
                               TO WRK-MOV-QTDE (WRK-QTDE-MOVTOS)
                           MOVE CEN-SALARIO
                               TO WRK-MOV-SALARIO (WRK-QTDE-MOVTOS)
                       ELSE
                           DISPLAY "*** MAIS DE 300 LINHAS Q - "
                               "AUMENTAR A TABELA ***"
                           ADD 1 TO WRK-QTDE-REJEITADAS
                       END-IF
                   WHEN OTHER
                       IF WRK-QTDE-REGRAS < 90
                           ADD 1 TO WRK-QTDE-REGRAS
                           MOVE CEN-CENARIO
                               TO WRK-REG-CENARIO (WRK-QTDE-REGRAS)
                           MOVE CEN-TIPO
                               TO WRK-REG-TIPO (WRK-QTDE-REGRAS)
                           MOVE CEN-CHAVE
                               TO WRK-REG-CHAVE (WRK-QTDE-REGRAS)
                           MOVE CEN-PERC
                               TO WRK-REG-PERC (WRK-QTDE-REGRAS)
                           MOVE CEN-MES
                               TO WRK-REG-MES (WRK-QTDE-REGRAS)
                       ELSE
                           DISPLAY "*** MAIS DE 90 REGRAS S/G - "
                               "AUMENTAR A TABELA ***"
                           ADD 1 TO WRK-QTDE-REJEITADAS
                       END-IF
               END-EVALUATE.

      *    PASSADA UNICA NO MESTRE - SO LEITURA
       0003-PROJETA-MESTRE     SECTION.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE ZEROS TO EMP-CODIGO
                   START CADASTRO-MESTRE KEY IS NOT LESS THAN
                       EMP-CODIGO
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   END-START
               END-IF.
               PERFORM 0003-A-LE-UM
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               DISPLAY "FUNCIONARIOS PROJETADOS: "
                   WRK-QTDE-FUNCIONARIOS " EM "
                   WRK-QTDE-CENTROS " CENTROS".

       0003-A-LE-UM            SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       IF NOT EMP-DESLIGADO
                           PERFORM 0003-B-PROJETA-FUNCIONARIO
                       END-IF
               END-READ.

       0003-B-PROJETA-FUNCIONARIO SECTION.
               MOVE EMP-CCUSTO TO WRK-CCUSTO-BUSCA.
               PERFORM 8100-ACHA-CENTRO.
               IF WRK-LINHA-OK-SIM
                   ADD 1 TO WRK-QTDE-FUNCIONARIOS
                   ADD 1 TO WRK-CEN-QUADRO (WRK-I)
                   MOVE SPACES        TO WRK-GRADE-EMP
                   MOVE EMP-SINDICATO TO WRK-SIND-EMP
                   IF WRK-CARGOS-DISPONIVEL-SIM
                       MOVE EMP-CARGO TO CRG-CODIGO
                       READ CADASTRO-CARGOS
                           NOT INVALID KEY
                               MOVE CRG-GRADE TO WRK-GRADE-EMP
                       END-READ
                   END-IF
                   PERFORM 0003-C-PROJETA-CENARIO
                       VARYING WRK-S FROM 1 BY 1
                       UNTIL WRK-S > 3
               END-IF.

       0003-C-PROJETA-CENARIO  SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   PERFORM 2100-ACHA-REGRA
                   COMPUTE WRK-SALARIO-REAJ ROUNDED =
                       EMP-SALARIO * (100 + WRK-PERC-EMP) / 100
                   PERFORM 0003-D-PROJETA-MES
                       VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M > 12
               END-IF.

       0003-D-PROJETA-MES      SECTION.
               IF WRK-M < WRK-MES-EMP
                   ADD EMP-SALARIO
                       TO WRK-CEN-BASE (WRK-I, WRK-S, WRK-M)
               ELSE
                   ADD WRK-SALARIO-REAJ
                       TO WRK-CEN-BASE (WRK-I, WRK-S, WRK-M)
               END-IF.

      *    ADMISSAO: QTDE X SALARIO DA LINHA (ZEROS = MEDIA DO
      *    CENTRO NO MES); DESLIGAMENTO: QTDE X MEDIA DO CENTRO -
      *    A PARTIR DO MES DA LINHA ATE DEZEMBRO
       0004-APLICA-QUADRO      SECTION.
               MOVE WRK-MOV-CCUSTO (WRK-K) TO WRK-CCUSTO-BUSCA.
               PERFORM 8100-ACHA-CENTRO.
               IF WRK-LINHA-OK-SIM
                   MOVE WRK-MOV-CENARIO (WRK-K) TO WRK-S
                   IF WRK-CEN-QUADRO (WRK-I) = ZEROS
                       AND (NOT WRK-MOV-ADMISSAO (WRK-K)
                            OR WRK-MOV-SALARIO (WRK-K) = ZEROS)
                       DISPLAY "CENARIO " WRK-S " CENTRO "
                           WRK-MOV-CCUSTO (WRK-K)
                           " SEM FUNCIONARIOS PARA A MEDIA - "
                           "INFORMAR O SALARIO NA LINHA Q"
                   END-IF
                   IF WRK-MOV-ADMISSAO (WRK-K)
                       ADD WRK-MOV-QTDE (WRK-K)
                           TO WRK-CEN-VAR-QUADRO (WRK-I, WRK-S)
                   ELSE
                       SUBTRACT WRK-MOV-QTDE (WRK-K)
                           FROM WRK-CEN-VAR-QUADRO (WRK-I, WRK-S)
                   END-IF
                   PERFORM 0004-A-APLICA-MES
                       VARYING WRK-M FROM WRK-MOV-MES (WRK-K) BY 1
                       UNTIL WRK-M > 12
               END-IF.

       0004-A-APLICA-MES       SECTION.
               IF WRK-CEN-QUADRO (WRK-I) > ZEROS
                   COMPUTE WRK-MEDIA-CENTRO ROUNDED =
                       WRK-CEN-BASE (WRK-I, WRK-S, WRK-M)
                       / WRK-CEN-QUADRO (WRK-I)
               ELSE
                   MOVE ZEROS TO WRK-MEDIA-CENTRO
               END-IF.
               IF WRK-MOV-ADMISSAO (WRK-K)
                   IF WRK-MOV-SALARIO (WRK-K) > ZEROS
                       MOVE WRK-MOV-SALARIO (WRK-K)
                           TO WRK-SALARIO-MOV
                   ELSE
                       MOVE WRK-MEDIA-CENTRO TO WRK-SALARIO-MOV
                   END-IF
                   COMPUTE WRK-VALOR-MOV =
                       WRK-SALARIO-MOV * WRK-MOV-QTDE (WRK-K)
                   ADD WRK-VALOR-MOV
                       TO WRK-CEN-MOVTO (WRK-I, WRK-S, WRK-M)
               ELSE
                   COMPUTE WRK-VALOR-MOV =
                       WRK-MEDIA-CENTRO * WRK-MOV-QTDE (WRK-K)
                   SUBTRACT WRK-VALOR-MOV
                       FROM WRK-CEN-MOVTO (WRK-I, WRK-S, WRK-M)
               END-IF.

       0005-IMPRIME-SIMULACAO  SECTION.
               OPEN OUTPUT ARQ-RELATORIO.
               MOVE "ORCSIMUL"   TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS        TO WRK-REP-LOTE.
               MOVE "PROGRAMA91" TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO SIM-CABECALHO-REC.
               MOVE "H"                TO SIM-CAB-TIPO.
               MOVE WRK-LIT-SIM-TITULO TO SIM-CAB-TITULO.
               MOVE WRK-LIT-SIM-ANO    TO SIM-CAB-LIT-ANO.
               MOVE WRK-ANO-ORC        TO SIM-CAB-ANO.
               MOVE WRK-LIT-SIM-DATA   TO SIM-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO SIM-CAB-DATA.
               MOVE WRK-LIT-SIM-ENC    TO SIM-CAB-LIT-ENC.
               MOVE WRK-PERC-ENCARGOS  TO SIM-CAB-PERC-ENC.
               WRITE SIM-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO SIM-COLUNA-REC.
               MOVE "C"                 TO SIM-COL-TIPO.
               MOVE WRK-LIT-SIM-COLUNAS TO SIM-COL-TEXTO.
               PERFORM 0005-F-DESCRICAO-CENARIO
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               WRITE SIM-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 0005-A-IMPRIME-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS.
      *        BLOCO DO TOTAL GERAL - MESMAS LINHAS DO CENTRO
               MOVE WRK-GERAL-TABELA  TO WRK-ANO-TABELA.
               MOVE WRK-LIT-SIM-TOTAL TO WRK-CCUSTO-LINHA.
               MOVE SPACES            TO SIM-CENTRO-REC.
               MOVE "G"               TO SIM-CEN-TIPO.
               MOVE WRK-LIT-SIM-CENTRO TO SIM-CEN-LIT-CENTRO.
               MOVE WRK-CCUSTO-LINHA  TO SIM-CEN-CCUSTO.
               MOVE WRK-LIT-SIM-ATUAL TO SIM-CEN-LIT-ATUAL.
               MOVE WRK-GER-QUADRO    TO SIM-CEN-QUADRO.
               MOVE WRK-LIT-SIM-DEZ   TO SIM-CEN-LIT-DEZ.
               PERFORM 0005-G-QUADRO-GERAL
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               WRITE SIM-CENTRO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 0005-D-LINHA-COMPONENTE
                   VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > 6.
      *        CUSTO TOTAL MES A MES - O DESEMBOLSO DO ANO
               MOVE SPACES             TO SIM-COLUNA-REC.
               MOVE "C"                TO SIM-COL-TIPO.
               MOVE WRK-LIT-SIM-MESES  TO SIM-COL-TEXTO.
               PERFORM 0005-F-DESCRICAO-CENARIO
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               WRITE SIM-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 0005-H-LINHA-MES
                   VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > 12.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-RELATORIO.
               DISPLAY "SIMULACAO GRAVADA (ORCSIMUL) - "
                   WRK-QTDE-CENARIOS " CENARIOS, "
                   WRK-QTDE-CENTROS " CENTROS".

       0005-A-IMPRIME-CENTRO   SECTION.
               MOVE ZEROS TO WRK-ANO-TABELA.
               PERFORM 0005-B-CENTRO-CENARIO
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               ADD WRK-CEN-QUADRO (WRK-I) TO WRK-GER-QUADRO.
               MOVE WRK-CEN-CCUSTO (WRK-I) TO WRK-CCUSTO-LINHA.
               MOVE SPACES             TO SIM-CENTRO-REC.
               MOVE "G"                TO SIM-CEN-TIPO.
               MOVE WRK-LIT-SIM-CENTRO TO SIM-CEN-LIT-CENTRO.
               MOVE WRK-CCUSTO-LINHA   TO SIM-CEN-CCUSTO.
               MOVE WRK-LIT-SIM-ATUAL  TO SIM-CEN-LIT-ATUAL.
               MOVE WRK-CEN-QUADRO (WRK-I) TO SIM-CEN-QUADRO.
               MOVE WRK-LIT-SIM-DEZ    TO SIM-CEN-LIT-DEZ.
               PERFORM 0005-E-QUADRO-CENTRO
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               WRITE SIM-CENTRO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 0005-D-LINHA-COMPONENTE
                   VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > 6.

       0005-B-CENTRO-CENARIO   SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   PERFORM 0005-C-CENTRO-MES
                       VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M > 12
               END-IF.

       0005-C-CENTRO-MES       SECTION.
               PERFORM 3000-BRUTO-DO-MES.
               PERFORM 3100-CALCULA-COMPONENTES.
               PERFORM 0005-I-SOMA-COMPONENTE
                   VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > 6.
               ADD WRK-VAL-COMP (6) TO WRK-MEN-VALOR (WRK-S, WRK-M).

       0005-D-LINHA-COMPONENTE SECTION.
               MOVE SPACES           TO SIM-DETALHE-REC.
               MOVE "D"              TO SIM-DET-TIPO.
               MOVE WRK-CCUSTO-LINHA TO SIM-DET-CCUSTO.
               MOVE WRK-LIT-COMPONENTE (WRK-C) TO SIM-DET-COMPONENTE.
               PERFORM 0005-J-VALOR-COMPONENTE
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               WRITE SIM-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0005-E-QUADRO-CENTRO    SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   COMPUTE SIM-CEN-QUADRO-DEZ (WRK-S) =
                       WRK-CEN-QUADRO (WRK-I)
                       + WRK-CEN-VAR-QUADRO (WRK-I, WRK-S)
                   ADD WRK-CEN-VAR-QUADRO (WRK-I, WRK-S)
                       TO WRK-GER-VAR-QUADRO (WRK-S)
               END-IF.

       0005-F-DESCRICAO-CENARIO SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   MOVE WRK-SIM-DESCRICAO (WRK-S)
                       TO SIM-COL-DESCRICAO (WRK-S)
               END-IF.

       0005-G-QUADRO-GERAL     SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   COMPUTE SIM-CEN-QUADRO-DEZ (WRK-S) =
                       WRK-GER-QUADRO + WRK-GER-VAR-QUADRO (WRK-S)
               END-IF.

       0005-H-LINHA-MES        SECTION.
               MOVE SPACES          TO SIM-MES-REC.
               MOVE "M"             TO SIM-MES-TIPO.
               MOVE WRK-LIT-SIM-MES TO SIM-MES-LIT-MES.
               MOVE WRK-M           TO SIM-MES-MES.
               MOVE "/"             TO SIM-MES-BARRA.
               MOVE WRK-ANO-ORC     TO SIM-MES-ANO.
               PERFORM 0005-K-VALOR-MES
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3.
               WRITE SIM-MES-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       0005-I-SOMA-COMPONENTE  SECTION.
               ADD WRK-VAL-COMP (WRK-C)
                   TO WRK-ANO-VALOR (WRK-S, WRK-C).
               ADD WRK-VAL-COMP (WRK-C)
                   TO WRK-GER-VALOR (WRK-S, WRK-C).

       0005-J-VALOR-COMPONENTE SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   MOVE WRK-ANO-VALOR (WRK-S, WRK-C)
                       TO SIM-DET-VALOR (WRK-S)
               END-IF.

       0005-K-VALOR-MES        SECTION.
               IF WRK-SIM-PRESENTE-SIM (WRK-S)
                   MOVE WRK-MEN-VALOR (WRK-S, WRK-M)
                       TO SIM-MES-VALOR (WRK-S)
               END-IF.

      *    O ORCADO DO PROGRAMA59 E CONFRONTADO SO COM A CONTA DE
      *    SALARIOS DO CENTRO - CARREGA O BRUTO MENSAL DO CENARIO.
      *    COMPETENCIA JA ORCADA E SUBSTITUIDA, COM O VALOR
      *    ANTERIOR NA TRILHA
       0006-CARREGA-ORCAMENTO  SECTION.
               OPEN I-O ARQ-ORCAMENTO.
               IF WRK-FS-ORCCC-NAO-EXISTE
                   OPEN OUTPUT ARQ-ORCAMENTO
                   CLOSE ARQ-ORCAMENTO
                   OPEN I-O ARQ-ORCAMENTO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               MOVE WRK-CARGA-CENARIO TO WRK-S.
               MOVE WRK-ANO-ORC       TO WRK-COMP-ANO.
               PERFORM 0006-A-CARREGA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS.
               MOVE "PROGRAMA91" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               MOVE SPACES       TO AUD-DESCRICAO.
               STRING "CARGA ORCAMENTO SIMULADO ANO " WRK-ANO-ORC
                   " CENARIO " WRK-S
                   " INCLUIDAS " WRK-QTDE-INCLUIDAS
                   " SUBSTITUIDAS " WRK-QTDE-SUBSTITUIDAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               CLOSE ARQ-ORCAMENTO.
               CLOSE ARQ-AUDITORIA.
               DISPLAY "CENARIO " WRK-S " CARREGADO NO ORCCC - "
                   WRK-QTDE-INCLUIDAS " INCLUIDAS, "
                   WRK-QTDE-SUBSTITUIDAS " SUBSTITUIDAS".

       0006-A-CARREGA-CENTRO   SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) NOT = SPACES
                   PERFORM 0006-B-CARREGA-MES
                       VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M > 12
               END-IF.

       0006-B-CARREGA-MES      SECTION.
               PERFORM 3000-BRUTO-DO-MES.
               MOVE WRK-M                  TO WRK-COMP-MES.
               MOVE WRK-CEN-CCUSTO (WRK-I) TO ORC-CCUSTO.
               MOVE WRK-COMPETENCIA        TO ORC-COMPETENCIA.
               READ ARQ-ORCAMENTO
                   INVALID KEY
                       MOVE WRK-BRUTO-MES TO ORC-VALOR
                       WRITE ORC-REGISTRO
                       ADD 1 TO WRK-QTDE-INCLUIDAS
                       MOVE "PROGRAMA91" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       MOVE SPACES       TO AUD-DESCRICAO
                       STRING "INCLUSAO ORCAMENTO CENTRO "
                           ORC-CCUSTO
                           " COMP " ORC-COMPETENCIA
                           " VALOR " ORC-VALOR
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   NOT INVALID KEY
                       MOVE ORC-VALOR     TO WRK-VALOR-ANTERIOR
                       MOVE WRK-BRUTO-MES TO ORC-VALOR
                       REWRITE ORC-REGISTRO
                       ADD 1 TO WRK-QTDE-SUBSTITUIDAS
                       MOVE "PROGRAMA91" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       MOVE SPACES       TO AUD-DESCRICAO
                       STRING "SUBST. ORCAMENTO CENTRO "
                           ORC-CCUSTO
                           " COMP " ORC-COMPETENCIA
                           " DE " WRK-VALOR-ANTERIOR
                           " PARA " ORC-VALOR
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
               END-READ.

       0009-FINALIZAR          SECTION.
               IF WRK-CARGOS-DISPONIVEL-SIM
                   CLOSE CADASTRO-CARGOS
               END-IF.
               IF WRK-CCUSTO-DISPONIVEL-SIM
                   CLOSE CADASTRO-CCUSTO
               END-IF.
               GOBACK.

      *    PERCENTUAL E MES DO FUNCIONARIO NO CENARIO WRK-S - A
      *    REGRA DA GRADE VALE ANTES DA DO SINDICATO, QUE VALE
      *    ANTES DO PADRAO DO CENARIO
       2100-ACHA-REGRA         SECTION.
               MOVE WRK-SIM-PERC (WRK-S) TO WRK-PERC-EMP.
               MOVE WRK-SIM-MES (WRK-S)  TO WRK-MES-EMP.
               MOVE "N" TO WRK-ACHOU.
               IF WRK-GRADE-EMP NOT = SPACES
                   PERFORM 2110-TESTA-GRADE
                       VARYING WRK-R FROM 1 BY 1
                       UNTIL WRK-R > WRK-QTDE-REGRAS
                          OR WRK-ACHOU-SIM
               END-IF.
               IF NOT WRK-ACHOU-SIM
                   PERFORM 2120-TESTA-SINDICATO
                       VARYING WRK-R FROM 1 BY 1
                       UNTIL WRK-R > WRK-QTDE-REGRAS
                          OR WRK-ACHOU-SIM
               END-IF.

       2110-TESTA-GRADE        SECTION.
               IF WRK-REG-CENARIO (WRK-R) = WRK-S
                   AND WRK-REG-TIPO (WRK-R) = "G"
                   AND WRK-REG-CHAVE (WRK-R) (1:2) = WRK-GRADE-EMP
                   MOVE WRK-REG-PERC (WRK-R) TO WRK-PERC-EMP
                   MOVE WRK-REG-MES (WRK-R)  TO WRK-MES-EMP
                   MOVE "S" TO WRK-ACHOU
               END-IF.

       2120-TESTA-SINDICATO    SECTION.
               IF WRK-REG-CENARIO (WRK-R) = WRK-S
                   AND WRK-REG-TIPO (WRK-R) = "S"
                   AND WRK-REG-CHAVE (WRK-R) (1:3) = WRK-SIND-EMP
                   MOVE WRK-REG-PERC (WRK-R) TO WRK-PERC-EMP
                   MOVE WRK-REG-MES (WRK-R)  TO WRK-MES-EMP
                   MOVE "S" TO WRK-ACHOU
               END-IF.

      *    BRUTO DO CENTRO WRK-I, CENARIO WRK-S, MES WRK-M -
      *    DESLIGAMENTOS ALEM DO QUADRO NAO DEIXAM NEGATIVO
       3000-BRUTO-DO-MES       SECTION.
               COMPUTE WRK-BRUTO-SINAL =
                   WRK-CEN-BASE (WRK-I, WRK-S, WRK-M)
                   + WRK-CEN-MOVTO (WRK-I, WRK-S, WRK-M).
               IF WRK-BRUTO-SINAL < ZEROS
                   MOVE ZEROS TO WRK-BRUTO-MES
               ELSE
                   MOVE WRK-BRUTO-SINAL TO WRK-BRUTO-MES
               END-IF.

      *    CUSTO DO MES: 13. E TERCO DE FERIAS PELO REGIME DE
      *    COMPETENCIA (1/12 E 1/36 DO BRUTO); FGTS E ENCARGOS
      *    SOBRE BRUTO + 13. + TERCO
       3100-CALCULA-COMPONENTES SECTION.
               MOVE WRK-BRUTO-MES TO WRK-VAL-COMP (1).
               COMPUTE WRK-VAL-COMP (2) ROUNDED = WRK-BRUTO-MES / 12.
               COMPUTE WRK-VAL-COMP (3) ROUNDED = WRK-BRUTO-MES / 36.
               COMPUTE WRK-BASE-ENCARGOS =
                   WRK-VAL-COMP (1) + WRK-VAL-COMP (2)
                   + WRK-VAL-COMP (3).
               COMPUTE WRK-VAL-COMP (4) ROUNDED =
                   WRK-BASE-ENCARGOS * WRK-PERC-FGTS / 100.
               COMPUTE WRK-VAL-COMP (5) ROUNDED =
                   WRK-BASE-ENCARGOS * WRK-PERC-ENCARGOS / 100.
               COMPUTE WRK-VAL-COMP (6) =
                   WRK-BASE-ENCARGOS + WRK-VAL-COMP (4)
                   + WRK-VAL-COMP (5).

      *    LOCALIZA (OU ABRE) A LINHA DO CENTRO NA TABELA - O
      *    INDICE FICA EM WRK-I
       8100-ACHA-CENTRO        SECTION.
               MOVE "S" TO WRK-LINHA-OK.
               MOVE "N" TO WRK-ACHOU.
               PERFORM 8110-TESTA-CENTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-CENTROS
                      OR WRK-ACHOU-SIM.
               IF WRK-ACHOU-SIM
                   SUBTRACT 1 FROM WRK-I
               ELSE
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-QTDE-CENTROS TO WRK-I
                       MOVE WRK-CCUSTO-BUSCA
                           TO WRK-CEN-CCUSTO (WRK-I)
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS - "
                           "AUMENTAR A TABELA ***"
                       MOVE "N" TO WRK-LINHA-OK
                   END-IF
               END-IF.

       8110-TESTA-CENTRO       SECTION.
               IF WRK-CEN-CCUSTO (WRK-I) = WRK-CCUSTO-BUSCA
                   MOVE "S" TO WRK-ACHOU
               END-IF.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR)
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE SIM-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPAUDPR.
