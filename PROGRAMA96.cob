           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA96.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: INTERFACE DE CONTAS A PAGAR DAS OBRIGACOES DA
      *==          FOLHA COM TERCEIROS - DEPOIS DE A COMPETENCIA
      *==          FECHAR NO FOLHACTL, MONTA UM TITULO POR CREDOR
      *==          COM VENCIMENTO E VALOR: A GPS E O DARF DO
      *==          RELATORIO DE GUIAS (GUIAREL, PROGRAMA47), O
      *==          DEPOSITO DO FGTS DA REMESSA (FGTSREM,
      *==          PROGRAMA43), AS PARCELAS DE CONSIGNADO
      *==          DESCONTADAS POR BANCO CREDOR (CONSIG), O
      *==          DESCONTO SINDICAL POR SINDICATO (SINDMES/
      *==          SINDIC) E, NO PASSO DA MATRIZ, A FATURA DA
      *==          OPERADORA DO PLANO DE SAUDE (FATPLANO). GRAVA O
      *==          ARQUIVO DO CONTAS A PAGAR (ARQ. APINTF) NO
      *==          ESTILO CABECALHO/DETALHE/RODAPE DO BANKPAY, COM
      *==          CONTAGEM, TOTAL EM CENTAVOS E HASH DOS
      *==          VENCIMENTOS NO RODAPE, E O RELATORIO DE
      *==          CONTROLE (ARQ. APCTRL) QUE AMARRA CADA TITULO
      *==          AOS TOTAIS DA FOLHA DE ONDE VEIO (FOLHAHST,
      *==          PLANOMES) - O FINANCEIRO REDIGITAVA TUDO ISSO
      *==          NO CONTAS A PAGAR TODO MES. VENCIMENTO PELA
      *==          TABELA DE PRAZOS ABAIXO, LEVADO A DIA UTIL PELO
      *==          CALENDARIO DE FERIADOS; GPS, DARF E FGTS USAM O
      *==          VENCIMENTO DO CALENDARIO DE OBRIGACOES
      *==          (CALFOLHA, PROGRAMA88) QUANDO JA GERADO.
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
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-CONSIGNADOS ASSIGN TO "CONSIG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSG-CHAVE
                   FILE STATUS IS WRK-FS-CONSIGNADOS.
               SELECT ARQ-SIND-MES ASSIGN TO "SINDMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SINDMES.
               SELECT ARQ-SINDICATOS ASSIGN TO "SINDIC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-CODIGO
                   FILE STATUS IS WRK-FS-SINDIC.
               SELECT ARQ-PLANO-MES ASSIGN TO "PLANOMES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLM-CHAVE
                   FILE STATUS IS WRK-FS-PLANOMES.
               SELECT ARQ-FATURA ASSIGN TO "FATPLANO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FATURA.
               SELECT ARQ-GUIAS ASSIGN TO "GUIAREL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-GUIAS.
               SELECT ARQ-REMESSA-FGTS ASSIGN TO "FGTSREM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-FGTSREM.
               SELECT ARQ-CALENDARIO ASSIGN TO "CALFOLHA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-CHAVE
                   FILE STATUS IS WRK-FS-CALFOLHA.
               SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS CPD-FS-FERIADOS.
               SELECT ARQ-INTERFACE ASSIGN TO "APINTF"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-INTERFACE.
               SELECT ARQ-CONTROLE ASSIGN TO "APCTRL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-CONTROLE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ96"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
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

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-CONSIGNADOS
               LABEL RECORD IS STANDARD.
           COPY CPCONSIG.

           FD  ARQ-SIND-MES
               LABEL RECORD IS STANDARD.
           COPY CPSNDMES.

           FD  ARQ-SINDICATOS
               LABEL RECORD IS STANDARD.
           COPY CPSIND.

           FD  ARQ-PLANO-MES
               LABEL RECORD IS STANDARD.
           COPY CPPLNMES.

      *    MESMO LAYOUT DA FATURA DA OPERADORA LIDA PELO PROGRAMA74
           FD  ARQ-FATURA
               LABEL RECORD IS STANDARD.
           01  FAT-CABECALHO-REC.
               05 FAT-CAB-TIPO         PIC X(01).
               05 FAT-CAB-COMPETENCIA  PIC 9(06).
               05 FAT-CAB-EMISSAO      PIC 9(08).
               05 FAT-CAB-OPERADORA    PIC X(20).
               05 FILLER               PIC X(65).
           01  FAT-DETALHE-REC REDEFINES FAT-CABECALHO-REC.
               05 FAT-DET-TIPO         PIC X(01).
               05 FAT-DET-CODIGO-EMP   PIC 9(05).
               05 FAT-DET-PRODUTO      PIC X(01).
               05 FAT-DET-SEQ-DEP      PIC 9(02).
               05 FAT-DET-CARTEIRINHA  PIC X(20).
               05 FAT-DET-NOME         PIC X(30).
               05 FAT-DET-MENSAL       PIC 9(07)V99.
               05 FAT-DET-COPART       PIC 9(07)V99.
               05 FILLER               PIC X(23).
           01  FAT-RODAPE-REC REDEFINES FAT-CABECALHO-REC.
               05 FAT-ROD-TIPO         PIC X(01).
               05 FAT-ROD-QTDE-VIDAS   PIC 9(06).
               05 FAT-ROD-TOTAL        PIC 9(11)V99.
               05 FILLER               PIC X(80).

      *    MESMO LAYOUT DO GUIAREL GRAVADO PELO PROGRAMA47 - O
      *    CABECALHO LEVA A COMPETENCIA NO TEXTO E A LINHA DO
      *    EMPREGADOR COMECA PELO ESTABELECIMENTO; O VALOR
      *    EDITADO E LIDO DE VOLTA PELA PICTURE DE EDICAO
           FD  ARQ-GUIAS
               LABEL RECORD IS STANDARD.
           01  GUI-LINHA-REC.
               05 GUI-LIN-TIPO         PIC X(01).
               05 GUI-LIN-ROTULO       PIC X(20).
               05 GUI-LIN-TEXTO        PIC X(50).
               05 GUI-LIN-TEXTO-CAB REDEFINES GUI-LIN-TEXTO.
                   10 GUI-CAB-LIT-COMP PIC X(12).
                   10 GUI-CAB-COMPETENCIA PIC X(06).
                   10 FILLER           PIC X(32).
               05 GUI-LIN-TEXTO-EMP REDEFINES GUI-LIN-TEXTO.
                   10 GUI-EMP-ESTAB    PIC X(03).
                   10 FILLER           PIC X(47).
               05 GUI-LIN-LIT-VALOR    PIC X(04).
               05 GUI-LIN-VALOR        PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(44).

      *    MESMO LAYOUT DO FGTSREM GRAVADO PELO PROGRAMA43
           FD  ARQ-REMESSA-FGTS
               LABEL RECORD IS STANDARD.
           01  FGR-CABECALHO-REC.
               05 FGR-CAB-TIPO         PIC X(01).
               05 FGR-CAB-DATA         PIC 9(08).
               05 FGR-CAB-OPERADOR     PIC X(10).
               05 FGR-CAB-LOTE         PIC 9(05).
               05 FGR-CAB-COMPETENCIA  PIC 9(06).
               05 FGR-CAB-CNPJ         PIC 9(14).
               05 FILLER               PIC X(16).
           01  FGR-DETALHE-REC REDEFINES FGR-CABECALHO-REC.
               05 FGR-DET-TIPO         PIC X(01).
               05 FGR-DET-CODIGO       PIC 9(05).
               05 FGR-DET-NOME         PIC X(25).
               05 FGR-DET-DOCUMENTO    PIC X(11).
               05 FGR-DET-VALOR        PIC 9(11).
               05 FILLER               PIC X(07).
           01  FGR-RODAPE-REC REDEFINES FGR-CABECALHO-REC.
               05 FGR-ROD-TIPO         PIC X(01).
               05 FGR-ROD-QTDE         PIC 9(05).
               05 FGR-ROD-TOTAL-VALOR  PIC 9(13).
               05 FGR-ROD-HASH-CODIGOS PIC 9(15).
               05 FGR-ROD-LOTE         PIC 9(05).
               05 FILLER               PIC X(21).

           FD  ARQ-CALENDARIO
               LABEL RECORD IS STANDARD.
           COPY CPCALEND.

           FD  ARQ-FERIADOS
               LABEL RECORD IS STANDARD.
           COPY CPFERIAD.

      *    INTERFACE DO CONTAS A PAGAR NO ESTILO CABECALHO/
      *    DETALHE/RODAPE DO BANKPAY, LARGURA FIXA DE 120
      *    POSICOES, VALOR EM CENTAVOS - UM DETALHE POR CREDOR
      *    (TIPO GP-GPS  DF-DARF  FG-FGTS  CS-BANCO DO
      *    CONSIGNADO  SD-SINDICATO  PS-OPERADORA DO PLANO); O
      *    RODAPE LEVA CONTAGEM, TOTAL DE VALOR E HASH DOS
      *    VENCIMENTOS
           FD  ARQ-INTERFACE
               LABEL RECORD IS STANDARD.
           01  CAP-CABECALHO-REC.
               05 CAP-CAB-TIPO         PIC X(01).
               05 CAP-CAB-DATA         PIC 9(08).
               05 CAP-CAB-OPERADOR     PIC X(10).
               05 CAP-CAB-LOTE         PIC 9(05).
               05 CAP-CAB-COMPETENCIA  PIC 9(06).
               05 CAP-CAB-ESTAB        PIC 9(03).
               05 CAP-CAB-CNPJ         PIC 9(14).
               05 FILLER               PIC X(73).
           01  CAP-DETALHE-REC REDEFINES CAP-CABECALHO-REC.
               05 CAP-DET-TIPO         PIC X(01).
               05 CAP-DET-SEQUENCIA    PIC 9(03).
               05 CAP-DET-TIPO-CREDOR  PIC X(02).
               05 CAP-DET-CREDOR       PIC 9(05).
               05 CAP-DET-CNPJ         PIC 9(14).
               05 CAP-DET-NOME         PIC X(30).
               05 CAP-DET-BANCO        PIC 9(03).
               05 CAP-DET-AGENCIA      PIC 9(05).
               05 CAP-DET-CONTA        PIC 9(10).
               05 CAP-DET-RECEITA      PIC X(04).
               05 CAP-DET-VENCIMENTO   PIC 9(08).
               05 CAP-DET-VALOR        PIC 9(13).
               05 CAP-DET-QTDE         PIC 9(05).
               05 FILLER               PIC X(17).
           01  CAP-RODAPE-REC REDEFINES CAP-CABECALHO-REC.
               05 CAP-ROD-TIPO         PIC X(01).
               05 CAP-ROD-QTDE         PIC 9(05).
               05 CAP-ROD-TOTAL-VALOR  PIC 9(15).
               05 CAP-ROD-HASH-VENCTOS PIC 9(15).
               05 CAP-ROD-LOTE         PIC 9(05).
               05 FILLER               PIC X(79).

      *    RELATORIO DE CONTROLE, 132 COLUNAS NA VIEW GENERICA DO
      *    GUIAREL (ROTULO + TEXTO + VALOR EDITADO) COM A COLUNA
      *    DA CONFERENCIA - TIPO H CABECALHO, P TITULO, O ORIGEM
      *    DO TITULO NA FOLHA, T TOTAL, S SEPARADOR
           FD  ARQ-CONTROLE
               LABEL RECORD IS STANDARD.
           01  CTL-LINHA-REC.
               05 CTL-LIN-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CTL-LIN-ROTULO       PIC X(40).
               05 CTL-LIN-TEXTO        PIC X(50).
               05 CTL-LIN-LIT-VALOR    PIC X(04).
               05 CTL-LIN-VALOR        PIC X(17).
               05 FILLER               PIC X(02).
               05 CTL-LIN-SITUACAO     PIC X(10).
               05 FILLER               PIC X(07).

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

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
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".
       77 WRK-HIST-DISPONIVEL  PIC X(01) VALUE "N".
           88 WRK-HIST-DISPONIVEL-SIM    VALUE "S".
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-FS-CONSIGNADOS   PIC X(02) VALUE SPACES.
           88 WRK-FS-CONSIGNADOS-OK      VALUE "00".
       77 WRK-FS-SINDMES       PIC X(02) VALUE SPACES.
           88 WRK-FS-SINDMES-OK          VALUE "00".
       77 WRK-FS-SINDIC        PIC X(02) VALUE SPACES.
           88 WRK-FS-SINDIC-OK           VALUE "00".
       77 WRK-SINDIC-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-SINDIC-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-PLANOMES      PIC X(02) VALUE SPACES.
           88 WRK-FS-PLANOMES-OK         VALUE "00".
       77 WRK-FS-FATURA        PIC X(02) VALUE SPACES.
           88 WRK-FS-FATURA-OK           VALUE "00".
       77 WRK-FS-GUIAS         PIC X(02) VALUE SPACES.
           88 WRK-FS-GUIAS-OK            VALUE "00".
       77 WRK-FS-FGTSREM       PIC X(02) VALUE SPACES.
           88 WRK-FS-FGTSREM-OK          VALUE "00".
       77 WRK-FS-CALFOLHA      PIC X(02) VALUE SPACES.
           88 WRK-FS-CALFOLHA-OK         VALUE "00".
       77 WRK-CALENDARIO-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-CALENDARIO-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-INTERFACE     PIC X(02) VALUE SPACES.
           88 WRK-FS-INTERFACE-OK        VALUE "00".
       77 WRK-FS-CONTROLE      PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTROLE-OK         VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
           88 WRK-FS-RUNCTL-NAO-EXISTE   VALUE "35".
           88 WRK-FS-RUNCTL-DUPLICADO    VALUE "22".
       77 WRK-RUN-ENCONTRADO   PIC X(01) VALUE "N".
           88 WRK-RUN-ENCONTRADO-SIM     VALUE "S".
       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".

      *    PARAMETROS DA EXECUCAO (CARTOES DO SYSIN)
       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).
       77 WRK-PARAMETROS-OK    PIC X(01) VALUE "S".
           88 WRK-PARAMETROS-OK-SIM      VALUE "S".

      *    ESTABELECIMENTO DA INTERFACE E O DA LINHA LIDA - LINHA
      *    GRAVADA ANTES DO CAMPO EXISTIR E DA MATRIZ (001). A
      *    FATURA DO PLANO E UMA SO, CONTRATADA PELA MATRIZ, E SO
      *    ENTRA NO PASSO DELA
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-LIN-ESTAB        PIC 9(03) VALUE 1.
       77 WRK-ESTAB-MATRIZ     PIC 9(03) VALUE 1.

      *    TOTAIS DA FOLHA DA COMPETENCIA NO ESTABELECIMENTO
      *    (FOLHAHST, TODAS AS SEQUENCIAS) - A BASE DA AMARRACAO
       77 WRK-FOL-QTDE-FUNC    PIC 9(05) VALUE ZEROS.
       77 WRK-FOL-ULT-CODIGO   PIC 9(05) VALUE ZEROS.
       77 WRK-FOL-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FOL-INSS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FOL-IRRF         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FOL-OUTROS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FOL-FGTS-REF     PIC 9(11)V99 VALUE ZEROS.

      *    PARCELAS DE CONSIGNADO DESCONTADAS NA COMPETENCIA
      *    (CSG-ULT-COMPETENCIA), POR BANCO CREDOR
       77 WRK-QTDE-BANCOS      PIC 9(03) VALUE ZEROS.
       01 WRK-BANCOS-TABELA.
           05 WRK-BCO-ITEM             OCCURS 50 TIMES.
               10 WRK-BCO-CODIGO       PIC 9(03).
               10 WRK-BCO-QTDE         PIC 9(05).
               10 WRK-BCO-TOTAL        PIC 9(11)V99.
       77 WRK-CSG-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-CSG-TOTAL        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CSG-SEM-BANCO    PIC 9(05) VALUE ZEROS.
       77 WRK-CSG-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WRK-CSG-BANCO        PIC 9(03) VALUE ZEROS.

      *    DESCONTO SINDICAL DA COMPETENCIA (SINDMES), POR
      *    SINDICATO
       77 WRK-QTDE-SINDICATOS  PIC 9(03) VALUE ZEROS.
       01 WRK-SINDICATOS-TABELA.
           05 WRK-SND-ITEM             OCCURS 50 TIMES.
               10 WRK-SND-CODIGO       PIC 9(03).
               10 WRK-SND-QTDE         PIC 9(05).
               10 WRK-SND-CONTRIB      PIC 9(11)V99.
               10 WRK-SND-MENSAL       PIC 9(11)V99.
       77 WRK-SND-TOTAL        PIC 9(11)V99 VALUE ZEROS.

      *    PLANO DE SAUDE: PARTE DOS FUNCIONARIOS DESCONTADA NA
      *    FOLHA (PLANOMES) NA EMPRESA E NO ESTABELECIMENTO, E A
      *    FATURA DA OPERADORA (FATPLANO)
       77 WRK-PLN-FUNC-EMPRESA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PLN-FUNC-ESTAB   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PLN-QTDE-EMPRESA PIC 9(05) VALUE ZEROS.
       77 WRK-PLN-QTDE-ESTAB   PIC 9(05) VALUE ZEROS.
       77 WRK-PLN-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAT-VALIDA       PIC X(01) VALUE "N".
           88 WRK-FAT-VALIDA-SIM         VALUE "S".
       77 WRK-FAT-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-FAT-OPERADORA    PIC X(20) VALUE SPACES.
       77 WRK-FAT-QTDE-VIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-FAT-SOMA-VIDAS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-ROD-QTDE     PIC 9(06) VALUE ZEROS.
       77 WRK-FAT-ROD-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-CUSTO-EMPRESA PIC S9(11)V99 VALUE ZEROS.

      *    GUIAS DO ESTABELECIMENTO (GUIAREL) - SO VALEM SE O
      *    CABECALHO FOR DA COMPETENCIA E DO EMPREGADOR PEDIDOS
       77 WRK-GUI-COMP-OK      PIC X(01) VALUE "N".
           88 WRK-GUI-COMP-OK-SIM        VALUE "S".
       77 WRK-GUI-ESTAB-OK     PIC X(01) VALUE "N".
           88 WRK-GUI-ESTAB-OK-SIM       VALUE "S".
       77 WRK-GUI-VALIDA       PIC X(01) VALUE "N".
           88 WRK-GUI-VALIDA-SIM         VALUE "S".
       77 WRK-GUI-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GUI-TOTAL-GPS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GUI-INSS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GUI-PATRONAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GUI-IRRF         PIC 9(11)V99 VALUE ZEROS.

      *    REMESSA DO FGTS DO ESTABELECIMENTO (FGTSREM) - O
      *    RODAPE E CONFERIDO CONTRA OS DETALHES LIDOS
       77 WRK-FGR-VALIDA       PIC X(01) VALUE "N".
           88 WRK-FGR-VALIDA-SIM         VALUE "S".
       77 WRK-FGR-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-FGR-CNPJ         PIC 9(14) VALUE ZEROS.
       77 WRK-FGR-QTDE-DET     PIC 9(05) VALUE ZEROS.
       77 WRK-FGR-SOMA-DET     PIC 9(13) VALUE ZEROS.
       77 WRK-FGR-HASH-DET     PIC 9(15) VALUE ZEROS.
       77 WRK-FGR-ROD-QTDE     PIC 9(05) VALUE ZEROS.
       77 WRK-FGR-ROD-TOTAL    PIC 9(13) VALUE ZEROS.
       77 WRK-FGR-ROD-HASH     PIC 9(15) VALUE ZEROS.
       77 WRK-FGR-ROD-LIDO     PIC X(01) VALUE "N".
           88 WRK-FGR-ROD-LIDO-SIM       VALUE "S".
       77 WRK-FGR-VALOR        PIC 9(11)V99 VALUE ZEROS.

      *    TABELA DE PRAZOS DOS TITULOS - TIPO DO CREDOR,
      *    DESCRICAO, DIA DO VENCIMENTO (DIA MAIOR QUE O MES =
      *    ULTIMO DIA), MESES DEPOIS DA COMPETENCIA, REGRA DO DIA
      *    NAO UTIL (A-ANTECIPA  P-POSTERGA) E OBRIGACAO DO
      *    CALENDARIO DA FOLHA (CPCALEND) CUJO VENCIMENTO
      *    PREVALECE QUANDO GERADO (00 = SO A REGRA)
       01 WRK-TAB-PRAZOS-VAL.
           05 FILLER               PIC X(26) VALUE
               "GPGPS - PREVIDENCIA 201A06".
           05 FILLER               PIC X(26) VALUE
               "DFDARF - IRRF       201A06".
           05 FILLER               PIC X(26) VALUE
               "FGFGTS - DEPOSITO   071A05".
           05 FILLER               PIC X(26) VALUE
               "CSCONSIGNADO        101A00".
           05 FILLER               PIC X(26) VALUE
               "SDSINDICATO         101A00".
           05 FILLER               PIC X(26) VALUE
               "PSPLANO DE SAUDE    101A00".
       01 WRK-TAB-PRAZOS REDEFINES WRK-TAB-PRAZOS-VAL.
           05 WRK-PRZ              OCCURS 6 TIMES.
               10 WRK-PRZ-TIPO         PIC X(02).
               10 WRK-PRZ-DESCRICAO    PIC X(16).
               10 WRK-PRZ-DIA          PIC 9(02).
               10 WRK-PRZ-MESES        PIC 9(01).
               10 WRK-PRZ-REGRA        PIC X(01).
               10 WRK-PRZ-OBRIGACAO    PIC 9(02).
       77 WRK-QTDE-PRAZOS      PIC 9(02) VALUE 6.
       77 WRK-IND              PIC 9(02) VALUE ZEROS.
       77 WRK-I                PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU            PIC X(01) VALUE "N".
           88 WRK-ACHOU-SIM              VALUE "S".

      *    CALCULO DO VENCIMENTO, COMO NO PROGRAMA88
       01 WRK-VEN-COMPETENCIA-R.
           05 WRK-VEN-ANO          PIC 9(04).
           05 WRK-VEN-MES          PIC 9(02).
       01 WRK-VEN-COMPETENCIA REDEFINES WRK-VEN-COMPETENCIA-R
                               PIC 9(06).
       77 WRK-VEN-REGRA        PIC X(01) VALUE "A".
           88 WRK-VEN-POSTERGA           VALUE "P".
       77 WRK-VEN-AJUSTADA     PIC 9(08) VALUE ZEROS.
       77 WRK-VEN-ORIGEM       PIC X(08) VALUE SPACES.
       77 WRK-DIA-UTIL         PIC X(01) VALUE "N".
           88 WRK-DIA-UTIL-SIM           VALUE "S".
       77 WRK-TENTATIVAS       PIC 9(02) VALUE ZEROS.

      *    TITULO MONTADO ANTES DE IR PARA A INTERFACE
       77 WRK-TIT-TIPO         PIC X(02) VALUE SPACES.
       77 WRK-TIT-CREDOR       PIC 9(05) VALUE ZEROS.
       77 WRK-TIT-CNPJ         PIC 9(14) VALUE ZEROS.
       77 WRK-TIT-NOME         PIC X(30) VALUE SPACES.
       77 WRK-TIT-BANCO        PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-AGENCIA      PIC 9(05) VALUE ZEROS.
       77 WRK-TIT-CONTA        PIC 9(10) VALUE ZEROS.
       77 WRK-TIT-RECEITA      PIC X(04) VALUE SPACES.
       77 WRK-TIT-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TIT-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS   PIC 9(13) VALUE ZEROS.

      *    TOTAIS DA INTERFACE
       77 WRK-INT-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-INT-TOTAL        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-INT-CENTAVOS     PIC 9(15) VALUE ZEROS.
       77 WRK-INT-HASH         PIC 9(15) VALUE ZEROS.
       77 WRK-REPASSE-ESTAB    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-OUTROS-DESC      PIC S9(11)V99 VALUE ZEROS.

      *    CONFERENCIA DE UMA ORIGEM: VALOR DA FONTE X VALOR
      *    APURADO NA FOLHA
       77 WRK-CNF-FONTE        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CNF-FOLHA        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTDE-DIVERGENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-EDT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-EDT-S      PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTDE-EDT         PIC ZZZZ9.

      *    ROTULOS DO APCTRL - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-CTL-TITULO   PIC X(40)
           VALUE "INTERFACE DE CONTAS A PAGAR DA FOLHA    ".
       77 WRK-LIT-CTL-EMPREG   PIC X(40)
           VALUE "EMPREGADOR                              ".
       77 WRK-LIT-CTL-SEPARA   PIC X(40) VALUE ALL "=".
       77 WRK-LIT-CTL-CONFERE  PIC X(10) VALUE "CONFERE   ".
       77 WRK-LIT-CTL-DIVERGE  PIC X(10) VALUE "*DIVERGE* ".

      *    ROTULOS DO GUIAREL (PROGRAMA47) QUE ESTE PROGRAMA LE
       77 WRK-LIT-GUI-TITULO   PIC X(20) VALUE "PREPARACAO DE GUIAS ".
       77 WRK-LIT-GUI-EMPREG   PIC X(20) VALUE "EMPREGADOR..........".
       77 WRK-LIT-GUI-INSS     PIC X(20) VALUE "INSS RETIDO.........".
       77 WRK-LIT-GUI-PATRONAL PIC X(20) VALUE "ENCARGO PATRONAL....".
       77 WRK-LIT-GUI-TOT-GPS  PIC X(20) VALUE "TOTAL DA GPS........".
       77 WRK-LIT-GUI-IRRF     PIC X(20) VALUE "IRRF RETIDO.........".

           COPY CPBATCH.

           COPY CPDATA.

           COPY CPESTWS.

           COPY CPREPWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PARAMETROS-OK-SIM
                   PERFORM 0001-SOMA-FOLHA
                   PERFORM 0002-SOMA-CONSIGNADOS
                   PERFORM 0003-SOMA-SINDICATOS
                   PERFORM 0004-SOMA-PLANO
                   PERFORM 0005-LE-GUIAS
                   PERFORM 0006-LE-FGTS
                   PERFORM 0007-GRAVA-TITULOS
                   PERFORM 0008-GRAVA-TOTAIS
               END-IF.
               PERFORM 0009-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
      *        UMA INTERFACE POR EMPREGADOR, COMO AS GUIAS E A
      *        REMESSA DO FGTS DE ONDE ELA SAI
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               PERFORM 0000-A-VALIDA-PARAMETROS.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               IF WRK-PARAMETROS-OK-SIM
                   PERFORM 0000-C-ABRE-ARQUIVOS
               END-IF.

      *    PARAMETRO INVALIDO OU FOLHA AINDA ABERTA NAO GERA
      *    INTERFACE NENHUMA - TITULO LANCADO NO CONTAS A PAGAR
      *    E PAGO NAO VOLTA
       0000-A-VALIDA-PARAMETROS SECTION.
               MOVE "S" TO WRK-PARAMETROS-OK.
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   OR WRK-COMP-ANO < 1900
                   DISPLAY "ERRO: COMPETENCIA INVALIDA - "
                       WRK-COMPETENCIA
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF WRK-EST-DISPONIVEL-SIM
                   IF NOT WRK-EST-ACHOU-SIM
                       DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                           " NAO CADASTRADO - NENHUM TITULO "
                           "SERA GERADO ***"
                       MOVE "N" TO WRK-PARAMETROS-OK
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                       "AUSENTE - CNPJ ZERADO NO CABECALHO"
               END-IF.
               IF WRK-PARAMETROS-OK-SIM
                   PERFORM 0000-B-CONFERE-FECHAMENTO
               END-IF.

       0000-B-CONFERE-FECHAMENTO SECTION.
               OPEN INPUT ARQ-CTL-FOLHA.
               IF WRK-FS-CTL-FOLHA-OK
                   MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA
                   READ ARQ-CTL-FOLHA
                       INVALID KEY
                           MOVE "N" TO WRK-PARAMETROS-OK
                       NOT INVALID KEY
                           IF NOT FCT-COMPLETO
                               MOVE "N" TO WRK-PARAMETROS-OK
                           END-IF
                   END-READ
                   CLOSE ARQ-CTL-FOLHA
               ELSE
                   CLOSE ARQ-CTL-FOLHA
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF NOT WRK-PARAMETROS-OK-SIM
                   DISPLAY "*** COMPETENCIA " WRK-COMPETENCIA
                       " NAO FECHADA NO FOLHACTL - RODAR A FOLHA "
                       "MENSAL (PROGRAMA12) ANTES DA INTERFACE ***"
               END-IF.

       0000-C-ABRE-ARQUIVOS    SECTION.
               OPEN INPUT ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   MOVE "S" TO WRK-HIST-DISPONIVEL
               ELSE
                   DISPLAY "ERRO: HISTORICO DA FOLHA (FOLHAHST) "
                       "NAO ENCONTRADO - FS: " WRK-FS-HIST-FOLHA
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               OPEN INPUT ARQ-CALENDARIO.
               IF WRK-FS-CALFOLHA-OK
                   MOVE "S" TO WRK-CALENDARIO-DISPONIVEL
               ELSE
                   CLOSE ARQ-CALENDARIO
                   DISPLAY "CALENDARIO DA FOLHA (CALFOLHA) AUSENTE "
                       "- VENCIMENTOS SO PELA TABELA DE PRAZOS"
               END-IF.
               PERFORM CPD-8080-CARREGA-FERIADOS.
               IF CPD-QTDE-FERIADOS = ZEROS
                   DISPLAY "CALENDARIO DE FERIADOS (FERIADOS) VAZIO "
                       "- VENCIMENTO AJUSTADO SO POR FIM DE SEMANA"
               END-IF.
               IF WRK-PARAMETROS-OK-SIM
                   OPEN OUTPUT ARQ-INTERFACE
                   MOVE SPACES          TO CAP-CABECALHO-REC
                   MOVE "H"             TO CAP-CAB-TIPO
                   MOVE BAT-DATA        TO CAP-CAB-DATA
                   MOVE BAT-OPERADOR    TO CAP-CAB-OPERADOR
                   MOVE BAT-NUMERO      TO CAP-CAB-LOTE
                   MOVE WRK-COMPETENCIA TO CAP-CAB-COMPETENCIA
                   MOVE WRK-ESTAB-SEL   TO CAP-CAB-ESTAB
                   MOVE WRK-EST-CNPJ    TO CAP-CAB-CNPJ
                   WRITE CAP-CABECALHO-REC
                   OPEN OUTPUT ARQ-CONTROLE
                   MOVE "APCTRL  "   TO WRK-REP-ID
                   MOVE BAT-DATA     TO WRK-REP-DATA
                   MOVE BAT-NUMERO   TO WRK-REP-LOTE
                   MOVE "PROGRAMA96" TO WRK-REP-PROGRAMA
                   PERFORM 8600-ABRE-REPOSITORIO
                   PERFORM 0000-D-GRAVA-CABECALHO
               END-IF.

       0000-D-GRAVA-CABECALHO  SECTION.
               MOVE SPACES             TO CTL-LINHA-REC.
               MOVE "H"                TO CTL-LIN-TIPO.
               MOVE WRK-LIT-CTL-TITULO TO CTL-LIN-ROTULO.
               STRING "COMPETENCIA " WRK-COMPETENCIA
                   " DATA " BAT-DATA " LOTE " BAT-NUMERO
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               PERFORM 0060-GRAVA-CONTROLE.
               MOVE SPACES             TO CTL-LINHA-REC.
               MOVE "H"                TO CTL-LIN-TIPO.
               MOVE WRK-LIT-CTL-EMPREG TO CTL-LIN-ROTULO.
               STRING WRK-ESTAB-SEL " CNPJ " WRK-EST-CNPJ " "
                   WRK-EST-RAZAO
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               PERFORM 0060-GRAVA-CONTROLE.
               PERFORM 0061-GRAVA-SEPARADOR.

      *    TOTAIS DA FOLHA DA COMPETENCIA NO ESTABELECIMENTO, TODAS
      *    AS SEQUENCIAS (MENSAL E COMPLEMENTARES), COMO O
      *    PROGRAMA47 SOMA AS RETENCOES DA GUIA
       0001-SOMA-FOLHA         SECTION.
               MOVE SPACES TO WRK-FS-LEITURA.
               MOVE ZEROS  TO FHT-CODIGO.
               MOVE ZEROS  TO FHT-COMPETENCIA.
               MOVE ZEROS  TO FHT-SEQUENCIA.
               START ARQ-HIST-FOLHA KEY IS NOT LESS THAN FHT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-SOMA-UM
                   UNTIL WRK-FS-LEITURA-FIM.
               COMPUTE WRK-FOL-FGTS-REF ROUNDED =
                   WRK-FOL-BRUTO * 8 / 100.
               IF WRK-FOL-QTDE-FUNC = ZEROS
                   DISPLAY "*** ATENCAO *** NENHUM FUNCIONARIO DO "
                       "ESTABELECIMENTO " WRK-ESTAB-SEL
                       " NO FOLHAHST DA COMPETENCIA "
                       WRK-COMPETENCIA
               END-IF.
               MOVE SPACES TO CTL-LINHA-REC.
               MOVE "O"    TO CTL-LIN-TIPO.
               MOVE "FOLHA DA COMPETENCIA (FOLHAHST)"
                   TO CTL-LIN-ROTULO.
               STRING WRK-FOL-QTDE-FUNC " FUNCIONARIOS"
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               PERFORM 0060-GRAVA-CONTROLE.
               MOVE "  BRUTO DA FOLHA" TO CTL-LIN-ROTULO.
               MOVE WRK-FOL-BRUTO      TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  INSS RETIDO"    TO CTL-LIN-ROTULO.
               MOVE WRK-FOL-INSS       TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  IRRF RETIDO"    TO CTL-LIN-ROTULO.
               MOVE WRK-FOL-IRRF       TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  DEMAIS DESCONTOS" TO CTL-LIN-ROTULO.
               MOVE WRK-FOL-OUTROS     TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               PERFORM 0061-GRAVA-SEPARADOR.

       0001-A-SOMA-UM          SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF FHT-ESTAB NUMERIC AND FHT-ESTAB > ZEROS
                           MOVE FHT-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-LIN-ESTAB = WRK-ESTAB-SEL
                           IF FHT-CODIGO NOT = WRK-FOL-ULT-CODIGO
                               ADD 1 TO WRK-FOL-QTDE-FUNC
                               MOVE FHT-CODIGO TO WRK-FOL-ULT-CODIGO
                           END-IF
                           ADD FHT-BRUTO       TO WRK-FOL-BRUTO
                           ADD FHT-INSS        TO WRK-FOL-INSS
                           ADD FHT-IRRF        TO WRK-FOL-IRRF
                           ADD FHT-OUTROS-DESC TO WRK-FOL-OUTROS
                       END-IF
               END-READ.

      *    PARCELA DESCONTADA NA COMPETENCIA = CONTRATO CARIMBADO
      *    COM ELA PELA FOLHA MENSAL (O ESTORNO DO PROGRAMA94
      *    DESCARIMBA); O ESTABELECIMENTO E O DO FUNCIONARIO NO
      *    CADASTRO MESTRE
       0002-SOMA-CONSIGNADOS   SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-CONSIGNADOS.
               IF WRK-FS-CONSIGNADOS-OK
                   PERFORM 0002-A-SOMA-UM
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-CONSIGNADOS
               ELSE
                   CLOSE ARQ-CONSIGNADOS
                   DISPLAY "CADASTRO DE CONSIGNADOS (CONSIG) "
                       "AUSENTE - NENHUM REPASSE A BANCO"
               END-IF.
               IF WRK-CSG-SEM-BANCO > ZEROS
                   DISPLAY "*** " WRK-CSG-SEM-BANCO " PARCELAS DE "
                       "CONTRATOS SEM BANCO CREDOR - TITULO DO "
                       "BANCO 000, COMPLETAR NO PROGRAMA41 ***"
               END-IF.
               IF WRK-CSG-SEM-CADASTRO > ZEROS
                   DISPLAY "*** " WRK-CSG-SEM-CADASTRO " PARCELAS "
                       "DE CODIGOS FORA DO CADASTRO MESTRE - "
                       "FICARAM FORA ***"
               END-IF.

       0002-A-SOMA-UM          SECTION.
               READ ARQ-CONSIGNADOS NEXT RECORD
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       IF CSG-ULT-COMPETENCIA = WRK-COMPETENCIA
                           PERFORM 0002-B-CONFERE-ESTAB
                       END-IF
               END-READ.

       0002-B-CONFERE-ESTAB    SECTION.
               MOVE CSG-CODIGO-EMP TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       ADD 1 TO WRK-CSG-SEM-CADASTRO
                   NOT INVALID KEY
                       IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                           MOVE EMP-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       IF WRK-LIN-ESTAB = WRK-ESTAB-SEL
                           PERFORM 0002-C-ACUMULA-BANCO
                       END-IF
               END-READ.

       0002-C-ACUMULA-BANCO    SECTION.
               IF CSG-BANCO NUMERIC AND CSG-BANCO > ZEROS
                   MOVE CSG-BANCO TO WRK-CSG-BANCO
               ELSE
                   MOVE ZEROS     TO WRK-CSG-BANCO
                   ADD 1 TO WRK-CSG-SEM-BANCO
               END-IF.
               ADD 1                 TO WRK-CSG-QTDE.
               ADD CSG-VALOR-PARCELA TO WRK-CSG-TOTAL.
               MOVE "N" TO WRK-ACHOU.
               PERFORM 0002-D-BUSCA-BANCO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-BANCOS
                      OR WRK-ACHOU-SIM.
               IF NOT WRK-ACHOU-SIM
                   IF WRK-QTDE-BANCOS < 50
                       ADD 1 TO WRK-QTDE-BANCOS
                       MOVE WRK-CSG-BANCO
                           TO WRK-BCO-CODIGO (WRK-QTDE-BANCOS)
                       MOVE 1
                           TO WRK-BCO-QTDE (WRK-QTDE-BANCOS)
                       MOVE CSG-VALOR-PARCELA
                           TO WRK-BCO-TOTAL (WRK-QTDE-BANCOS)
                   ELSE
                       DISPLAY "*** MAIS DE 50 BANCOS CREDORES "
                           "- AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0002-D-BUSCA-BANCO      SECTION.
               IF WRK-BCO-CODIGO (WRK-I) = WRK-CSG-BANCO
                   ADD 1 TO WRK-BCO-QTDE (WRK-I)
                   ADD CSG-VALOR-PARCELA TO WRK-BCO-TOTAL (WRK-I)
                   MOVE "S" TO WRK-ACHOU
               END-IF.

      *    DESCONTO SINDICAL DA COMPETENCIA NO ESTABELECIMENTO -
      *    O MESMO MOVIMENTO DO REPASSE DO PROGRAMA87
       0003-SOMA-SINDICATOS    SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-SIND-MES.
               IF WRK-FS-SINDMES-OK
                   PERFORM 0003-A-SOMA-UM
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-SIND-MES
               ELSE
                   CLOSE ARQ-SIND-MES
                   DISPLAY "MOVIMENTO SINDICAL (SINDMES) AUSENTE - "
                       "NENHUM REPASSE A SINDICATO"
               END-IF.
               OPEN INPUT ARQ-SINDICATOS.
               IF WRK-FS-SINDIC-OK
                   MOVE "S" TO WRK-SINDIC-DISPONIVEL
               ELSE
                   CLOSE ARQ-SINDICATOS
               END-IF.

       0003-A-SOMA-UM          SECTION.
               READ ARQ-SIND-MES
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       IF SDM-ESTAB NUMERIC AND SDM-ESTAB > ZEROS
                           MOVE SDM-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       IF SDM-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-LIN-ESTAB = WRK-ESTAB-SEL
                           PERFORM 0003-B-ACUMULA-SINDICATO
                       END-IF
               END-READ.

       0003-B-ACUMULA-SINDICATO SECTION.
               ADD SDM-CONTRIB TO WRK-SND-TOTAL.
               ADD SDM-MENSAL  TO WRK-SND-TOTAL.
               MOVE "N" TO WRK-ACHOU.
               PERFORM 0003-C-BUSCA-SINDICATO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-SINDICATOS
                      OR WRK-ACHOU-SIM.
               IF NOT WRK-ACHOU-SIM
                   IF WRK-QTDE-SINDICATOS < 50
                       ADD 1 TO WRK-QTDE-SINDICATOS
                       MOVE SDM-SINDICATO
                           TO WRK-SND-CODIGO (WRK-QTDE-SINDICATOS)
                       MOVE 1
                           TO WRK-SND-QTDE (WRK-QTDE-SINDICATOS)
                       MOVE SDM-CONTRIB
                           TO WRK-SND-CONTRIB (WRK-QTDE-SINDICATOS)
                       MOVE SDM-MENSAL
                           TO WRK-SND-MENSAL (WRK-QTDE-SINDICATOS)
                   ELSE
                       DISPLAY "*** MAIS DE 50 SINDICATOS "
                           "- AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0003-C-BUSCA-SINDICATO  SECTION.
               IF WRK-SND-CODIGO (WRK-I) = SDM-SINDICATO
                   ADD 1           TO WRK-SND-QTDE (WRK-I)
                   ADD SDM-CONTRIB TO WRK-SND-CONTRIB (WRK-I)
                   ADD SDM-MENSAL  TO WRK-SND-MENSAL (WRK-I)
                   MOVE "S" TO WRK-ACHOU
               END-IF.

      *    PARTE DOS FUNCIONARIOS NO PLANO DESCONTADA NA FOLHA DA
      *    COMPETENCIA (PLANOMES DESCONTADO) - NA EMPRESA, PARA
      *    AMARRAR A FATURA, E NO ESTABELECIMENTO, PARA AMARRAR
      *    OS DEMAIS DESCONTOS DO FOLHAHST. A FATURA SO E LIDA NO
      *    PASSO DA MATRIZ
       0004-SOMA-PLANO         SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-PLANO-MES.
               IF WRK-FS-PLANOMES-OK
                   MOVE ZEROS TO PLM-CODIGO
                   MOVE ZEROS TO PLM-COMPETENCIA
                   START ARQ-PLANO-MES KEY IS NOT LESS THAN
                       PLM-CHAVE
                       INVALID KEY
                           MOVE "N" TO WRK-CONTINUA-LEITURA
                   END-START
                   PERFORM 0004-A-SOMA-UM
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-PLANO-MES
               ELSE
                   CLOSE ARQ-PLANO-MES
               END-IF.
               IF WRK-ESTAB-SEL = WRK-ESTAB-MATRIZ
                   PERFORM 0004-C-LE-FATURA
               END-IF.

       0004-A-SOMA-UM          SECTION.
               READ ARQ-PLANO-MES NEXT RECORD
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       IF PLM-COMPETENCIA = WRK-COMPETENCIA
                           AND PLM-DESCONTADO
                           PERFORM 0004-B-ACUMULA-TITULAR
                       END-IF
               END-READ.

       0004-B-ACUMULA-TITULAR  SECTION.
               COMPUTE WRK-PLN-VALOR = PLM-MENSAL-FUNC + PLM-COPART.
               ADD 1             TO WRK-PLN-QTDE-EMPRESA.
               ADD WRK-PLN-VALOR TO WRK-PLN-FUNC-EMPRESA.
               MOVE PLM-CODIGO TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE 1 TO WRK-LIN-ESTAB
                   NOT INVALID KEY
                       IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                           MOVE EMP-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
               END-READ.
               IF WRK-LIN-ESTAB = WRK-ESTAB-SEL
                   ADD 1             TO WRK-PLN-QTDE-ESTAB
                   ADD WRK-PLN-VALOR TO WRK-PLN-FUNC-ESTAB
               END-IF.

      *    FATURA DA OPERADORA: SO VALE A DA COMPETENCIA PEDIDA,
      *    COM O RODAPE LIDO
       0004-C-LE-FATURA        SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-FATURA.
               IF WRK-FS-FATURA-OK
                   PERFORM 0004-D-LE-UMA-LINHA
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-FATURA
                   IF WRK-FAT-COMPETENCIA = WRK-COMPETENCIA
                       AND WRK-FAT-ROD-QTDE > ZEROS
                       MOVE "S" TO WRK-FAT-VALIDA
                   ELSE
                       DISPLAY "*** FATURA DO PLANO (FATPLANO) E "
                           "DA COMPETENCIA " WRK-FAT-COMPETENCIA
                           " OU SEM RODAPE - TITULO DA OPERADORA "
                           "NAO GERADO ***"
                   END-IF
               ELSE
                   CLOSE ARQ-FATURA
                   DISPLAY "FATURA DO PLANO (FATPLANO) AUSENTE - "
                       "TITULO DA OPERADORA NAO GERADO"
               END-IF.

       0004-D-LE-UMA-LINHA     SECTION.
               READ ARQ-FATURA
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       EVALUATE FAT-CAB-TIPO
                           WHEN "H"
                               MOVE FAT-CAB-COMPETENCIA
                                   TO WRK-FAT-COMPETENCIA
                               MOVE FAT-CAB-OPERADORA
                                   TO WRK-FAT-OPERADORA
                           WHEN "D"
                               ADD 1 TO WRK-FAT-QTDE-VIDAS
                               ADD FAT-DET-MENSAL
                                   TO WRK-FAT-SOMA-VIDAS
                               ADD FAT-DET-COPART
                                   TO WRK-FAT-SOMA-VIDAS
                           WHEN "T"
                               MOVE FAT-ROD-QTDE-VIDAS
                                   TO WRK-FAT-ROD-QTDE
                               MOVE FAT-ROD-TOTAL
                                   TO WRK-FAT-ROD-TOTAL
                       END-EVALUATE
               END-READ.

      *    GPS E DARF DO RELATORIO DE GUIAS DO ESTABELECIMENTO -
      *    GUIAREL DE OUTRA COMPETENCIA OU DE OUTRO EMPREGADOR
      *    (O ARQUIVO E REGRAVADO A CADA EXECUCAO DO PROGRAMA47)
      *    NAO GERA TITULO
       0005-LE-GUIAS           SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-GUIAS.
               IF WRK-FS-GUIAS-OK
                   PERFORM 0005-A-LE-UMA-LINHA
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-GUIAS
                   IF WRK-GUI-COMP-OK-SIM AND WRK-GUI-ESTAB-OK-SIM
                       MOVE "S" TO WRK-GUI-VALIDA
                   ELSE
                       DISPLAY "*** RELATORIO DE GUIAS (GUIAREL) "
                           "NAO E DA COMPETENCIA/ESTABELECIMENTO "
                           "PEDIDOS - RODAR O PROGRAMA47; GPS E "
                           "DARF NAO GERADOS ***"
                   END-IF
               ELSE
                   CLOSE ARQ-GUIAS
                   DISPLAY "RELATORIO DE GUIAS (GUIAREL) AUSENTE - "
                       "GPS E DARF NAO GERADOS"
               END-IF.

       0005-A-LE-UMA-LINHA     SECTION.
               READ ARQ-GUIAS
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       PERFORM 0005-B-INTERPRETA-LINHA
               END-READ.

       0005-B-INTERPRETA-LINHA SECTION.
               EVALUATE GUI-LIN-ROTULO
                   WHEN WRK-LIT-GUI-TITULO
                       IF GUI-CAB-COMPETENCIA = WRK-COMPETENCIA
                           MOVE "S" TO WRK-GUI-COMP-OK
                       END-IF
                   WHEN WRK-LIT-GUI-EMPREG
                       IF GUI-EMP-ESTAB = WRK-ESTAB-SEL
                           MOVE "S" TO WRK-GUI-ESTAB-OK
                       END-IF
                   WHEN WRK-LIT-GUI-INSS
                       MOVE GUI-LIN-VALOR TO WRK-GUI-VALOR
                       MOVE WRK-GUI-VALOR TO WRK-GUI-INSS
                   WHEN WRK-LIT-GUI-PATRONAL
                       MOVE GUI-LIN-VALOR TO WRK-GUI-VALOR
                       ADD WRK-GUI-VALOR  TO WRK-GUI-PATRONAL
                   WHEN WRK-LIT-GUI-TOT-GPS
                       MOVE GUI-LIN-VALOR TO WRK-GUI-VALOR
                       MOVE WRK-GUI-VALOR TO WRK-GUI-TOTAL-GPS
                   WHEN WRK-LIT-GUI-IRRF
                       MOVE GUI-LIN-VALOR TO WRK-GUI-VALOR
                       MOVE WRK-GUI-VALOR TO WRK-GUI-IRRF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    DEPOSITO DO FGTS DA REMESSA DO ESTABELECIMENTO - O
      *    RODAPE E CONFERIDO CONTRA OS DETALHES; REMESSA DE OUTRA
      *    COMPETENCIA OU SEM RODAPE NAO GERA TITULO
       0006-LE-FGTS            SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               OPEN INPUT ARQ-REMESSA-FGTS.
               IF WRK-FS-FGTSREM-OK
                   PERFORM 0006-A-LE-UMA-LINHA
                       UNTIL NOT WRK-CONTINUA-LEITURA-SIM
                   CLOSE ARQ-REMESSA-FGTS
                   IF WRK-FGR-COMPETENCIA = WRK-COMPETENCIA
                       AND WRK-FGR-ROD-LIDO-SIM
                       MOVE "S" TO WRK-FGR-VALIDA
                       COMPUTE WRK-FGR-VALOR =
                           WRK-FGR-ROD-TOTAL / 100
                   ELSE
                       DISPLAY "*** REMESSA DO FGTS (FGTSREM) E DA "
                           "COMPETENCIA " WRK-FGR-COMPETENCIA
                           " OU SEM RODAPE - RODAR O PROGRAMA43; "
                           "FGTS NAO GERADO ***"
                   END-IF
                   IF WRK-FGR-CNPJ > ZEROS AND WRK-EST-CNPJ > ZEROS
                       AND WRK-FGR-CNPJ NOT = WRK-EST-CNPJ
                       MOVE "N" TO WRK-FGR-VALIDA
                       DISPLAY "*** REMESSA DO FGTS (FGTSREM) E DO "
                           "CNPJ " WRK-FGR-CNPJ " - FGTS NAO "
                           "GERADO ***"
                   END-IF
               ELSE
                   CLOSE ARQ-REMESSA-FGTS
                   DISPLAY "REMESSA DO FGTS (FGTSREM) AUSENTE - "
                       "FGTS NAO GERADO"
               END-IF.

       0006-A-LE-UMA-LINHA     SECTION.
               READ ARQ-REMESSA-FGTS
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       EVALUATE FGR-CAB-TIPO
                           WHEN "H"
                               MOVE FGR-CAB-COMPETENCIA
                                   TO WRK-FGR-COMPETENCIA
                               MOVE FGR-CAB-CNPJ TO WRK-FGR-CNPJ
                           WHEN "D"
                               ADD 1 TO WRK-FGR-QTDE-DET
                               ADD FGR-DET-VALOR
                                   TO WRK-FGR-SOMA-DET
                               ADD FGR-DET-CODIGO
                                   TO WRK-FGR-HASH-DET
                           WHEN "T"
                               MOVE "S" TO WRK-FGR-ROD-LIDO
                               MOVE FGR-ROD-QTDE
                                   TO WRK-FGR-ROD-QTDE
                               MOVE FGR-ROD-TOTAL-VALOR
                                   TO WRK-FGR-ROD-TOTAL
                               MOVE FGR-ROD-HASH-CODIGOS
                                   TO WRK-FGR-ROD-HASH
                       END-EVALUATE
               END-READ.

      *    UM TITULO POR CREDOR, CADA UM SEGUIDO DAS LINHAS QUE O
      *    AMARRAM A FOLHA NO RELATORIO DE CONTROLE
       0007-GRAVA-TITULOS      SECTION.
               IF WRK-GUI-VALIDA-SIM
                   PERFORM 0007-A-TITULO-GPS
                   PERFORM 0007-B-TITULO-DARF
               END-IF.
               IF WRK-FGR-VALIDA-SIM
                   PERFORM 0007-C-TITULO-FGTS
               END-IF.
               PERFORM 0007-D-TITULO-BANCO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-BANCOS.
               PERFORM 0007-E-TITULO-SINDICATO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTDE-SINDICATOS.
               IF WRK-FAT-VALIDA-SIM
                   PERFORM 0007-F-TITULO-PLANO
               END-IF.

      *    GPS = INSS RETIDO + ENCARGOS PATRONAIS DO GUIAREL; O
      *    INSS RETIDO DA GUIA TEM DE BATER COM O DO FOLHAHST
       0007-A-TITULO-GPS       SECTION.
               MOVE 1 TO WRK-IND.
               PERFORM 0050-LIMPA-TITULO.
               MOVE "PREVIDENCIA SOCIAL - GPS" TO WRK-TIT-NOME.
               MOVE "2100"            TO WRK-TIT-RECEITA.
               MOVE WRK-GUI-TOTAL-GPS TO WRK-TIT-VALOR.
               MOVE WRK-FOL-QTDE-FUNC TO WRK-TIT-QTDE.
               PERFORM 0051-GRAVA-TITULO.
               MOVE "  INSS RETIDO (GUIAREL X FOLHAHST)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-GUI-INSS TO WRK-CNF-FONTE.
               MOVE WRK-FOL-INSS TO WRK-CNF-FOLHA.
               PERFORM 0063-GRAVA-CONFERENCIA.
               MOVE "  ENCARGOS PATRONAIS (GUIAREL)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-GUI-PATRONAL TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  TOTAL DA GPS = RETIDO + PATRONAL"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-GUI-TOTAL-GPS TO WRK-CNF-FONTE.
               COMPUTE WRK-CNF-FOLHA = WRK-GUI-INSS + WRK-GUI-PATRONAL.
               PERFORM 0063-GRAVA-CONFERENCIA.

       0007-B-TITULO-DARF      SECTION.
               MOVE 2 TO WRK-IND.
               PERFORM 0050-LIMPA-TITULO.
               MOVE "RECEITA FEDERAL - DARF IRRF" TO WRK-TIT-NOME.
               MOVE "0561"            TO WRK-TIT-RECEITA.
               MOVE WRK-GUI-IRRF      TO WRK-TIT-VALOR.
               MOVE WRK-FOL-QTDE-FUNC TO WRK-TIT-QTDE.
               PERFORM 0051-GRAVA-TITULO.
               MOVE "  IRRF RETIDO (GUIAREL X FOLHAHST)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-GUI-IRRF TO WRK-CNF-FONTE.
               MOVE WRK-FOL-IRRF TO WRK-CNF-FOLHA.
               PERFORM 0063-GRAVA-CONFERENCIA.

      *    O DEPOSITO SAI PROPORCIONAL AOS AFASTAMENTOS NO
      *    PROGRAMA43 - 8% DO BRUTO DA FOLHA E SO REFERENCIA
       0007-C-TITULO-FGTS      SECTION.
               MOVE 3 TO WRK-IND.
               PERFORM 0050-LIMPA-TITULO.
               MOVE "CAIXA - FGTS"    TO WRK-TIT-NOME.
               MOVE WRK-FGR-VALOR     TO WRK-TIT-VALOR.
               MOVE WRK-FGR-ROD-QTDE  TO WRK-TIT-QTDE.
               PERFORM 0051-GRAVA-TITULO.
               MOVE "  DEPOSITOS (RODAPE X DETALHES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-FGR-ROD-QTDE TO WRK-CNF-FONTE.
               MOVE WRK-FGR-QTDE-DET TO WRK-CNF-FOLHA.
               PERFORM 0063-GRAVA-CONFERENCIA.
               MOVE "  VALOR (RODAPE X DETALHES)"
                   TO CTL-LIN-ROTULO.
               COMPUTE WRK-CNF-FONTE = WRK-FGR-ROD-TOTAL / 100.
               COMPUTE WRK-CNF-FOLHA = WRK-FGR-SOMA-DET / 100.
               PERFORM 0063-GRAVA-CONFERENCIA.
               MOVE "  HASH DOS CODIGOS (RODAPE X DETALHES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-FGR-ROD-HASH TO WRK-CNF-FONTE.
               MOVE WRK-FGR-HASH-DET TO WRK-CNF-FOLHA.
               PERFORM 0063-GRAVA-CONFERENCIA.
               MOVE "  REFERENCIA: 8% DO BRUTO (FOLHAHST)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-FOL-FGTS-REF TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.

      *    UM TITULO POR BANCO CREDOR DAS PARCELAS DESCONTADAS
       0007-D-TITULO-BANCO     SECTION.
               MOVE 4 TO WRK-IND.
               PERFORM 0050-LIMPA-TITULO.
               MOVE WRK-BCO-CODIGO (WRK-I) TO WRK-TIT-CREDOR.
               MOVE WRK-BCO-CODIGO (WRK-I) TO WRK-TIT-BANCO.
               IF WRK-BCO-CODIGO (WRK-I) = ZEROS
                   MOVE "CONSIGNADO - SEM BANCO CREDOR"
                       TO WRK-TIT-NOME
               ELSE
                   STRING "CONSIGNADO - BANCO "
                       WRK-BCO-CODIGO (WRK-I)
                       DELIMITED BY SIZE INTO WRK-TIT-NOME
               END-IF.
               MOVE WRK-BCO-TOTAL (WRK-I) TO WRK-TIT-VALOR.
               MOVE WRK-BCO-QTDE (WRK-I)  TO WRK-TIT-QTDE.
               PERFORM 0051-GRAVA-TITULO.
               MOVE "  PARCELAS DESCONTADAS (CONSIG)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-BCO-QTDE (WRK-I) TO WRK-QTDE-EDT.
               STRING WRK-QTDE-EDT " PARCELAS NA COMPETENCIA"
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               MOVE WRK-BCO-TOTAL (WRK-I) TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.

      *    UM TITULO POR SINDICATO, COM O CNPJ E A CONTA DO
      *    REPASSE DO CADASTRO SINDIC
       0007-E-TITULO-SINDICATO SECTION.
               MOVE 5 TO WRK-IND.
               PERFORM 0050-LIMPA-TITULO.
               MOVE WRK-SND-CODIGO (WRK-I) TO WRK-TIT-CREDOR.
               MOVE "SINDICATO NAO CADASTRADO" TO WRK-TIT-NOME.
               IF WRK-SINDIC-DISPONIVEL-SIM
                   MOVE WRK-SND-CODIGO (WRK-I) TO SIN-CODIGO
                   READ ARQ-SINDICATOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SIN-NOME    TO WRK-TIT-NOME
                           MOVE SIN-CNPJ    TO WRK-TIT-CNPJ
                           MOVE SIN-BANCO   TO WRK-TIT-BANCO
                           MOVE SIN-AGENCIA TO WRK-TIT-AGENCIA
                           MOVE SIN-CONTA   TO WRK-TIT-CONTA
                   END-READ
               END-IF.
               COMPUTE WRK-TIT-VALOR =
                   WRK-SND-CONTRIB (WRK-I) + WRK-SND-MENSAL (WRK-I).
               MOVE WRK-SND-QTDE (WRK-I) TO WRK-TIT-QTDE.
               PERFORM 0051-GRAVA-TITULO.
               MOVE "  CONTRIBUICAO DESCONTADA (SINDMES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-SND-CONTRIB (WRK-I) TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  MENSALIDADE DESCONTADA (SINDMES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-SND-QTDE (WRK-I) TO WRK-QTDE-EDT.
               STRING WRK-QTDE-EDT " FUNCIONARIOS"
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               MOVE WRK-SND-MENSAL (WRK-I) TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.

      *    A FATURA INTEIRA VAI PARA A OPERADORA; A PARTE DOS
      *    FUNCIONARIOS SAIU DA FOLHA E O RESTO E CUSTO DA EMPRESA
       0007-F-TITULO-PLANO     SECTION.
               MOVE 6 TO WRK-IND.
               PERFORM 0050-LIMPA-TITULO.
               STRING "PLANO - " WRK-FAT-OPERADORA
                   DELIMITED BY SIZE INTO WRK-TIT-NOME.
               MOVE WRK-FAT-ROD-TOTAL TO WRK-TIT-VALOR.
               MOVE WRK-FAT-ROD-QTDE  TO WRK-TIT-QTDE.
               PERFORM 0051-GRAVA-TITULO.
               MOVE "  VIDAS COBRADAS (RODAPE X DETALHES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-FAT-ROD-QTDE   TO WRK-CNF-FONTE.
               MOVE WRK-FAT-QTDE-VIDAS TO WRK-CNF-FOLHA.
               PERFORM 0063-GRAVA-CONFERENCIA.
               MOVE "  VALOR DA FATURA (RODAPE X DETALHES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-FAT-ROD-TOTAL  TO WRK-CNF-FONTE.
               MOVE WRK-FAT-SOMA-VIDAS TO WRK-CNF-FOLHA.
               PERFORM 0063-GRAVA-CONFERENCIA.
               MOVE "  PARTE DOS FUNCIONARIOS (PLANOMES)"
                   TO CTL-LIN-ROTULO.
               MOVE WRK-PLN-QTDE-EMPRESA TO WRK-QTDE-EDT.
               STRING WRK-QTDE-EDT " TITULARES DESCONTADOS"
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               MOVE WRK-PLN-FUNC-EMPRESA TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               COMPUTE WRK-FAT-CUSTO-EMPRESA =
                   WRK-FAT-ROD-TOTAL - WRK-PLN-FUNC-EMPRESA.
               MOVE SPACES TO CTL-LINHA-REC.
               MOVE "O"    TO CTL-LIN-TIPO.
               MOVE "  CUSTO DA EMPRESA (FATURA - PARTE FUNC.)"
                   TO CTL-LIN-ROTULO.
               MOVE "R$  " TO CTL-LIN-LIT-VALOR.
               MOVE WRK-FAT-CUSTO-EMPRESA TO WRK-VALOR-EDT-S.
               MOVE WRK-VALOR-EDT-S       TO CTL-LIN-VALOR.
               IF WRK-FAT-CUSTO-EMPRESA < ZEROS
                   MOVE WRK-LIT-CTL-DIVERGE TO CTL-LIN-SITUACAO
                   ADD 1 TO WRK-QTDE-DIVERGENCIAS
               END-IF.
               PERFORM 0060-GRAVA-CONTROLE.

      *    RODAPE DA INTERFACE E O FECHO DO CONTROLE: OS
      *    DESCONTOS REPASSADOS A TERCEIROS (CONSIGNADO,
      *    SINDICATO E PARTE DO PLANO) CABEM DENTRO DOS DEMAIS
      *    DESCONTOS DO FOLHAHST - O RESTO E ADIANTAMENTO, PENSAO,
      *    VALE-TRANSPORTE E RUBRICAS, QUE NAO VAO A TERCEIROS
      *    POR AQUI
       0008-GRAVA-TOTAIS       SECTION.
               MOVE SPACES           TO CAP-RODAPE-REC.
               MOVE "T"              TO CAP-ROD-TIPO.
               MOVE WRK-INT-QTDE     TO CAP-ROD-QTDE.
               MOVE WRK-INT-CENTAVOS TO CAP-ROD-TOTAL-VALOR.
               MOVE WRK-INT-HASH     TO CAP-ROD-HASH-VENCTOS.
               MOVE BAT-NUMERO       TO CAP-ROD-LOTE.
               WRITE CAP-RODAPE-REC.
               COMPUTE WRK-REPASSE-ESTAB =
                   WRK-CSG-TOTAL + WRK-SND-TOTAL
                   + WRK-PLN-FUNC-ESTAB.
               COMPUTE WRK-OUTROS-DESC =
                   WRK-FOL-OUTROS - WRK-REPASSE-ESTAB.
               PERFORM 0061-GRAVA-SEPARADOR.
               MOVE "DESCONTOS REPASSADOS A TERCEIROS"
                   TO CTL-LIN-ROTULO.
               MOVE "CONSIGNADO + SINDICATO + PARTE DO PLANO"
                   TO CTL-LIN-TEXTO.
               MOVE WRK-REPASSE-ESTAB TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  CONSIGNADO (CONSIG)" TO CTL-LIN-ROTULO.
               MOVE WRK-CSG-TOTAL TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  SINDICATO (SINDMES)" TO CTL-LIN-ROTULO.
               MOVE WRK-SND-TOTAL TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE "  PLANO DE SAUDE (PLANOMES)" TO CTL-LIN-ROTULO.
               MOVE WRK-PLN-QTDE-ESTAB TO WRK-QTDE-EDT.
               STRING WRK-QTDE-EDT " TITULARES DO ESTABELECIMENTO"
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               MOVE WRK-PLN-FUNC-ESTAB TO WRK-CNF-FONTE.
               PERFORM 0062-GRAVA-ORIGEM.
               MOVE SPACES TO CTL-LINHA-REC.
               MOVE "O"    TO CTL-LIN-TIPO.
               MOVE "DEMAIS DESCONTOS NAO REPASSADOS AQUI"
                   TO CTL-LIN-ROTULO.
               MOVE "DEMAIS DESCONTOS DO FOLHAHST - REPASSADOS"
                   TO CTL-LIN-TEXTO.
               MOVE "R$  " TO CTL-LIN-LIT-VALOR.
               MOVE WRK-OUTROS-DESC TO WRK-VALOR-EDT-S.
               MOVE WRK-VALOR-EDT-S TO CTL-LIN-VALOR.
               IF WRK-OUTROS-DESC < ZEROS
                   MOVE WRK-LIT-CTL-DIVERGE TO CTL-LIN-SITUACAO
                   ADD 1 TO WRK-QTDE-DIVERGENCIAS
               ELSE
                   MOVE WRK-LIT-CTL-CONFERE TO CTL-LIN-SITUACAO
               END-IF.
               PERFORM 0060-GRAVA-CONTROLE.
               PERFORM 0061-GRAVA-SEPARADOR.
               MOVE SPACES TO CTL-LINHA-REC.
               MOVE "T"    TO CTL-LIN-TIPO.
               MOVE "TOTAL DA INTERFACE (APINTF)" TO CTL-LIN-ROTULO.
               MOVE WRK-INT-QTDE TO WRK-QTDE-EDT.
               STRING WRK-QTDE-EDT " TITULOS - HASH " WRK-INT-HASH
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               MOVE "R$  " TO CTL-LIN-LIT-VALOR.
               MOVE WRK-INT-TOTAL TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT TO CTL-LIN-VALOR.
               PERFORM 0060-GRAVA-CONTROLE.
               MOVE SPACES TO CTL-LINHA-REC.
               MOVE "T"    TO CTL-LIN-TIPO.
               MOVE "DIVERGENCIAS NA AMARRACAO" TO CTL-LIN-ROTULO.
               MOVE WRK-QTDE-DIVERGENCIAS TO WRK-QTDE-EDT.
               MOVE WRK-QTDE-EDT TO CTL-LIN-TEXTO.
               PERFORM 0060-GRAVA-CONTROLE.
               DISPLAY "INTERFACE DE CONTAS A PAGAR GRAVADA (APINTF) "
                   "- ESTABELECIMENTO " WRK-ESTAB-SEL
                   " COMPETENCIA " WRK-COMPETENCIA.
               DISPLAY WRK-INT-QTDE " TITULOS - TOTAL "
                   WRK-INT-TOTAL " - DIVERGENCIAS "
                   WRK-QTDE-DIVERGENCIAS.
               IF WRK-QTDE-DIVERGENCIAS > ZEROS
                   DISPLAY "*** CONFERIR AS DIVERGENCIAS NO "
                       "RELATORIO DE CONTROLE (APCTRL) ANTES DE "
                       "LIBERAR OS TITULOS ***"
               END-IF.
               MOVE "PROGRAMA96" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " EST " WRK-ESTAB-SEL
                   " CONTAS A PAGAR COMP " WRK-COMPETENCIA
                   " TIT " WRK-INT-QTDE
                   " TOT " WRK-INT-CENTAVOS
                   " DIV " WRK-QTDE-DIVERGENCIAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0009-FINALIZAR          SECTION.
               IF WRK-HIST-DISPONIVEL-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-SINDIC-DISPONIVEL-SIM
                   CLOSE ARQ-SINDICATOS
               END-IF.
               IF WRK-CALENDARIO-DISPONIVEL-SIM
                   CLOSE ARQ-CALENDARIO
               END-IF.
               IF WRK-PARAMETROS-OK-SIM
                   CLOSE ARQ-INTERFACE
                   PERFORM 8620-FECHA-REGISTRO
                   CLOSE ARQ-CONTROLE
      *            CARIMBA A CONCLUSAO NO CONTROLE DE EXECUCAO DO DIA
                   MOVE "PROGRAMA96" TO RCT-PROGRAMA
                   MOVE BAT-DATA     TO RCT-DATA
                   MOVE BAT-NUMERO   TO RCT-LOTE
                   SET RCT-COMPLETO  TO TRUE
                   PERFORM 8100-GRAVA-RUN-CONTROL
               ELSE
                   DISPLAY "*** INTERFACE DE CONTAS A PAGAR NAO "
                       "GERADA - CONFERIR OS PARAMETROS ***"
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *    TITULO DO TIPO WRK-IND DA TABELA DE PRAZOS, COM O
      *    VENCIMENTO JA CALCULADO
       0050-LIMPA-TITULO       SECTION.
               MOVE WRK-PRZ-TIPO (WRK-IND) TO WRK-TIT-TIPO.
               MOVE ZEROS  TO WRK-TIT-CREDOR.
               MOVE ZEROS  TO WRK-TIT-CNPJ.
               MOVE SPACES TO WRK-TIT-NOME.
               MOVE ZEROS  TO WRK-TIT-BANCO.
               MOVE ZEROS  TO WRK-TIT-AGENCIA.
               MOVE ZEROS  TO WRK-TIT-CONTA.
               MOVE SPACES TO WRK-TIT-RECEITA.
               MOVE ZEROS  TO WRK-TIT-VALOR.
               MOVE ZEROS  TO WRK-TIT-QTDE.
               PERFORM 0070-CALCULA-VENCIMENTO.

      *    TITULO ZERADO NAO VAI PARA O CONTAS A PAGAR, MAS A
      *    LINHA DO CONTROLE SAI DO MESMO JEITO
       0051-GRAVA-TITULO       SECTION.
               IF WRK-TIT-VALOR > ZEROS
                   ADD 1 TO WRK-INT-QTDE
                   COMPUTE WRK-VALOR-CENTAVOS = WRK-TIT-VALOR * 100
                   MOVE SPACES             TO CAP-DETALHE-REC
                   MOVE "D"                TO CAP-DET-TIPO
                   MOVE WRK-INT-QTDE       TO CAP-DET-SEQUENCIA
                   MOVE WRK-TIT-TIPO       TO CAP-DET-TIPO-CREDOR
                   MOVE WRK-TIT-CREDOR     TO CAP-DET-CREDOR
                   MOVE WRK-TIT-CNPJ       TO CAP-DET-CNPJ
                   MOVE WRK-TIT-NOME       TO CAP-DET-NOME
                   MOVE WRK-TIT-BANCO      TO CAP-DET-BANCO
                   MOVE WRK-TIT-AGENCIA    TO CAP-DET-AGENCIA
                   MOVE WRK-TIT-CONTA      TO CAP-DET-CONTA
                   MOVE WRK-TIT-RECEITA    TO CAP-DET-RECEITA
                   MOVE WRK-VEN-AJUSTADA   TO CAP-DET-VENCIMENTO
                   MOVE WRK-VALOR-CENTAVOS TO CAP-DET-VALOR
                   MOVE WRK-TIT-QTDE       TO CAP-DET-QTDE
                   WRITE CAP-DETALHE-REC
                   ADD WRK-VALOR-CENTAVOS  TO WRK-INT-CENTAVOS
                   ADD WRK-TIT-VALOR       TO WRK-INT-TOTAL
                   ADD WRK-VEN-AJUSTADA    TO WRK-INT-HASH
               END-IF.
               PERFORM 0061-GRAVA-SEPARADOR.
               MOVE SPACES TO CTL-LINHA-REC.
               MOVE "P"    TO CTL-LIN-TIPO.
               STRING WRK-TIT-TIPO " " WRK-PRZ-DESCRICAO (WRK-IND)
                   " " WRK-TIT-CREDOR
                   DELIMITED BY SIZE INTO CTL-LIN-ROTULO.
               STRING WRK-TIT-NOME DELIMITED BY "  "
                   " VENCE " WRK-VEN-AJUSTADA " " WRK-VEN-ORIGEM
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               MOVE "R$  " TO CTL-LIN-LIT-VALOR.
               MOVE WRK-TIT-VALOR TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT TO CTL-LIN-VALOR.
               IF WRK-TIT-VALOR = ZEROS
                   MOVE "ZERADO    " TO CTL-LIN-SITUACAO
               END-IF.
               PERFORM 0060-GRAVA-CONTROLE.

       0060-GRAVA-CONTROLE     SECTION.
               WRITE CTL-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES TO CTL-LINHA-REC.

       0061-GRAVA-SEPARADOR    SECTION.
               MOVE SPACES             TO CTL-LINHA-REC.
               MOVE "S"                TO CTL-LIN-TIPO.
               MOVE WRK-LIT-CTL-SEPARA TO CTL-LIN-ROTULO.
               PERFORM 0060-GRAVA-CONTROLE.

      *    LINHA DE ORIGEM SEM CONFERENCIA - ROTULO E TEXTO JA
      *    MOVIDOS PELO CHAMADOR, VALOR EM WRK-CNF-FONTE
       0062-GRAVA-ORIGEM       SECTION.
               MOVE "O"           TO CTL-LIN-TIPO.
               MOVE "R$  "        TO CTL-LIN-LIT-VALOR.
               MOVE WRK-CNF-FONTE TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT TO CTL-LIN-VALOR.
               PERFORM 0060-GRAVA-CONTROLE.

      *    LINHA DE ORIGEM CONFERIDA: O VALOR DA FONTE
      *    (WRK-CNF-FONTE) TEM DE BATER COM O APURADO
      *    (WRK-CNF-FOLHA), QUE VAI NO TEXTO
       0063-GRAVA-CONFERENCIA  SECTION.
               MOVE WRK-CNF-FOLHA TO WRK-VALOR-EDT.
               STRING "APURADO " WRK-VALOR-EDT
                   DELIMITED BY SIZE INTO CTL-LIN-TEXTO.
               IF WRK-CNF-FONTE = WRK-CNF-FOLHA
                   MOVE WRK-LIT-CTL-CONFERE TO CTL-LIN-SITUACAO
               ELSE
                   MOVE WRK-LIT-CTL-DIVERGE TO CTL-LIN-SITUACAO
                   ADD 1 TO WRK-QTDE-DIVERGENCIAS
               END-IF.
               PERFORM 0062-GRAVA-ORIGEM.

      *    VENCIMENTO DO TIPO WRK-IND NA COMPETENCIA: O DO
      *    CALENDARIO DA FOLHA QUANDO A OBRIGACAO JA FOI GERADA
      *    (PRESERVA ALTERACAO FEITA NO PROGRAMA88); SENAO O DIA
      *    DA TABELA NO MES SEGUINTE, LEVADO A DIA UTIL PELA
      *    REGRA. RESULTADO EM WRK-VEN-AJUSTADA
       0070-CALCULA-VENCIMENTO SECTION.
               MOVE "N" TO WRK-ACHOU.
               IF WRK-CALENDARIO-DISPONIVEL-SIM
                   AND WRK-PRZ-OBRIGACAO (WRK-IND) > ZEROS
                   MOVE WRK-COMPETENCIA TO CAL-COMPETENCIA
                   MOVE WRK-PRZ-OBRIGACAO (WRK-IND) TO CAL-OBRIGACAO
                   READ ARQ-CALENDARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-ACHOU
                           MOVE CAL-VENCIMENTO TO WRK-VEN-AJUSTADA
                           MOVE "CALFOLHA" TO WRK-VEN-ORIGEM
                   END-READ
               END-IF.
               IF NOT WRK-ACHOU-SIM
                   PERFORM 0071-VENCIMENTO-REGRA
                   MOVE "REGRA   " TO WRK-VEN-ORIGEM
               END-IF.

       0071-VENCIMENTO-REGRA   SECTION.
               MOVE WRK-PRZ-REGRA (WRK-IND) TO WRK-VEN-REGRA.
               MOVE WRK-COMPETENCIA TO WRK-VEN-COMPETENCIA.
               MOVE WRK-VEN-ANO TO CPD-CALC-ANO.
               MOVE WRK-VEN-MES TO CPD-CALC-MES.
               IF WRK-PRZ-MESES (WRK-IND) > ZEROS
                   IF CPD-CALC-MES = 12
                       MOVE 1 TO CPD-CALC-MES
                       ADD 1  TO CPD-CALC-ANO
                   ELSE
                       ADD 1  TO CPD-CALC-MES
                   END-IF
               END-IF.
               PERFORM 0072-DIAS-NO-MES.
               IF WRK-PRZ-DIA (WRK-IND) > CPD-DIAS-NO-MES
                   MOVE CPD-DIAS-NO-MES       TO CPD-CALC-DIA
               ELSE
                   MOVE WRK-PRZ-DIA (WRK-IND) TO CPD-CALC-DIA
               END-IF.
               PERFORM 0073-TESTA-DIA-UTIL.
               MOVE ZEROS TO WRK-TENTATIVAS.
               PERFORM 0074-AJUSTA-UM-DIA
                   UNTIL WRK-DIA-UTIL-SIM
                      OR WRK-TENTATIVAS > 30.
               MOVE CPD-DATA-CALC-NUM TO WRK-VEN-AJUSTADA.

      *    QUANTIDADE DE DIAS DO MES DE CPD-DATA-CALC (MESMA TABELA
      *    DA CPD-8070)
       0072-DIAS-NO-MES        SECTION.
               EVALUATE CPD-CALC-MES
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO CPD-DIAS-NO-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO CPD-DIAS-NO-MES
                   WHEN OTHER
                       MOVE CPD-ANO-NUM TO CPD-ANO-GUARDADO
                       MOVE CPD-CALC-ANO TO CPD-ANO-NUM
                       PERFORM CPD-8010-VERIFICA-BISSEXTO
                       MOVE CPD-ANO-GUARDADO TO CPD-ANO-NUM
                       IF CPD-ANO-BISSEXTO-SIM
                           MOVE 29 TO CPD-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO CPD-DIAS-NO-MES
                       END-IF
               END-EVALUATE.

      *    CPD-DATA-CALC CAI EM DIA UTIL? NEM SABADO, NEM DOMINGO,
      *    NEM FERIADO DO CALENDARIO
       0073-TESTA-DIA-UTIL     SECTION.
               PERFORM CPD-8060-DIA-DA-SEMANA.
               COMPUTE CPD-DATA-CALC-NUM =
                   CPD-CALC-ANO * 10000 + CPD-CALC-MES * 100
                   + CPD-CALC-DIA.
               MOVE "N" TO CPD-EH-FERIADO.
               PERFORM CPD-8052-TESTA-FERIADO-CALC
                   VARYING CPD-I FROM 1 BY 1
                   UNTIL CPD-I > CPD-QTDE-FERIADOS
                      OR CPD-EH-FERIADO-SIM.
      *        ZELLER: 0 = SABADO, 1 = DOMINGO
               IF CPD-DIA-SEMANA-CALC NOT = 0
                   AND CPD-DIA-SEMANA-CALC NOT = 1
                   AND NOT CPD-EH-FERIADO-SIM
                   MOVE "S" TO WRK-DIA-UTIL
               ELSE
                   MOVE "N" TO WRK-DIA-UTIL
               END-IF.

       0074-AJUSTA-UM-DIA      SECTION.
               ADD 1 TO WRK-TENTATIVAS.
               IF WRK-VEN-POSTERGA
                   PERFORM CPD-8070-INCREMENTA-DIA
               ELSE
                   PERFORM 0075-RECUA-DIA
               END-IF.
               PERFORM 0073-TESTA-DIA-UTIL.

      *    RECUA CPD-DATA-CALC EM UM DIA
       0075-RECUA-DIA          SECTION.
               IF CPD-CALC-DIA > 1
                   SUBTRACT 1 FROM CPD-CALC-DIA
               ELSE
                   IF CPD-CALC-MES > 1
                       SUBTRACT 1 FROM CPD-CALC-MES
                   ELSE
                       MOVE 12 TO CPD-CALC-MES
                       SUBTRACT 1 FROM CPD-CALC-ANO
                   END-IF
                   PERFORM 0072-DIAS-NO-MES
                   MOVE CPD-DIAS-NO-MES TO CPD-CALC-DIA
               END-IF.

           COPY CPAUDPR.

           COPY CPBATPR.

           COPY CPESTPR.

           COPY CPDATAVL.

           COPY CPFERPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE CTL-LINHA-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPRUNCPR.
