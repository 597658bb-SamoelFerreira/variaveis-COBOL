           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA97.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: AVERBACAO DOS EMPRESTIMOS CONSIGNADOS PELO
      *==          ARQUIVO DO BANCO - LE A REMESSA DE UM BANCO
      *==          CREDOR (CSGAVB) COM UM CABECALHO (BANCO E
      *==          NUMERO DA REMESSA), OS DETALHES (OPERACAO
      *==          I-INCLUSAO, Q-QUITACAO OU R-RENEGOCIACAO, CPF
      *==          DO FUNCIONARIO, NUMERO DO CONTRATO NO BANCO,
      *==          PRINCIPAL, PARCELA, QUANTIDADE DE PARCELAS E
      *==          COMPETENCIA DA PRIMEIRA) E UM RODAPE COM A
      *==          QUANTIDADE E A SOMA DAS PARCELAS. A PRIMEIRA
      *==          PASSADA CONFERE A ESTRUTURA E OS TOTAIS, COMO O
      *==          PROGRAMA92 - REMESSA QUE NAO FECHA VOLTA
      *==          RECUSADA INTEIRA. A SEGUNDA VALIDA CADA DETALHE
      *==          (CPF NO CADMEST, FUNCIONARIO ATIVO, CONTRATO
      *==          DO BANCO JA AVERBADO OU NAO, PARCELA DENTRO DA
      *==          MARGEM DE 30% DO LIQUIDO DA TABELA DE FAIXAS
      *==          MENOS AS PARCELAS DOS OUTROS CONTRATOS ATIVOS)
      *==          E INCLUI, QUITA OU RENEGOCIA O CONTRATO NO
      *==          CONSIG - O CONTRATO DEIXA DE SER DIGITADO NO
      *==          PROGRAMA41. CADA DETALHE VOLTA AO BANCO NO
      *==          ARQUIVO DE RETORNO (CSGRAV) ACEITO OU RECUSADO
      *==          COM O MOTIVO E A MARGEM DISPONIVEL; RECUSADO
      *==          TAMBEM VAI PARA O EXCPTRPT. A MARGEM DA
      *==          AVERBACAO E A DO SALARIO DO CADASTRO - A FOLHA
      *==          MENSAL (PROGRAMA12) CONTINUA APLICANDO A MARGEM
      *==          DO MES A CADA PARCELA.
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
               SELECT ARQ-AVERBACAO ASSIGN TO "CSGAVB"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AVERBACAO.
               SELECT ARQ-RETORNO ASSIGN TO "CSGRAV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RETORNO.
               SELECT ARQ-CONSIGNADOS ASSIGN TO "CONSIG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSG-CHAVE
                   FILE STATUS IS WRK-FS-CONSIGNADOS.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-TABELA-FAIXAS ASSIGN TO "TABFAIX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABELA-FAIXAS.
               SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-CHAVE
                   FILE STATUS IS WRK-FS-DEPENDE.
               SELECT ARQ-EXCECAO ASSIGN TO "EXCPTRPT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-EXCECAO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ97"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
      *    REMESSA DE AVERBACAO DO BANCO, LARGURA FIXA DE 100: "H"
      *    PRIMEIRO, OS "D" NO MEIO E UM "T" POR ULTIMO COM A
      *    QUANTIDADE DE DETALHES E A SOMA DAS PARCELAS
           FD  ARQ-AVERBACAO
               LABEL RECORD IS STANDARD.
           01  AVB-CABECALHO-REC.
               05 AVB-CAB-TIPO         PIC X(01).
               05 AVB-CAB-BANCO        PIC 9(03).
               05 AVB-CAB-DATA         PIC 9(08).
               05 AVB-CAB-REMESSA      PIC 9(06).
               05 FILLER               PIC X(82).
           01  AVB-DETALHE-REC REDEFINES AVB-CABECALHO-REC.
               05 AVB-DET-TIPO         PIC X(01).
               05 AVB-DET-OPERACAO     PIC X(01).
                   88 AVB-DET-INCLUSAO           VALUE "I".
                   88 AVB-DET-QUITACAO           VALUE "Q".
                   88 AVB-DET-RENEGOCIACAO       VALUE "R".
                   88 AVB-DET-OPERACAO-VALIDA    VALUE "I" "Q" "R".
               05 AVB-DET-CPF          PIC X(11).
               05 AVB-DET-CONTRATO     PIC X(20).
               05 AVB-DET-PRINCIPAL    PIC 9(08)V99.
               05 AVB-DET-PARCELA      PIC 9(06)V99.
               05 AVB-DET-QTDE-PARCELAS PIC 9(03).
               05 AVB-DET-COMP-INICIO  PIC 9(06).
               05 FILLER               PIC X(40).
           01  AVB-RODAPE-REC REDEFINES AVB-CABECALHO-REC.
               05 AVB-ROD-TIPO         PIC X(01).
               05 AVB-ROD-QTDE         PIC 9(05).
               05 AVB-ROD-TOTAL-PARCELAS PIC 9(11)V99.
               05 FILLER               PIC X(81).

      *    RETORNO DA AVERBACAO AO BANCO, LARGURA FIXA DE 120 - UM
      *    DETALHE POR DETALHE RECEBIDO, NA MESMA ORDEM, COM A
      *    SITUACAO (A-ACEITO  R-RECUSADO), O CONTRATO INTERNO, A
      *    MARGEM DISPONIVEL DEPOIS DA OPERACAO E O MOTIVO
           FD  ARQ-RETORNO
               LABEL RECORD IS STANDARD.
           01  RAV-CABECALHO-REC.
               05 RAV-CAB-TIPO         PIC X(01).
               05 RAV-CAB-BANCO        PIC 9(03).
               05 RAV-CAB-DATA         PIC 9(08).
               05 RAV-CAB-REMESSA      PIC 9(06).
               05 RAV-CAB-LOTE         PIC 9(05).
               05 FILLER               PIC X(97).
           01  RAV-DETALHE-REC REDEFINES RAV-CABECALHO-REC.
               05 RAV-DET-TIPO         PIC X(01).
               05 RAV-DET-OPERACAO     PIC X(01).
               05 RAV-DET-CPF          PIC X(11).
               05 RAV-DET-CONTRATO     PIC X(20).
               05 RAV-DET-SITUACAO     PIC X(01).
               05 RAV-DET-CODIGO-EMP   PIC 9(05).
               05 RAV-DET-CONTRATO-INT PIC 9(03).
               05 RAV-DET-MARGEM       PIC 9(08)V99.
               05 RAV-DET-MOTIVO       PIC X(40).
               05 FILLER               PIC X(28).
           01  RAV-RODAPE-REC REDEFINES RAV-CABECALHO-REC.
               05 RAV-ROD-TIPO         PIC X(01).
               05 RAV-ROD-QTDE         PIC 9(05).
               05 RAV-ROD-QTDE-ACEITOS PIC 9(05).
               05 RAV-ROD-QTDE-RECUSADOS PIC 9(05).
               05 FILLER               PIC X(104).

           FD  ARQ-CONSIGNADOS
               LABEL RECORD IS STANDARD.
           COPY CPCONSIG.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-TABELA-FAIXAS
               LABEL RECORD IS STANDARD.
           COPY CPTABFX.

           FD  ARQ-DEPENDENTES
               LABEL RECORD IS STANDARD.
           COPY CPDEPEND.

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
       77 WRK-FS-AVERBACAO     PIC X(02) VALUE SPACES.
           88 WRK-FS-AVERBACAO-OK        VALUE "00".
       77 WRK-FS-RETORNO       PIC X(02) VALUE SPACES.
           88 WRK-FS-RETORNO-OK          VALUE "00".
       77 WRK-FS-CONSIGNADOS   PIC X(02) VALUE SPACES.
           88 WRK-FS-CONSIGNADOS-OK      VALUE "00".
           88 WRK-FS-CONSIG-NAO-EXISTE   VALUE "35".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-TABELA-FAIXAS PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-FAIXAS-OK    VALUE "00".
       77 WRK-FS-EXCECAO       PIC X(02) VALUE SPACES.
           88 WRK-FS-EXCECAO-OK          VALUE "00".
           88 WRK-FS-EXCECAO-NAO-EXISTE  VALUE "35".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

      *    ARQUIVOS ABERTOS - SO OS ABERTOS SAO FECHADOS NO FIM
       77 WRK-AVERBACAO-ABERTO PIC X(01) VALUE "N".
           88 WRK-AVERBACAO-ABERTO-SIM   VALUE "S".
       77 WRK-CONSIG-ABERTO    PIC X(01) VALUE "N".
           88 WRK-CONSIG-ABERTO-SIM      VALUE "S".
       77 WRK-MESTRE-ABERTO    PIC X(01) VALUE "N".
           88 WRK-MESTRE-ABERTO-SIM      VALUE "S".

       77 WRK-PROSSEGUE        PIC X(01) VALUE "S".
           88 WRK-PROSSEGUE-SIM          VALUE "S".
       77 WRK-CONTINUA-LEITURA PIC X(01) VALUE "S".
           88 WRK-CONTINUA-LEITURA-SIM   VALUE "S".
       77 WRK-LINHA-INVALIDA   PIC X(01) VALUE "N".
           88 WRK-LINHA-INVALIDA-SIM     VALUE "S".
       77 WRK-MOTIVO-LINHA     PIC X(40) VALUE SPACES.
       77 WRK-NUMERO-LINHA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ACEITOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RECUSADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INCLUIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-QUITADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RENEGOCIADOS PIC 9(05) VALUE ZEROS.

      *    CONFERENCIA DA REMESSA (PRIMEIRA PASSADA) - O QUE FOI
      *    CONTADO NOS DETALHES CONTRA O QUE O RODAPE DECLARA
       77 WRK-PRIMEIRO-TIPO    PIC X(01) VALUE SPACES.
       77 WRK-ULTIMO-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-QTDE-CABECALHOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RODAPES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INVALIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-CNF-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-CNF-TOTAL-PARCELAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ROD-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-ROD-TOTAL-PARCELAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BANCO-REMESSA    PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-REMESSA     PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO-REMESSA   PIC 9(06) VALUE ZEROS.
       77 WRK-REMESSA-FECHA    PIC X(01) VALUE "S".
           88 WRK-REMESSA-FECHA-SIM      VALUE "S".
      *    MOTIVO DA RECUSA DA REMESSA INTEIRA - VAI EM TODOS OS
      *    DETALHES DO RETORNO
       77 WRK-MOTIVO-REMESSA   PIC X(40) VALUE SPACES.

      *    FUNCIONARIO LOCALIZADO PELO CPF (CHAVE ALTERNATIVA COM
      *    DUPLICATAS - O READMITIDO TEM O CPF NO REGISTRO ANTIGO
      *    DESLIGADO E NO NOVO; VALE O QUE NAO ESTA DESLIGADO)
       77 WRK-CPF-ACHOU        PIC X(01) VALUE "N".
           88 WRK-CPF-ACHOU-SIM          VALUE "S".
       77 WRK-CPF-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-CPF-CODIGO       PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-CPF          PIC X(01) VALUE "N".
           88 WRK-FIM-CPF-SIM            VALUE "S".

      *    CONTRATOS JA EXISTENTES DO FUNCIONARIO: O DO BANCO COM
      *    O MESMO NUMERO, A SOMA DAS PARCELAS DOS OUTROS ATIVOS E
      *    O MAIOR NUMERO INTERNO USADO
       77 WRK-FIM-CONTRATOS    PIC X(01) VALUE "N".
           88 WRK-FIM-CONTRATOS-SIM      VALUE "S".
       77 WRK-CTR-ACHOU        PIC X(01) VALUE "N".
           88 WRK-CTR-ACHOU-SIM          VALUE "S".
       77 WRK-CTR-NUMERO       PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-MAIOR        PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-SOMA-OUTROS  PIC 9(08)V99 VALUE ZEROS.

      *    MARGEM CONSIGNAVEL: 30% DO LIQUIDO DA TABELA DE FAIXAS
      *    SOBRE O SALARIO DO CADASTRO, MENOS AS PARCELAS DOS
      *    OUTROS CONTRATOS ATIVOS
       77 WRK-MARGEM-TOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MARGEM-DISPONIVEL PIC 9(08)V99 VALUE ZEROS.

       01 WRK-VAL-COMPET.
           05 WRK-VAL-COMPET-ANO PIC 9(04) VALUE ZEROS.
           05 WRK-VAL-COMPET-MES PIC 9(02) VALUE ZEROS.
       01 WRK-VAL-COMPET-N REDEFINES WRK-VAL-COMPET PIC 9(06).

           COPY CPBATCH.
           COPY CPFAIXA.
           COPY CPDATA.
           COPY CPDEPTB.
           COPY CPIDADE.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PROSSEGUE-SIM
                   PERFORM 0001-CONFERE-REMESSA
                   PERFORM 0002-PROCESSA-REMESSA
               END-IF.
               PERFORM 0003-FINALIZAR.

      *    CONSIG E CADMEST SAO OBRIGATORIOS - SEM ELES NADA E
      *    AVERBADO NEM DEVOLVIDO (O BANCO REENVIA A REMESSA)
       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               MOVE BAT-DATA TO WRK-DATA-VIGENCIA.
               PERFORM 7520-CARREGA-TABELA-FAIXAS.
               OPEN EXTEND ARQ-EXCECAO.
               IF WRK-FS-EXCECAO-NAO-EXISTE
                   OPEN OUTPUT ARQ-EXCECAO
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               OPEN INPUT ARQ-AVERBACAO.
               IF WRK-FS-AVERBACAO-OK
                   MOVE "S" TO WRK-AVERBACAO-ABERTO
               ELSE
                   DISPLAY "REMESSA DE AVERBACAO (CSGAVB) NAO "
                       "ENCONTRADA - EXECUCAO ENCERRADA"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-ABERTO
               ELSE
                   DISPLAY "CADASTRO MESTRE (CADMEST) INDISPONIVEL - "
                       "FS: " WRK-FS-MESTRE " - NADA AVERBADO"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN I-O ARQ-CONSIGNADOS.
               IF WRK-FS-CONSIG-NAO-EXISTE
                   OPEN OUTPUT ARQ-CONSIGNADOS
                   CLOSE ARQ-CONSIGNADOS
                   OPEN I-O ARQ-CONSIGNADOS
               END-IF.
               IF WRK-FS-CONSIGNADOS-OK
                   MOVE "S" TO WRK-CONSIG-ABERTO
               ELSE
                   DISPLAY "CADASTRO DE CONSIGNADOS (CONSIG) "
                       "INDISPONIVEL - FS: " WRK-FS-CONSIGNADOS
                       " - NADA AVERBADO"
                   MOVE "N" TO WRK-PROSSEGUE
               END-IF.
               OPEN INPUT ARQ-DEPENDENTES.
               IF WRK-FS-DEPENDE-OK
                   MOVE "S" TO WRK-DEPENDE-DISPONIVEL
               END-IF.

      *    PRIMEIRA PASSADA: SO CONTA E SOMA. UM CABECALHO
      *    PRIMEIRO COM O BANCO, UM RODAPE POR ULTIMO, NENHUM TIPO
      *    DESCONHECIDO OU CAMPO NAO NUMERICO, E O RODAPE BATENDO
      *    A QUANTIDADE DE DETALHES E A SOMA DAS PARCELAS
       0001-CONFERE-REMESSA    SECTION.
               MOVE "S" TO WRK-CONTINUA-LEITURA.
               PERFORM 0001-A-CONFERE-UM
                   UNTIL NOT WRK-CONTINUA-LEITURA-SIM.
               CLOSE ARQ-AVERBACAO.
               MOVE "S" TO WRK-REMESSA-FECHA.
               IF WRK-PRIMEIRO-TIPO NOT = "H"
                   OR WRK-QTDE-CABECALHOS NOT = 1
                   MOVE "CABECALHO AUSENTE, REPETIDO OU FORA DO INICIO"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-REMESSA
               END-IF.
               IF WRK-BANCO-REMESSA = ZEROS
                   MOVE "BANCO DO CABECALHO ZERADO OU NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-REMESSA
               END-IF.
               IF WRK-ULTIMO-TIPO NOT = "T"
                   OR WRK-QTDE-RODAPES NOT = 1
                   MOVE "RODAPE AUSENTE, REPETIDO OU FORA DO FIM"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-REMESSA
               END-IF.
               IF WRK-QTDE-INVALIDOS > ZEROS
                   MOVE "TIPO DESCONHECIDO OU CAMPO NAO NUMERICO"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0001-B-REJEITA-REMESSA
               END-IF.
               IF WRK-QTDE-RODAPES = 1
                   IF WRK-ROD-QTDE NOT = WRK-CNF-QTDE
                       MOVE "QTDE DE DETALHES NAO BATE COM O RODAPE"
                           TO WRK-MOTIVO-LINHA
                       PERFORM 0001-B-REJEITA-REMESSA
                   END-IF
                   IF WRK-ROD-TOTAL-PARCELAS
                       NOT = WRK-CNF-TOTAL-PARCELAS
                       MOVE "SOMA DAS PARCELAS NAO BATE COM O RODAPE"
                           TO WRK-MOTIVO-LINHA
                       PERFORM 0001-B-REJEITA-REMESSA
                   END-IF
               END-IF.
               DISPLAY "CONFERENCIA DA REMESSA " WRK-NUMERO-REMESSA
                   " DO BANCO " WRK-BANCO-REMESSA " - "
                   WRK-CNF-QTDE " DETALHES, PARCELAS "
                   WRK-CNF-TOTAL-PARCELAS.
               DISPLAY "RODAPE DECLARA " WRK-ROD-QTDE
                   " DETALHES, PARCELAS " WRK-ROD-TOTAL-PARCELAS.
               IF WRK-REMESSA-FECHA-SIM
                   DISPLAY "REMESSA CONFERIDA - TOTAIS DE CONTROLE OK"
               ELSE
                   DISPLAY "REMESSA RECUSADA NA CONFERENCIA - NENHUM "
                       "CONTRATO AVERBADO, TODOS OS DETALHES VOLTAM "
                       "RECUSADOS NO CSGRAV"
                   MOVE "PROGRAMA97" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " CSGAVB BANCO "
                       WRK-BANCO-REMESSA " REMESSA "
                       WRK-NUMERO-REMESSA " RECUSADA NA CONFERENCIA"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               OPEN INPUT ARQ-AVERBACAO.

       0001-A-CONFERE-UM       SECTION.
               READ ARQ-AVERBACAO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-NUMERO-LINHA
                       IF WRK-NUMERO-LINHA = 1
                           MOVE AVB-CAB-TIPO TO WRK-PRIMEIRO-TIPO
                       END-IF
                       MOVE AVB-CAB-TIPO TO WRK-ULTIMO-TIPO
                       EVALUATE AVB-CAB-TIPO
                           WHEN "H"
                               ADD 1 TO WRK-QTDE-CABECALHOS
                               IF AVB-CAB-BANCO NUMERIC
                                   MOVE AVB-CAB-BANCO
                                       TO WRK-BANCO-REMESSA
                               END-IF
                               IF AVB-CAB-REMESSA NUMERIC
                                   MOVE AVB-CAB-REMESSA
                                       TO WRK-NUMERO-REMESSA
                               END-IF
                               IF AVB-CAB-DATA NUMERIC
                                   MOVE AVB-CAB-DATA
                                       TO WRK-DATA-REMESSA
                               END-IF
                           WHEN "D"
                               ADD 1 TO WRK-CNF-QTDE
                               IF AVB-DET-PRINCIPAL NUMERIC
                                   AND AVB-DET-PARCELA NUMERIC
                                   AND AVB-DET-QTDE-PARCELAS NUMERIC
                                   AND AVB-DET-COMP-INICIO NUMERIC
                                   ADD AVB-DET-PARCELA
                                       TO WRK-CNF-TOTAL-PARCELAS
                               ELSE
                                   ADD 1 TO WRK-QTDE-INVALIDOS
                               END-IF
                           WHEN "T"
                               ADD 1 TO WRK-QTDE-RODAPES
                               IF AVB-ROD-QTDE NUMERIC
                                   AND AVB-ROD-TOTAL-PARCELAS NUMERIC
                                   MOVE AVB-ROD-QTDE TO WRK-ROD-QTDE
                                   MOVE AVB-ROD-TOTAL-PARCELAS
                                       TO WRK-ROD-TOTAL-PARCELAS
                               ELSE
                                   ADD 1 TO WRK-QTDE-INVALIDOS
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WRK-QTDE-INVALIDOS
                       END-EVALUATE
               END-READ.

       0001-B-REJEITA-REMESSA  SECTION.
               IF WRK-REMESSA-FECHA-SIM
                   MOVE WRK-MOTIVO-LINHA TO WRK-MOTIVO-REMESSA
               END-IF.
               MOVE "N" TO WRK-REMESSA-FECHA.
               DISPLAY "*** " WRK-MOTIVO-LINHA " ***".
               MOVE "PROGRAMA97" TO EXC-PROGRAMA.
               MOVE BAT-NUMERO   TO EXC-LOTE.
               MOVE SPACES       TO EXC-ENTRADA.
               STRING "CSGAVB BANCO " WRK-BANCO-REMESSA
                   " REMESSA " WRK-NUMERO-REMESSA
                   DELIMITED BY SIZE INTO EXC-ENTRADA.
               MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

      *    SEGUNDA PASSADA: CADA DETALHE E AVERBADO (OU RECUSADO)
      *    E DEVOLVIDO NO RETORNO NA MESMA ORDEM; REMESSA QUE NAO
      *    FECHOU DEVOLVE TODOS RECUSADOS COM O MOTIVO DELA
       0002-PROCESSA-REMESSA   SECTION.
               OPEN OUTPUT ARQ-RETORNO.
               MOVE SPACES             TO RAV-CABECALHO-REC.
               MOVE "H"                TO RAV-CAB-TIPO.
               MOVE WRK-BANCO-REMESSA  TO RAV-CAB-BANCO.
               MOVE BAT-DATA           TO RAV-CAB-DATA.
               MOVE WRK-NUMERO-REMESSA TO RAV-CAB-REMESSA.
               MOVE BAT-NUMERO         TO RAV-CAB-LOTE.
               WRITE RAV-CABECALHO-REC.
               MOVE "S"   TO WRK-CONTINUA-LEITURA.
               MOVE ZEROS TO WRK-NUMERO-LINHA.
               PERFORM 0002-A-PROCESSA-UM
                   UNTIL NOT WRK-CONTINUA-LEITURA-SIM.
               MOVE SPACES             TO RAV-RODAPE-REC.
               MOVE "T"                TO RAV-ROD-TIPO.
               MOVE WRK-QTDE-LIDOS     TO RAV-ROD-QTDE.
               MOVE WRK-QTDE-ACEITOS   TO RAV-ROD-QTDE-ACEITOS.
               MOVE WRK-QTDE-RECUSADOS TO RAV-ROD-QTDE-RECUSADOS.
               WRITE RAV-RODAPE-REC.
               CLOSE ARQ-RETORNO.

       0002-A-PROCESSA-UM      SECTION.
               READ ARQ-AVERBACAO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   NOT AT END
                       ADD 1 TO WRK-NUMERO-LINHA
                       IF AVB-DET-TIPO = "D"
                           ADD 1 TO WRK-QTDE-LIDOS
                           MOVE ZEROS TO WRK-CPF-CODIGO
                           MOVE ZEROS TO WRK-CTR-NUMERO
                           MOVE ZEROS TO WRK-MARGEM-DISPONIVEL
                           IF WRK-REMESSA-FECHA-SIM
                               PERFORM 0002-B-VALIDA-DETALHE
                           ELSE
                               MOVE "S" TO WRK-LINHA-INVALIDA
                               MOVE WRK-MOTIVO-REMESSA
                                   TO WRK-MOTIVO-LINHA
                           END-IF
                           IF NOT WRK-LINHA-INVALIDA-SIM
                               PERFORM 0002-D-AVERBA
                           END-IF
                           PERFORM 0002-E-GRAVA-RETORNO
                       END-IF
               END-READ.

      *    OPERACAO CONHECIDA, NUMERO DO CONTRATO PREENCHIDO, CPF
      *    DE FUNCIONARIO NAO DESLIGADO; INCLUSAO E RENEGOCIACAO
      *    PEDEM FUNCIONARIO ATIVO, VALORES POSITIVOS, INICIO
      *    VALIDO E PARCELA DENTRO DA MARGEM
       0002-B-VALIDA-DETALHE   SECTION.
               MOVE "N"    TO WRK-LINHA-INVALIDA.
               MOVE SPACES TO WRK-MOTIVO-LINHA.
               IF NOT AVB-DET-OPERACAO-VALIDA
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "OPERACAO DEVE SER I, Q OU R"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF AVB-DET-CONTRATO = SPACES
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "NUMERO DO CONTRATO EM BRANCO"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0002-C-LOCALIZA-CPF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0002-F-VARRE-CONTRATOS
                   IF AVB-DET-INCLUSAO
                       IF WRK-CTR-ACHOU-SIM
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "CONTRATO JA AVERBADO"
                               TO WRK-MOTIVO-LINHA
                       END-IF
                       IF WRK-CTR-MAIOR = 999
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "FUNCIONARIO JA TEM 999 CONTRATOS"
                               TO WRK-MOTIVO-LINHA
                       END-IF
                   ELSE
                       IF NOT WRK-CTR-ACHOU-SIM
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "CONTRATO NAO AVERBADO NA EMPRESA"
                               TO WRK-MOTIVO-LINHA
                       ELSE
                           IF CSG-QUITADO
                               MOVE "S" TO WRK-LINHA-INVALIDA
                               MOVE "CONTRATO JA QUITADO"
                                   TO WRK-MOTIVO-LINHA
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   AND NOT AVB-DET-QUITACAO
                   PERFORM 0002-H-VALIDA-VALORES
               END-IF.

      *    O CPF E CHAVE ALTERNATIVA COM DUPLICATAS: PERCORRE OS
      *    REGISTROS DELE E FICA COM O QUE NAO ESTA DESLIGADO
       0002-C-LOCALIZA-CPF     SECTION.
               MOVE "N"    TO WRK-CPF-ACHOU.
               MOVE SPACES TO WRK-CPF-SITUACAO.
               MOVE "N"    TO WRK-FIM-CPF.
               MOVE AVB-DET-CPF TO EMP-DOCUMENTO.
               START CADASTRO-MESTRE KEY IS = EMP-DOCUMENTO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CPF
               END-START.
               PERFORM 0002-G-LE-CPF
                   UNTIL WRK-FIM-CPF-SIM.
               IF NOT WRK-CPF-ACHOU-SIM
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "CPF NAO CADASTRADO NA EMPRESA"
                       TO WRK-MOTIVO-LINHA
               ELSE
                   MOVE WRK-CPF-CODIGO TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           MOVE "S" TO WRK-LINHA-INVALIDA
                           MOVE "CPF NAO CADASTRADO NA EMPRESA"
                               TO WRK-MOTIVO-LINHA
                   END-READ
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF EMP-DESLIGADO
                       AND NOT AVB-DET-QUITACAO
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "FUNCIONARIO DESLIGADO"
                           TO WRK-MOTIVO-LINHA
                   END-IF
                   IF EMP-AFASTADO
                       AND NOT AVB-DET-QUITACAO
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "FUNCIONARIO AFASTADO"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.

      *    SO A QUITACAO E ACEITA PARA O CONTRATO DE QUEM JA SAIU
       0002-G-LE-CPF           SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CPF
                   NOT AT END
                       IF EMP-DOCUMENTO NOT = AVB-DET-CPF
                           MOVE "S" TO WRK-FIM-CPF
                       ELSE
                           MOVE "S"          TO WRK-CPF-ACHOU
                           MOVE EMP-CODIGO   TO WRK-CPF-CODIGO
                           MOVE EMP-SITUACAO TO WRK-CPF-SITUACAO
                           IF NOT EMP-DESLIGADO
                               MOVE "S" TO WRK-FIM-CPF
                           END-IF
                       END-IF
               END-READ.

      *    PERCORRE OS CONTRATOS DO FUNCIONARIO; SE ACHAR O DO
      *    BANCO COM O MESMO NUMERO, DEIXA ELE NO REGISTRO DA FD
      *    (RELIDO PELA CHAVE NO FIM)
       0002-F-VARRE-CONTRATOS  SECTION.
               MOVE "N"   TO WRK-CTR-ACHOU.
               MOVE ZEROS TO WRK-CTR-NUMERO.
               MOVE ZEROS TO WRK-CTR-MAIOR.
               MOVE ZEROS TO WRK-CTR-SOMA-OUTROS.
               MOVE "N"   TO WRK-FIM-CONTRATOS.
               MOVE EMP-CODIGO TO CSG-CODIGO-EMP.
               MOVE ZEROS      TO CSG-CONTRATO.
               START ARQ-CONSIGNADOS KEY IS NOT LESS THAN CSG-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CONTRATOS
               END-START.
               PERFORM 0002-I-LE-CONTRATO
                   UNTIL WRK-FIM-CONTRATOS-SIM.
               IF WRK-CTR-ACHOU-SIM
                   MOVE EMP-CODIGO     TO CSG-CODIGO-EMP
                   MOVE WRK-CTR-NUMERO TO CSG-CONTRATO
                   READ ARQ-CONSIGNADOS
                       INVALID KEY
                           MOVE "N" TO WRK-CTR-ACHOU
                   END-READ
               END-IF.

       0002-I-LE-CONTRATO      SECTION.
               READ ARQ-CONSIGNADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CONTRATOS
                   NOT AT END
                       IF CSG-CODIGO-EMP NOT = EMP-CODIGO
                           MOVE "S" TO WRK-FIM-CONTRATOS
                       ELSE
                           MOVE CSG-CONTRATO TO WRK-CTR-MAIOR
                           IF CSG-BANCO = WRK-BANCO-REMESSA
                               AND CSG-CONTRATO-BANCO
                                   = AVB-DET-CONTRATO
                               MOVE "S"          TO WRK-CTR-ACHOU
                               MOVE CSG-CONTRATO TO WRK-CTR-NUMERO
                           ELSE
                               IF CSG-ATIVO
                                   AND CSG-PARCELAS-REST > 0
                                   ADD CSG-VALOR-PARCELA
                                       TO WRK-CTR-SOMA-OUTROS
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    VALORES DA INCLUSAO/RENEGOCIACAO E A MARGEM: PARCELA
      *    NOVA MAIS AS DOS OUTROS CONTRATOS ATE 30% DO LIQUIDO
       0002-H-VALIDA-VALORES   SECTION.
               IF AVB-DET-PRINCIPAL = ZEROS
                   OR AVB-DET-PARCELA = ZEROS
                   OR AVB-DET-QTDE-PARCELAS = ZEROS
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "PRINCIPAL, PARCELA OU QUANTIDADE ZERADOS"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   AND AVB-DET-COMP-INICIO > ZEROS
                   MOVE AVB-DET-COMP-INICIO TO WRK-VAL-COMPET-N
                   IF WRK-VAL-COMPET-MES < 1
                       OR WRK-VAL-COMPET-MES > 12
                       OR WRK-VAL-COMPET-ANO < 2000
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "COMPETENCIA DE INICIO INVALIDA (AAAAMM)"
                           TO WRK-MOTIVO-LINHA
                   END-IF
               END-IF.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   PERFORM 0002-J-CALCULA-MARGEM
                   IF AVB-DET-PARCELA > WRK-MARGEM-DISPONIVEL
                       MOVE "S" TO WRK-LINHA-INVALIDA
                       MOVE "MARGEM CONSIGNAVEL INSUFICIENTE"
                           TO WRK-MOTIVO-LINHA
                   ELSE
                       SUBTRACT AVB-DET-PARCELA
                           FROM WRK-MARGEM-DISPONIVEL
                   END-IF
               END-IF.

      *    LIQUIDO DA TABELA DE FAIXAS SOBRE O SALARIO DO CADASTRO,
      *    COM OS DEPENDENTES PELA REGRA DE IDADE (CPDEPPR), COMO
      *    NA FOLHA MENSAL
       0002-J-CALCULA-MARGEM   SECTION.
               MOVE EMP-SALARIO TO WRK-SALARIO-BRUTO.
               IF EMP-DEPENDENTES NUMERIC
                   MOVE EMP-DEPENDENTES TO WRK-DEP-QTDE
               ELSE
                   MOVE ZEROS TO WRK-DEP-QTDE
               END-IF.
               MOVE EMP-CODIGO TO WRK-DEP-CODIGO-EMP.
               MOVE BAT-DATA   TO WRK-DEP-DATA-REF.
               PERFORM 7860-CONTA-DEPENDENTES.
               MOVE WRK-DEP-QTDE TO WRK-QTDE-DEPENDENTES.
               PERFORM 7500-CALCULA-DESCONTO.
               COMPUTE WRK-MARGEM-TOTAL ROUNDED =
                   WRK-SALARIO-LIQUIDO * 30 / 100.
               IF WRK-CTR-SOMA-OUTROS > WRK-MARGEM-TOTAL
                   MOVE ZEROS TO WRK-MARGEM-DISPONIVEL
               ELSE
                   COMPUTE WRK-MARGEM-DISPONIVEL =
                       WRK-MARGEM-TOTAL - WRK-CTR-SOMA-OUTROS
               END-IF.

       0002-D-AVERBA           SECTION.
               EVALUATE TRUE
                   WHEN AVB-DET-INCLUSAO
                       PERFORM 0002-K-INCLUI
                   WHEN AVB-DET-QUITACAO
                       PERFORM 0002-L-QUITA
                   WHEN AVB-DET-RENEGOCIACAO
                       PERFORM 0002-M-RENEGOCIA
               END-EVALUATE.
               IF NOT WRK-FS-CONSIGNADOS-OK
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE SPACES TO WRK-MOTIVO-LINHA
                   STRING "ERRO AO GRAVAR NO CONSIG - FS: "
                       WRK-FS-CONSIGNADOS
                       DELIMITED BY SIZE INTO WRK-MOTIVO-LINHA
               ELSE
                   MOVE CSG-CONTRATO TO WRK-CTR-NUMERO
                   MOVE "PROGRAMA97" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "AVERBACAO " AVB-DET-OPERACAO
                       " CODIGO " CSG-CODIGO-EMP
                       " CONTRATO " CSG-CONTRATO
                       " BANCO " CSG-BANCO
                       " PARCELA " CSG-VALOR-PARCELA
                       " QTDE " CSG-PARCELAS-REST
                       " SIT " CSG-SITUACAO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    CONTRATO NOVO COM O PROXIMO NUMERO INTERNO DO
      *    FUNCIONARIO, SEM PARCELA BAIXADA
       0002-K-INCLUI           SECTION.
               MOVE EMP-CODIGO            TO CSG-CODIGO-EMP.
               COMPUTE CSG-CONTRATO = WRK-CTR-MAIOR + 1.
               MOVE AVB-DET-PRINCIPAL     TO CSG-VALOR-PRINCIPAL.
               MOVE AVB-DET-PARCELA       TO CSG-VALOR-PARCELA.
               MOVE AVB-DET-QTDE-PARCELAS TO CSG-PARCELAS-REST.
               SET CSG-ATIVO              TO TRUE.
               MOVE ZEROS                 TO CSG-ULT-COMPETENCIA.
               MOVE ZEROS                 TO CSG-ULT-LOTE.
               MOVE WRK-BANCO-REMESSA     TO CSG-BANCO.
               MOVE AVB-DET-CONTRATO      TO CSG-CONTRATO-BANCO.
               MOVE AVB-DET-COMP-INICIO   TO CSG-COMP-INICIO.
               WRITE CSG-REGISTRO.
               IF WRK-FS-CONSIGNADOS-OK
                   ADD 1 TO WRK-QTDE-INCLUIDOS
               END-IF.

      *    QUITACAO ANTECIPADA PELO BANCO: NAO HA MAIS PARCELA A
      *    DESCONTAR
       0002-L-QUITA            SECTION.
               MOVE ZEROS TO CSG-PARCELAS-REST.
               SET CSG-QUITADO TO TRUE.
               REWRITE CSG-REGISTRO.
               IF WRK-FS-CONSIGNADOS-OK
                   ADD 1 TO WRK-QTDE-QUITADOS
               END-IF.

      *    RENEGOCIACAO: NOVO SALDO, NOVA PARCELA E NOVO PRAZO NO
      *    MESMO CONTRATO; A ULTIMA BAIXA FICA COMO ESTAVA
       0002-M-RENEGOCIA        SECTION.
               MOVE AVB-DET-PRINCIPAL     TO CSG-VALOR-PRINCIPAL.
               MOVE AVB-DET-PARCELA       TO CSG-VALOR-PARCELA.
               MOVE AVB-DET-QTDE-PARCELAS TO CSG-PARCELAS-REST.
               MOVE AVB-DET-COMP-INICIO   TO CSG-COMP-INICIO.
               REWRITE CSG-REGISTRO.
               IF WRK-FS-CONSIGNADOS-OK
                   ADD 1 TO WRK-QTDE-RENEGOCIADOS
               END-IF.

       0002-E-GRAVA-RETORNO    SECTION.
               MOVE SPACES                TO RAV-DETALHE-REC.
               MOVE "D"                   TO RAV-DET-TIPO.
               MOVE AVB-DET-OPERACAO      TO RAV-DET-OPERACAO.
               MOVE AVB-DET-CPF           TO RAV-DET-CPF.
               MOVE AVB-DET-CONTRATO      TO RAV-DET-CONTRATO.
               MOVE WRK-CPF-CODIGO        TO RAV-DET-CODIGO-EMP.
               MOVE WRK-CTR-NUMERO        TO RAV-DET-CONTRATO-INT.
               MOVE WRK-MARGEM-DISPONIVEL TO RAV-DET-MARGEM.
               IF WRK-LINHA-INVALIDA-SIM
                   MOVE "R"              TO RAV-DET-SITUACAO
                   MOVE WRK-MOTIVO-LINHA TO RAV-DET-MOTIVO
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   MOVE "PROGRAMA97" TO EXC-PROGRAMA
                   MOVE BAT-NUMERO   TO EXC-LOTE
                   MOVE SPACES       TO EXC-ENTRADA
                   STRING "LINHA CSGAVB " WRK-NUMERO-LINHA " "
                       AVB-DETALHE-REC (2:32)
                       DELIMITED BY SIZE INTO EXC-ENTRADA
                   MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO
                   PERFORM 7100-GRAVA-EXCECAO
               ELSE
                   MOVE "A"              TO RAV-DET-SITUACAO
                   MOVE "AVERBADO"       TO RAV-DET-MOTIVO
                   ADD 1 TO WRK-QTDE-ACEITOS
               END-IF.
               WRITE RAV-DETALHE-REC.

       0003-FINALIZAR          SECTION.
               IF WRK-PROSSEGUE-SIM
                   DISPLAY "AVERBACAO DO BANCO " WRK-BANCO-REMESSA
                       " REMESSA " WRK-NUMERO-REMESSA
                       " - DETALHES LIDOS " WRK-QTDE-LIDOS
                       " ACEITOS " WRK-QTDE-ACEITOS
                       " RECUSADOS " WRK-QTDE-RECUSADOS
                   DISPLAY "INCLUIDOS " WRK-QTDE-INCLUIDOS
                       " QUITADOS " WRK-QTDE-QUITADOS
                       " RENEGOCIADOS " WRK-QTDE-RENEGOCIADOS
                       " - RETORNO GRAVADO (CSGRAV)"
                   MOVE "PROGRAMA97" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " AVERBACAO BANCO "
                       WRK-BANCO-REMESSA " REMESSA "
                       WRK-NUMERO-REMESSA " LIDOS " WRK-QTDE-LIDOS
                       " ACEITOS " WRK-QTDE-ACEITOS
                       " RECUSADOS " WRK-QTDE-RECUSADOS
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.
               IF WRK-AVERBACAO-ABERTO-SIM
                   CLOSE ARQ-AVERBACAO
               END-IF.
               IF WRK-CONSIG-ABERTO-SIM
                   CLOSE ARQ-CONSIGNADOS
               END-IF.
               IF WRK-MESTRE-ABERTO-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-DEPENDE-DISPONIVEL-SIM
                   CLOSE ARQ-DEPENDENTES
               END-IF.
               CLOSE ARQ-EXCECAO.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPEXCPR.

           COPY CPBATPR.

           COPY CPDATAVL.

           COPY CPFAIXPR.

           COPY CPTABFPR.

           COPY CPDEPPR.

           COPY CPIDADPR.
