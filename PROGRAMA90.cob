           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA90.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: COMPARACAO DE DUAS FOTOS MENSAIS DO CADASTRO
      *==          MESTRE (ARQ. CADSNAP, COPYBOOK CPSNAP, GRAVADO
      *==          PELO PROGRAMA12 NO FECHAMENTO DE CADA
      *==          COMPETENCIA). LE AS DUAS COMPETENCIAS PEDIDAS EM
      *==          PARALELO PELO CODIGO E IMPRIME (ARQ. FOTOCMP)
      *==          UMA LINHA POR CAMPO ALTERADO DE CADA
      *==          FUNCIONARIO, COM O VALOR NA COMPETENCIA ANTERIOR
      *==          E NA POSTERIOR, MAIS OS INCLUIDOS E OS QUE
      *==          SAIRAM DO CADASTRO ENTRE AS DUAS - O QUE A
      *==          AUDITORIA PEDE PARA EXPLICAR A DIFERENCA ENTRE
      *==          DOIS MESES. CPF, ENDERECO, AGENCIA E CONTA SAEM
      *==          MASCARADOS POR PADRAO (CPMSKWS/CPMSKPR).
      *==          AS DUAS FOTOS SAO LIDAS PELO MESMO ARQUIVO EM
      *==          DOIS DDS (CADSNAP E CADSNAP2).
      *== Tectonics: cobc
      *==========================================================
      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 15/10/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    FOTO DE 187 PARA 189 POSICOES; SEXO E
      *==                  RACA/COR ENTRAM NA COMPARACAO
      *== 15/10/26   WS    FOTO DE 189 PARA 199 POSICOES; PCD,
      *==                  APRENDIZ E TERMINO DA APRENDIZAGEM ENTRAM
      *==                  NA COMPARACAO
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT             SECTION.
           FILE-CONTROL.
               SELECT ARQ-FOTO-ANTES ASSIGN TO "CADSNAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNP-CHAVE
                   FILE STATUS IS WRK-FS-FOTO-ANTES.
               SELECT ARQ-FOTO-DEPOIS ASSIGN TO "CADSNAP2"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SN2-CHAVE
                   FILE STATUS IS WRK-FS-FOTO-DEPOIS.
               SELECT ARQ-COMPARACAO ASSIGN TO "FOTOCMP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-COMPARACAO.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.

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
           FD  ARQ-FOTO-ANTES
               LABEL RECORD IS STANDARD.
           COPY CPSNAP.

      *    SEGUNDA VISAO DO CADSNAP - MESMO LAYOUT DO CPSNAP, COM
      *    OS NOMES TROCADOS PARA CONVIVER COM A PRIMEIRA
           FD  ARQ-FOTO-DEPOIS
               LABEL RECORD IS STANDARD.
           01  SN2-REGISTRO.
               05 SN2-CHAVE.
                   10 SN2-COMPETENCIA  PIC 9(06).
                   10 SN2-CODIGO       PIC 9(05).
               05 SN2-DATA-FOTO        PIC 9(08).
               05 SN2-LOTE             PIC 9(05).
               05 SN2-IMAGEM           PIC X(199).

      *    RELATORIO DE 132 COLUNAS - OS ROTULOS SAO CAMPOS
      *    NOMEADOS, NAO FILLER COM VALUE (VER NOTA NA FD
      *    ARQ-RELATORIO DO PROGRAMA06); AS QUATRO VIEWS TEM
      *    EXATAMENTE 132 POSICOES
           FD  ARQ-COMPARACAO
               LABEL RECORD IS STANDARD.
           01  CMP-CABECALHO-REC.
               05 CMP-CAB-TIPO         PIC X(01).
               05 FILLER               PIC X(04).
               05 CMP-CAB-TITULO       PIC X(40).
               05 CMP-CAB-LIT-COMP     PIC X(14).
               05 CMP-CAB-ANTES        PIC 9(06).
               05 CMP-CAB-LIT-X        PIC X(03).
               05 CMP-CAB-DEPOIS       PIC 9(06).
               05 CMP-CAB-LIT-DATA     PIC X(08).
               05 CMP-CAB-DATA         PIC 9(08).
               05 FILLER               PIC X(42).
           01  CMP-COLUNA-REC REDEFINES CMP-CABECALHO-REC.
               05 CMP-COL-TIPO         PIC X(01).
               05 CMP-COL-TEXTO        PIC X(128).
               05 FILLER               PIC X(03).
           01  CMP-DETALHE-REC REDEFINES CMP-CABECALHO-REC.
               05 CMP-DET-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CMP-DET-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 CMP-DET-NOME         PIC X(22).
               05 FILLER               PIC X(01).
               05 CMP-DET-CAMPO        PIC X(16).
               05 FILLER               PIC X(01).
               05 CMP-DET-ANTES        PIC X(40).
               05 FILLER               PIC X(01).
               05 CMP-DET-DEPOIS       PIC X(40).
               05 FILLER               PIC X(03).
           01  CMP-TOTAL-REC REDEFINES CMP-CABECALHO-REC.
               05 CMP-TOT-TIPO         PIC X(01).
               05 FILLER               PIC X(01).
               05 CMP-TOT-DESCRICAO    PIC X(40).
               05 CMP-TOT-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(85).

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.

           FD  ARQ-REP-COPIA
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-FOTO-ANTES    PIC X(02) VALUE SPACES.
           88 WRK-FS-FOTO-ANTES-OK       VALUE "00".
       77 WRK-FS-FOTO-DEPOIS   PIC X(02) VALUE SPACES.
           88 WRK-FS-FOTO-DEPOIS-OK      VALUE "00".
       77 WRK-FS-COMPARACAO    PIC X(02) VALUE SPACES.
           88 WRK-FS-COMPARACAO-OK       VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-OPERMST       PIC X(02) VALUE SPACES.
           88 WRK-FS-OPERMST-OK          VALUE "00".
           88 WRK-FS-OPERMST-NAO-EXISTE  VALUE "35".
       77 WRK-OPERADOR-SIGNON  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88 WRK-OPERADOR-AUTORIZADO-SIM VALUE "S".
       77 WRK-NIVEL-OPERADOR   PIC 9(01) VALUE ZEROS.
       77 WRK-FOTOS-ABERTAS    PIC X(01) VALUE "N".
           88 WRK-FOTOS-ABERTAS-SIM      VALUE "S".

      *    COMPETENCIAS COMPARADAS (AAAAMM) - A ANTERIOR TEM QUE
      *    SER MENOR QUE A POSTERIOR
       77 WRK-DATA-EXEC        PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-ANTES       PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-DEPOIS      PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-TESTE.
           05 WRK-TESTE-ANO        PIC 9(04).
           05 WRK-TESTE-MES        PIC 9(02).
       77 WRK-COMP-OK          PIC X(01) VALUE "N".
           88 WRK-COMP-OK-SIM            VALUE "S".

      *    CHAVE CORRENTE DE CADA FOTO NO CASAMENTO PELO CODIGO -
      *    999999 = FOTO TERMINADA
       77 WRK-CHAVE-ANTES      PIC 9(06) VALUE ZEROS.
       77 WRK-CHAVE-DEPOIS     PIC 9(06) VALUE ZEROS.
       77 WRK-CHAVE-FIM        PIC 9(06) VALUE 999999.

      *    AS DUAS IMAGENS DO MESTRE NO LAYOUT DO CPEMP - OS CAMPOS
      *    SAO QUALIFICADOS (EMP-NOME OF WRK-ANTES)
       01 WRK-ANTES.
           COPY CPEMP.
       01 WRK-DEPOIS.
           COPY CPEMP.

      *    LINHA DE DIFERENCA MONTADA ANTES DA 1310
       77 WRK-DIF-CAMPO        PIC X(16) VALUE SPACES.
       77 WRK-DIF-ANTES        PIC X(40) VALUE SPACES.
       77 WRK-DIF-DEPOIS       PIC X(40) VALUE SPACES.
       77 WRK-SALARIO-EDT      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-ALTERADO         PIC X(01) VALUE "N".
           88 WRK-ALTERADO-SIM           VALUE "S".

       77 WRK-QTDE-ANTES       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DEPOIS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COMPARADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ALTERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CAMPOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INCLUIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EXCLUIDOS   PIC 9(05) VALUE ZEROS.

      *    ROTULOS DO FOTOCMP - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-CMP-TITULO   PIC X(40)
           VALUE "ALTERACOES DO CADASTRO ENTRE FOTOS      ".
       77 WRK-LIT-CMP-COMP     PIC X(14) VALUE "COMPETENCIAS: ".
       77 WRK-LIT-CMP-X        PIC X(03) VALUE " X ".
       77 WRK-LIT-CMP-DATA     PIC X(08) VALUE "  DATA: ".
       77 WRK-LIT-CMP-REGISTRO PIC X(16) VALUE "REGISTRO".
       77 WRK-LIT-CMP-AUSENTE  PIC X(40)
           VALUE "NAO CONSTA DA FOTO".
       77 WRK-LIT-CMP-INCLUIDO PIC X(40)
           VALUE "INCLUIDO NO CADASTRO".
       77 WRK-LIT-CMP-EXCLUIDO PIC X(40)
           VALUE "RETIRADO DO CADASTRO (EXPURGO)".
       77 WRK-LIT-CMP-CONSTA   PIC X(40) VALUE "CONSTA DA FOTO".
       77 WRK-LIT-CMP-T-COMP   PIC X(40)
           VALUE "FUNCIONARIOS NAS DUAS FOTOS:            ".
       77 WRK-LIT-CMP-T-ALT    PIC X(40)
           VALUE "FUNCIONARIOS COM ALTERACAO:             ".
       77 WRK-LIT-CMP-T-CAMPOS PIC X(40)
           VALUE "CAMPOS ALTERADOS:                       ".
       77 WRK-LIT-CMP-T-INC    PIC X(40)
           VALUE "INCLUIDOS NO CADASTRO:                  ".
       77 WRK-LIT-CMP-T-EXC    PIC X(40)
           VALUE "RETIRADOS DO CADASTRO:                  ".
       01 WRK-LIT-CMP-COLUNAS.
           05 WRK-LCC-CODIGO       PIC X(07) VALUE " CODIGO".
           05 WRK-LCC-NOME         PIC X(23) VALUE "NOME".
           05 WRK-LCC-CAMPO        PIC X(17) VALUE "CAMPO".
           05 WRK-LCC-ANTES        PIC X(41)
               VALUE "NA COMPETENCIA ANTERIOR".
           05 WRK-LCC-DEPOIS       PIC X(40)
               VALUE "NA COMPETENCIA POSTERIOR".

           COPY CPREPWS.
           COPY CPAUDELO.
           COPY CPOPERWS.
           COPY CPMSKWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0100-CAPTURA-COMPETENCIAS
                   UNTIL WRK-COMP-OK-SIM.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-FOTOS-ABERTAS-SIM
                   PERFORM 1000-COMPARA-UM
                       UNTIL WRK-CHAVE-ANTES = WRK-CHAVE-FIM
                         AND WRK-CHAVE-DEPOIS = WRK-CHAVE-FIM
                   PERFORM 2000-GRAVA-TOTAIS
               END-IF.
               PERFORM 3000-FINALIZAR.

      *    COMPETENCIA ANTERIOR E POSTERIOR (AAAAMM); MES FORA DE
      *    01-12 OU ANTERIOR NAO MENOR QUE A POSTERIOR PEDE DE NOVO
       0100-CAPTURA-COMPETENCIAS SECTION.
               DISPLAY "DIGITE A COMPETENCIA ANTERIOR (AAAAMM): "
                   ACCEPT WRK-COMP-ANTES.
               DISPLAY "DIGITE A COMPETENCIA POSTERIOR (AAAAMM): "
                   ACCEPT WRK-COMP-DEPOIS.
               MOVE "S" TO WRK-COMP-OK.
               MOVE WRK-COMP-ANTES TO WRK-COMP-TESTE.
               IF WRK-TESTE-MES < 1 OR WRK-TESTE-MES > 12
                   MOVE "N" TO WRK-COMP-OK
               END-IF.
               MOVE WRK-COMP-DEPOIS TO WRK-COMP-TESTE.
               IF WRK-TESTE-MES < 1 OR WRK-TESTE-MES > 12
                   MOVE "N" TO WRK-COMP-OK
               END-IF.
               IF WRK-COMP-ANTES NOT < WRK-COMP-DEPOIS
                   MOVE "N" TO WRK-COMP-OK
               END-IF.
               IF NOT WRK-COMP-OK-SIM
                   DISPLAY "COMPETENCIAS INVALIDAS: " WRK-COMP-ANTES
                       " X " WRK-COMP-DEPOIS
                       " - AAAAMM, A ANTERIOR ANTES DA POSTERIOR"
               END-IF.

      *    AS DUAS FOTOS SAO POSICIONADAS NA SUA COMPETENCIA; FOTO
      *    SEM NENHUM REGISTRO ENCERRA SEM RELATORIO - COMPARAR COM
      *    UMA COMPETENCIA NAO FECHADA DARIA O CADASTRO INTEIRO
      *    COMO INCLUIDO OU RETIRADO
       0000-ABRIR-ARQUIVOS     SECTION.
      *        CPF, ENDERECO E CONTA SAEM MASCARADOS POR PADRAO -
      *        SEM MASCARA SO PARA OPERADOR COM NIVEL, CONFERIDO
      *        PELA SENHA
               DISPLAY "MASCARAR DADOS PESSOAIS? (S/N) "
                   ACCEPT WRK-MSK-PEDIDO.
               IF WRK-MSK-PEDIDO-SEM-MASCARA
                   DISPLAY "DIGITE O OPERADOR: "
                       ACCEPT WRK-MSK-OPERADOR
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               PERFORM 8741-AUTORIZA-SEM-MASCARA.
               OPEN INPUT ARQ-FOTO-ANTES.
               OPEN INPUT ARQ-FOTO-DEPOIS.
               IF WRK-FS-FOTO-ANTES-OK AND WRK-FS-FOTO-DEPOIS-OK
                   MOVE "S" TO WRK-FOTOS-ABERTAS
                   MOVE WRK-COMP-ANTES  TO SNP-COMPETENCIA
                   MOVE ZEROS           TO SNP-CODIGO
                   START ARQ-FOTO-ANTES KEY IS NOT LESS THAN SNP-CHAVE
                       INVALID KEY
                           MOVE WRK-CHAVE-FIM TO WRK-CHAVE-ANTES
                   END-START
                   MOVE WRK-COMP-DEPOIS TO SN2-COMPETENCIA
                   MOVE ZEROS           TO SN2-CODIGO
                   START ARQ-FOTO-DEPOIS KEY IS NOT LESS THAN
                       SN2-CHAVE
                       INVALID KEY
                           MOVE WRK-CHAVE-FIM TO WRK-CHAVE-DEPOIS
                   END-START
                   PERFORM 1100-LE-ANTES
                   PERFORM 1200-LE-DEPOIS
               ELSE
                   DISPLAY "FOTO DO MESTRE (CADSNAP/CADSNAP2) "
                       "INDISPONIVEL - FS: " WRK-FS-FOTO-ANTES
                       " / " WRK-FS-FOTO-DEPOIS
               END-IF.
               IF WRK-FOTOS-ABERTAS-SIM
                   IF WRK-QTDE-ANTES = ZEROS
                       DISPLAY "NAO HA FOTO DO MESTRE NA COMPETENCIA "
                           WRK-COMP-ANTES
                       MOVE "N" TO WRK-FOTOS-ABERTAS
                   END-IF
                   IF WRK-QTDE-DEPOIS = ZEROS
                       DISPLAY "NAO HA FOTO DO MESTRE NA COMPETENCIA "
                           WRK-COMP-DEPOIS
                       MOVE "N" TO WRK-FOTOS-ABERTAS
                   END-IF
               END-IF.
               IF WRK-FOTOS-ABERTAS-SIM
                   PERFORM 0010-ABRE-RELATORIO
               END-IF.

       0010-ABRE-RELATORIO     SECTION.
               OPEN OUTPUT ARQ-COMPARACAO.
               MOVE "FOTOCMP "   TO WRK-REP-ID.
               MOVE WRK-DATA-EXEC TO WRK-REP-DATA.
               MOVE ZEROS        TO WRK-REP-LOTE.
               MOVE "PROGRAMA90" TO WRK-REP-PROGRAMA.
               PERFORM 8600-ABRE-REPOSITORIO.
               MOVE SPACES             TO CMP-CABECALHO-REC.
               MOVE "H"                TO CMP-CAB-TIPO.
               MOVE WRK-LIT-CMP-TITULO TO CMP-CAB-TITULO.
               MOVE WRK-LIT-CMP-COMP   TO CMP-CAB-LIT-COMP.
               MOVE WRK-COMP-ANTES     TO CMP-CAB-ANTES.
               MOVE WRK-LIT-CMP-X      TO CMP-CAB-LIT-X.
               MOVE WRK-COMP-DEPOIS    TO CMP-CAB-DEPOIS.
               MOVE WRK-LIT-CMP-DATA   TO CMP-CAB-LIT-DATA.
               MOVE WRK-DATA-EXEC      TO CMP-CAB-DATA.
               WRITE CMP-CABECALHO-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE SPACES              TO CMP-COLUNA-REC.
               MOVE "C"                 TO CMP-COL-TIPO.
               MOVE WRK-LIT-CMP-COLUNAS TO CMP-COL-TEXTO.
               WRITE CMP-COLUNA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    CASAMENTO PELO CODIGO: SO NA ANTERIOR = RETIRADO, SO NA
      *    POSTERIOR = INCLUIDO, NAS DUAS = COMPARA CAMPO A CAMPO
       1000-COMPARA-UM         SECTION.
               EVALUATE TRUE
                   WHEN WRK-CHAVE-ANTES < WRK-CHAVE-DEPOIS
                       PERFORM 1400-GRAVA-EXCLUIDO
                       PERFORM 1100-LE-ANTES
                   WHEN WRK-CHAVE-DEPOIS < WRK-CHAVE-ANTES
                       PERFORM 1500-GRAVA-INCLUIDO
                       PERFORM 1200-LE-DEPOIS
                   WHEN OTHER
                       PERFORM 1300-COMPARA-CAMPOS
                       PERFORM 1100-LE-ANTES
                       PERFORM 1200-LE-DEPOIS
               END-EVALUATE.

       1100-LE-ANTES           SECTION.
               IF WRK-CHAVE-ANTES NOT = WRK-CHAVE-FIM
                   READ ARQ-FOTO-ANTES NEXT RECORD
                       AT END
                           MOVE WRK-CHAVE-FIM TO WRK-CHAVE-ANTES
                       NOT AT END
                           IF SNP-COMPETENCIA = WRK-COMP-ANTES
                               MOVE SNP-IMAGEM TO WRK-ANTES
                               MOVE SNP-CODIGO TO WRK-CHAVE-ANTES
                               ADD 1 TO WRK-QTDE-ANTES
                           ELSE
                               MOVE WRK-CHAVE-FIM TO WRK-CHAVE-ANTES
                           END-IF
                   END-READ
               END-IF.

       1200-LE-DEPOIS          SECTION.
               IF WRK-CHAVE-DEPOIS NOT = WRK-CHAVE-FIM
                   READ ARQ-FOTO-DEPOIS NEXT RECORD
                       AT END
                           MOVE WRK-CHAVE-FIM TO WRK-CHAVE-DEPOIS
                       NOT AT END
                           IF SN2-COMPETENCIA = WRK-COMP-DEPOIS
                               MOVE SN2-IMAGEM TO WRK-DEPOIS
                               MOVE SN2-CODIGO TO WRK-CHAVE-DEPOIS
                               ADD 1 TO WRK-QTDE-DEPOIS
                           ELSE
                               MOVE WRK-CHAVE-FIM TO WRK-CHAVE-DEPOIS
                           END-IF
                   END-READ
               END-IF.

      *    UMA LINHA POR CAMPO DIFERENTE ENTRE AS DUAS IMAGENS;
      *    CPF, ENDERECO, AGENCIA E CONTA PASSAM PELA MASCARA
       1300-COMPARA-CAMPOS     SECTION.
               ADD 1 TO WRK-QTDE-COMPARADOS.
               MOVE "N" TO WRK-ALTERADO.
               IF EMP-NOME OF WRK-ANTES NOT = EMP-NOME OF WRK-DEPOIS
                   MOVE "NOME"                  TO WRK-DIF-CAMPO
                   MOVE EMP-NOME OF WRK-ANTES   TO WRK-DIF-ANTES
                   MOVE EMP-NOME OF WRK-DEPOIS  TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-DOCUMENTO OF WRK-ANTES
                   NOT = EMP-DOCUMENTO OF WRK-DEPOIS
                   MOVE "DOCUMENTO (CPF)"       TO WRK-DIF-CAMPO
                   MOVE EMP-DOCUMENTO OF WRK-ANTES
                       TO WRK-MSK-DOCUMENTO
                   PERFORM 8742-MASCARA-DOCUMENTO
                   MOVE WRK-MSK-DOCUMENTO       TO WRK-DIF-ANTES
                   MOVE EMP-DOCUMENTO OF WRK-DEPOIS
                       TO WRK-MSK-DOCUMENTO
                   PERFORM 8742-MASCARA-DOCUMENTO
                   MOVE WRK-MSK-DOCUMENTO       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-ENDERECO OF WRK-ANTES
                   NOT = EMP-ENDERECO OF WRK-DEPOIS
                   MOVE "ENDERECO"              TO WRK-DIF-CAMPO
                   MOVE EMP-ENDERECO OF WRK-ANTES
                       TO WRK-MSK-ENDERECO
                   PERFORM 8743-MASCARA-ENDERECO
                   MOVE WRK-MSK-ENDERECO        TO WRK-DIF-ANTES
                   MOVE EMP-ENDERECO OF WRK-DEPOIS
                       TO WRK-MSK-ENDERECO
                   PERFORM 8743-MASCARA-ENDERECO
                   MOVE WRK-MSK-ENDERECO        TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-DATA-NASC OF WRK-ANTES
                   NOT = EMP-DATA-NASC OF WRK-DEPOIS
                   MOVE "DATA NASCIMENTO"       TO WRK-DIF-CAMPO
                   MOVE EMP-DATA-NASC OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-DATA-NASC OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-DATA-ADMIS OF WRK-ANTES
                   NOT = EMP-DATA-ADMIS OF WRK-DEPOIS
                   MOVE "DATA ADMISSAO"         TO WRK-DIF-CAMPO
                   MOVE EMP-DATA-ADMIS OF WRK-ANTES TO WRK-DIF-ANTES
                   MOVE EMP-DATA-ADMIS OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-SALARIO OF WRK-ANTES
                   NOT = EMP-SALARIO OF WRK-DEPOIS
                   MOVE "SALARIO"               TO WRK-DIF-CAMPO
                   MOVE EMP-SALARIO OF WRK-ANTES  TO WRK-SALARIO-EDT
                   MOVE WRK-SALARIO-EDT           TO WRK-DIF-ANTES
                   MOVE EMP-SALARIO OF WRK-DEPOIS TO WRK-SALARIO-EDT
                   MOVE WRK-SALARIO-EDT           TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-CCUSTO OF WRK-ANTES
                   NOT = EMP-CCUSTO OF WRK-DEPOIS
                   MOVE "CENTRO DE CUSTO"       TO WRK-DIF-CAMPO
                   MOVE EMP-CCUSTO OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-CCUSTO OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-BANCO OF WRK-ANTES
                   NOT = EMP-BANCO OF WRK-DEPOIS
                   MOVE "BANCO"                 TO WRK-DIF-CAMPO
                   MOVE EMP-BANCO OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-BANCO OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-AGENCIA OF WRK-ANTES
                   NOT = EMP-AGENCIA OF WRK-DEPOIS
                   MOVE "AGENCIA"               TO WRK-DIF-CAMPO
                   MOVE ZEROS TO WRK-MSK-CONTA-NUM
                   MOVE EMP-AGENCIA OF WRK-ANTES
                       TO WRK-MSK-AGENCIA-NUM
                   PERFORM 8744-MASCARA-CONTA
                   MOVE WRK-MSK-AGENCIA         TO WRK-DIF-ANTES
                   MOVE EMP-AGENCIA OF WRK-DEPOIS
                       TO WRK-MSK-AGENCIA-NUM
                   PERFORM 8744-MASCARA-CONTA
                   MOVE WRK-MSK-AGENCIA         TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-CONTA OF WRK-ANTES
                   NOT = EMP-CONTA OF WRK-DEPOIS
                   MOVE "CONTA"                 TO WRK-DIF-CAMPO
                   MOVE ZEROS TO WRK-MSK-AGENCIA-NUM
                   MOVE EMP-CONTA OF WRK-ANTES  TO WRK-MSK-CONTA-NUM
                   PERFORM 8744-MASCARA-CONTA
                   MOVE WRK-MSK-CONTA           TO WRK-DIF-ANTES
                   MOVE EMP-CONTA OF WRK-DEPOIS TO WRK-MSK-CONTA-NUM
                   PERFORM 8744-MASCARA-CONTA
                   MOVE WRK-MSK-CONTA           TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-DEPENDENTES OF WRK-ANTES
                   NOT = EMP-DEPENDENTES OF WRK-DEPOIS
                   MOVE "DEPENDENTES"           TO WRK-DIF-CAMPO
                   MOVE EMP-DEPENDENTES OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-DEPENDENTES OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-SITUACAO OF WRK-ANTES
                   NOT = EMP-SITUACAO OF WRK-DEPOIS
                   MOVE "SITUACAO"              TO WRK-DIF-CAMPO
                   MOVE EMP-SITUACAO OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-SITUACAO OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-DATA-DESLIG OF WRK-ANTES
                   NOT = EMP-DATA-DESLIG OF WRK-DEPOIS
                   MOVE "DATA DESLIGAM."        TO WRK-DIF-CAMPO
                   MOVE EMP-DATA-DESLIG OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-DATA-DESLIG OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-MOTIVO-DESLIG OF WRK-ANTES
                   NOT = EMP-MOTIVO-DESLIG OF WRK-DEPOIS
                   MOVE "MOTIVO DESLIGAM."      TO WRK-DIF-CAMPO
                   MOVE EMP-MOTIVO-DESLIG OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-MOTIVO-DESLIG OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-CARGO OF WRK-ANTES
                   NOT = EMP-CARGO OF WRK-DEPOIS
                   MOVE "CARGO"                 TO WRK-DIF-CAMPO
                   MOVE EMP-CARGO OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-CARGO OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-ESTAB OF WRK-ANTES
                   NOT = EMP-ESTAB OF WRK-DEPOIS
                   MOVE "ESTABELECIMENTO"       TO WRK-DIF-CAMPO
                   MOVE EMP-ESTAB OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-ESTAB OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-SINDICATO OF WRK-ANTES
                   NOT = EMP-SINDICATO OF WRK-DEPOIS
                   MOVE "SINDICATO"             TO WRK-DIF-CAMPO
                   MOVE EMP-SINDICATO OF WRK-ANTES  TO WRK-DIF-ANTES
                   MOVE EMP-SINDICATO OF WRK-DEPOIS TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-SIND-DESCONTO OF WRK-ANTES
                   NOT = EMP-SIND-DESCONTO OF WRK-DEPOIS
                   MOVE "DESC. SINDICAL"        TO WRK-DIF-CAMPO
                   MOVE EMP-SIND-DESCONTO OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-SIND-DESCONTO OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-SEXO OF WRK-ANTES
                   NOT = EMP-SEXO OF WRK-DEPOIS
                   MOVE "SEXO"                  TO WRK-DIF-CAMPO
                   MOVE EMP-SEXO OF WRK-ANTES   TO WRK-DIF-ANTES
                   MOVE EMP-SEXO OF WRK-DEPOIS  TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-RACA-COR OF WRK-ANTES
                   NOT = EMP-RACA-COR OF WRK-DEPOIS
                   MOVE "RACA/COR"              TO WRK-DIF-CAMPO
                   MOVE EMP-RACA-COR OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-RACA-COR OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-PCD OF WRK-ANTES
                   NOT = EMP-PCD OF WRK-DEPOIS
                   MOVE "PCD"                   TO WRK-DIF-CAMPO
                   MOVE EMP-PCD OF WRK-ANTES    TO WRK-DIF-ANTES
                   MOVE EMP-PCD OF WRK-DEPOIS   TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-APRENDIZ OF WRK-ANTES
                   NOT = EMP-APRENDIZ OF WRK-DEPOIS
                   MOVE "APRENDIZ"              TO WRK-DIF-CAMPO
                   MOVE EMP-APRENDIZ OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-APRENDIZ OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF EMP-APREND-FIM OF WRK-ANTES
                   NOT = EMP-APREND-FIM OF WRK-DEPOIS
                   MOVE "FIM APRENDIZAGEM"      TO WRK-DIF-CAMPO
                   MOVE EMP-APREND-FIM OF WRK-ANTES
                       TO WRK-DIF-ANTES
                   MOVE EMP-APREND-FIM OF WRK-DEPOIS
                       TO WRK-DIF-DEPOIS
                   PERFORM 1310-GRAVA-DIFERENCA
               END-IF.
               IF WRK-ALTERADO-SIM
                   ADD 1 TO WRK-QTDE-ALTERADOS
               END-IF.

       1310-GRAVA-DIFERENCA    SECTION.
               MOVE "S" TO WRK-ALTERADO.
               ADD 1 TO WRK-QTDE-CAMPOS.
               MOVE SPACES                 TO CMP-DETALHE-REC.
               MOVE "D"                    TO CMP-DET-TIPO.
               MOVE EMP-CODIGO OF WRK-DEPOIS TO CMP-DET-CODIGO.
               MOVE EMP-NOME OF WRK-DEPOIS TO CMP-DET-NOME.
               MOVE WRK-DIF-CAMPO          TO CMP-DET-CAMPO.
               MOVE WRK-DIF-ANTES          TO CMP-DET-ANTES.
               MOVE WRK-DIF-DEPOIS         TO CMP-DET-DEPOIS.
               WRITE CMP-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    SO NA FOTO ANTERIOR - SAIU DO MESTRE NO INTERVALO (O
      *    DESLIGADO CONTINUA NO MESTRE ATE O EXPURGO DO PROGRAMA65)
       1400-GRAVA-EXCLUIDO     SECTION.
               ADD 1 TO WRK-QTDE-EXCLUIDOS.
               MOVE SPACES                TO CMP-DETALHE-REC.
               MOVE "D"                   TO CMP-DET-TIPO.
               MOVE EMP-CODIGO OF WRK-ANTES TO CMP-DET-CODIGO.
               MOVE EMP-NOME OF WRK-ANTES TO CMP-DET-NOME.
               MOVE WRK-LIT-CMP-REGISTRO  TO CMP-DET-CAMPO.
               MOVE WRK-LIT-CMP-CONSTA    TO CMP-DET-ANTES.
               MOVE WRK-LIT-CMP-EXCLUIDO  TO CMP-DET-DEPOIS.
               WRITE CMP-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    SO NA FOTO POSTERIOR - ADMITIDO (OU READMITIDO SOB
      *    CODIGO NOVO) NO INTERVALO
       1500-GRAVA-INCLUIDO     SECTION.
               ADD 1 TO WRK-QTDE-INCLUIDOS.
               MOVE SPACES                 TO CMP-DETALHE-REC.
               MOVE "D"                    TO CMP-DET-TIPO.
               MOVE EMP-CODIGO OF WRK-DEPOIS TO CMP-DET-CODIGO.
               MOVE EMP-NOME OF WRK-DEPOIS TO CMP-DET-NOME.
               MOVE WRK-LIT-CMP-REGISTRO   TO CMP-DET-CAMPO.
               MOVE WRK-LIT-CMP-AUSENTE    TO CMP-DET-ANTES.
               MOVE WRK-LIT-CMP-INCLUIDO   TO CMP-DET-DEPOIS.
               WRITE CMP-DETALHE-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

       2000-GRAVA-TOTAIS       SECTION.
               MOVE SPACES              TO CMP-TOTAL-REC.
               MOVE "T"                 TO CMP-TOT-TIPO.
               MOVE WRK-LIT-CMP-T-COMP  TO CMP-TOT-DESCRICAO.
               MOVE WRK-QTDE-COMPARADOS TO CMP-TOT-QTDE.
               WRITE CMP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE WRK-LIT-CMP-T-ALT   TO CMP-TOT-DESCRICAO.
               MOVE WRK-QTDE-ALTERADOS  TO CMP-TOT-QTDE.
               WRITE CMP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE WRK-LIT-CMP-T-CAMPOS TO CMP-TOT-DESCRICAO.
               MOVE WRK-QTDE-CAMPOS     TO CMP-TOT-QTDE.
               WRITE CMP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE WRK-LIT-CMP-T-INC   TO CMP-TOT-DESCRICAO.
               MOVE WRK-QTDE-INCLUIDOS  TO CMP-TOT-QTDE.
               WRITE CMP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               MOVE WRK-LIT-CMP-T-EXC   TO CMP-TOT-DESCRICAO.
               MOVE WRK-QTDE-EXCLUIDOS  TO CMP-TOT-QTDE.
               WRITE CMP-TOTAL-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-COMPARACAO.
               DISPLAY "COMPARACAO DAS FOTOS " WRK-COMP-ANTES " X "
                   WRK-COMP-DEPOIS " GRAVADA (FOTOCMP) - "
                   WRK-QTDE-ALTERADOS " ALTERADOS / "
                   WRK-QTDE-CAMPOS " CAMPOS / "
                   WRK-QTDE-INCLUIDOS " INCLUIDOS / "
                   WRK-QTDE-EXCLUIDOS " RETIRADOS".

       3000-FINALIZAR          SECTION.
               CLOSE ARQ-FOTO-ANTES.
               CLOSE ARQ-FOTO-DEPOIS.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
       8690-COPIA-REPOSITORIO  SECTION.
               MOVE CMP-CABECALHO-REC TO WRK-REP-LINHA.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPAUDPR.

           COPY CPOPERPR.

           COPY CPMSKPR.
