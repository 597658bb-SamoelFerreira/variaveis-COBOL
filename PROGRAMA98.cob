           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA98.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: RETORNO MENSAL DOS DESCONTOS DE CONSIGNADO AO
      *==          BANCO CREDOR - RODA DEPOIS DA FOLHA MENSAL
      *==          (PROGRAMA12) FECHAR A COMPETENCIA, UM PASSO
      *==          POR BANCO. PERCORRE O CONSIG E, PARA CADA
      *==          CONTRATO DO BANCO, DEVOLVE NO ARQUIVO CSGMES
      *==          A PARCELA DESCONTADA NA COMPETENCIA (ULTIMA
      *==          BAIXA NA COMPETENCIA) OU NAO DESCONTADA
      *==          (CONTRATO ATIVO, COM PARCELA A PAGAR E JA
      *==          INICIADO, SEM BAIXA NA COMPETENCIA) COM O
      *==          MOTIVO: FUNCIONARIO NAO CADASTRADO, DESLIGADO,
      *==          AFASTADO OU MARGEM CONSIGNAVEL INSUFICIENTE. O
      *==          CONTRATO SAI PELO NUMERO DO BANCO (AVERBADO
      *==          NO PROGRAMA97) E PELO CPF DO FUNCIONARIO; O
      *==          RODAPE TRAZ QUANTIDADES E TOTAIS DOS DOIS.
      *==          SYSIN: OPERADOR, COMPETENCIA AAAAMM E BANCO.
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
               SELECT ARQ-CTL-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-RETORNO-MES ASSIGN TO "CSGMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-RETORNO-MES.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ98"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-CONSIGNADOS
               LABEL RECORD IS STANDARD.
           COPY CPCONSIG.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-CTL-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

      *    RETORNO MENSAL AO BANCO, LARGURA FIXA DE 120: "H" COM
      *    BANCO E COMPETENCIA, UM "D" POR CONTRATO (SITUACAO
      *    D-DESCONTADA  N-NAO DESCONTADA) E O "T" COM OS TOTAIS
           FD  ARQ-RETORNO-MES
               LABEL RECORD IS STANDARD.
           01  RMS-CABECALHO-REC.
               05 RMS-CAB-TIPO         PIC X(01).
               05 RMS-CAB-BANCO        PIC 9(03).
               05 RMS-CAB-COMPETENCIA  PIC 9(06).
               05 RMS-CAB-DATA         PIC 9(08).
               05 RMS-CAB-LOTE         PIC 9(05).
               05 FILLER               PIC X(97).
           01  RMS-DETALHE-REC REDEFINES RMS-CABECALHO-REC.
               05 RMS-DET-TIPO         PIC X(01).
               05 RMS-DET-CPF          PIC X(11).
               05 RMS-DET-CODIGO-EMP   PIC 9(05).
               05 RMS-DET-CONTRATO     PIC X(20).
               05 RMS-DET-CONTRATO-INT PIC 9(03).
               05 RMS-DET-PARCELA      PIC 9(06)V99.
               05 RMS-DET-SITUACAO     PIC X(01).
               05 RMS-DET-PARCELAS-REST PIC 9(03).
               05 RMS-DET-MOTIVO       PIC X(40).
               05 FILLER               PIC X(28).
           01  RMS-RODAPE-REC REDEFINES RMS-CABECALHO-REC.
               05 RMS-ROD-TIPO         PIC X(01).
               05 RMS-ROD-QTDE-DESC    PIC 9(05).
               05 RMS-ROD-TOTAL-DESC   PIC 9(11)V99.
               05 RMS-ROD-QTDE-NAO-DESC PIC 9(05).
               05 RMS-ROD-TOTAL-NAO-DESC PIC 9(11)V99.
               05 FILLER               PIC X(83).

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-CONSIGNADOS   PIC X(02) VALUE SPACES.
           88 WRK-FS-CONSIGNADOS-OK      VALUE "00".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-FS-CTL-FOLHA     PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-FOLHA-OK        VALUE "00".
       77 WRK-FS-RETORNO-MES   PIC X(02) VALUE SPACES.
           88 WRK-FS-RETORNO-MES-OK      VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".

       77 WRK-PARAMETROS-OK    PIC X(01) VALUE "S".
           88 WRK-PARAMETROS-OK-SIM      VALUE "S".
       77 WRK-CONSIG-ABERTO    PIC X(01) VALUE "N".
           88 WRK-CONSIG-ABERTO-SIM      VALUE "S".
       77 WRK-MESTRE-ABERTO    PIC X(01) VALUE "N".
           88 WRK-MESTRE-ABERTO-SIM      VALUE "S".
       77 WRK-FIM-CONSIG       PIC X(01) VALUE "N".
           88 WRK-FIM-CONSIG-SIM         VALUE "S".
       77 WRK-EMP-ACHOU        PIC X(01) VALUE "N".
           88 WRK-EMP-ACHOU-SIM          VALUE "S".

       77 WRK-BANCO-SEL        PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-PARCELA PIC X(01) VALUE SPACES.
           88 WRK-PARCELA-DESCONTADA     VALUE "D".
           88 WRK-PARCELA-NAO-DESCONTADA VALUE "N".
       77 WRK-MOTIVO-PARCELA   PIC X(40) VALUE SPACES.

       77 WRK-QTDE-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DESC        PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DESC       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-NAO-DESC    PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-NAO-DESC   PIC 9(11)V99 VALUE ZEROS.

       01 WRK-COMPETENCIA-R.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-R PIC 9(06).

           COPY CPBATCH.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               IF WRK-PARAMETROS-OK-SIM
                   PERFORM 0001-GERA-RETORNO
               END-IF.
               PERFORM 0002-FINALIZAR.

       0000-ABRIR-ARQUIVOS     SECTION.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE A COMPETENCIA (AAAAMM): "
                   ACCEPT WRK-COMPETENCIA.
               DISPLAY "DIGITE O BANCO CREDOR: "
                   ACCEPT WRK-BANCO-SEL.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               PERFORM 0000-A-VALIDA-PARAMETROS.
               IF WRK-PARAMETROS-OK-SIM
                   PERFORM 0000-C-ABRE-ARQUIVOS
               END-IF.

      *    O RETORNO SO SAI DE COMPETENCIA FECHADA - COM A FOLHA
      *    ABERTA A BAIXA DAS PARCELAS AINDA PODE MUDAR
       0000-A-VALIDA-PARAMETROS SECTION.
               MOVE "S" TO WRK-PARAMETROS-OK.
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   OR WRK-COMP-ANO < 1900
                   DISPLAY "ERRO: COMPETENCIA INVALIDA - "
                       WRK-COMPETENCIA
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               IF WRK-BANCO-SEL = ZEROS
                   DISPLAY "ERRO: BANCO CREDOR NAO INFORMADO"
                   MOVE "N" TO WRK-PARAMETROS-OK
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
                       "MENSAL (PROGRAMA12) ANTES DO RETORNO ***"
               END-IF.

       0000-C-ABRE-ARQUIVOS    SECTION.
               OPEN INPUT ARQ-CONSIGNADOS.
               IF WRK-FS-CONSIGNADOS-OK
                   MOVE "S" TO WRK-CONSIG-ABERTO
               ELSE
                   DISPLAY "ERRO: CADASTRO DE CONSIGNADOS (CONSIG) "
                       "NAO ENCONTRADO - FS: " WRK-FS-CONSIGNADOS
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-ABERTO
               ELSE
                   DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - FS: "
                       WRK-FS-MESTRE
                   MOVE "N" TO WRK-PARAMETROS-OK
               END-IF.

       0001-GERA-RETORNO       SECTION.
               OPEN OUTPUT ARQ-RETORNO-MES.
               MOVE SPACES          TO RMS-CABECALHO-REC.
               MOVE "H"             TO RMS-CAB-TIPO.
               MOVE WRK-BANCO-SEL   TO RMS-CAB-BANCO.
               MOVE WRK-COMPETENCIA TO RMS-CAB-COMPETENCIA.
               MOVE BAT-DATA        TO RMS-CAB-DATA.
               MOVE BAT-NUMERO      TO RMS-CAB-LOTE.
               WRITE RMS-CABECALHO-REC.
               MOVE "N" TO WRK-FIM-CONSIG.
               PERFORM 0001-A-PROCESSA-CONTRATO
                   UNTIL WRK-FIM-CONSIG-SIM.
               MOVE SPACES             TO RMS-RODAPE-REC.
               MOVE "T"                TO RMS-ROD-TIPO.
               MOVE WRK-QTDE-DESC      TO RMS-ROD-QTDE-DESC.
               MOVE WRK-TOTAL-DESC     TO RMS-ROD-TOTAL-DESC.
               MOVE WRK-QTDE-NAO-DESC  TO RMS-ROD-QTDE-NAO-DESC.
               MOVE WRK-TOTAL-NAO-DESC TO RMS-ROD-TOTAL-NAO-DESC.
               WRITE RMS-RODAPE-REC.
               CLOSE ARQ-RETORNO-MES.

      *    SO ENTRA O CONTRATO DO BANCO COM BAIXA NA COMPETENCIA
      *    OU QUE DEVERIA TER TIDO (ATIVO, COM PARCELA A PAGAR E
      *    INICIO JA ALCANCADO); QUITADO ANTES E CONTRATO QUE
      *    AINDA NAO COMECOU FICAM DE FORA
       0001-A-PROCESSA-CONTRATO SECTION.
               READ ARQ-CONSIGNADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CONSIG
                   NOT AT END
                       IF CSG-BANCO = WRK-BANCO-SEL
                           MOVE SPACES TO WRK-SITUACAO-PARCELA
                           IF CSG-ULT-COMPETENCIA = WRK-COMPETENCIA
                               SET WRK-PARCELA-DESCONTADA TO TRUE
                           ELSE
                               IF CSG-ATIVO
                                   AND CSG-PARCELAS-REST > 0
                                   AND (CSG-COMP-INICIO NOT NUMERIC
                                   OR CSG-COMP-INICIO
                                       <= WRK-COMPETENCIA)
                                   SET WRK-PARCELA-NAO-DESCONTADA
                                       TO TRUE
                               END-IF
                           END-IF
                           IF WRK-SITUACAO-PARCELA NOT = SPACES
                               ADD 1 TO WRK-QTDE-LIDOS
                               PERFORM 0001-B-GRAVA-DETALHE
                           END-IF
                       END-IF
               END-READ.

      *    O MOTIVO DA PARCELA NAO DESCONTADA SAI DA SITUACAO DO
      *    FUNCIONARIO; ATIVO SEM DESCONTO FOI A MARGEM DO MES
      *    (A FOLHA MENSAL RECUSA A PARCELA ACIMA DOS 30%)
       0001-B-GRAVA-DETALHE    SECTION.
               MOVE "N"            TO WRK-EMP-ACHOU.
               MOVE CSG-CODIGO-EMP TO EMP-CODIGO.
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE SPACES TO EMP-DOCUMENTO
                   NOT INVALID KEY
                       MOVE "S" TO WRK-EMP-ACHOU
               END-READ.
               IF WRK-PARCELA-DESCONTADA
                   MOVE "PARCELA DESCONTADA EM FOLHA"
                       TO WRK-MOTIVO-PARCELA
                   ADD 1 TO WRK-QTDE-DESC
                   ADD CSG-VALOR-PARCELA TO WRK-TOTAL-DESC
               ELSE
                   EVALUATE TRUE
                       WHEN NOT WRK-EMP-ACHOU-SIM
                           MOVE "FUNCIONARIO NAO CADASTRADO"
                               TO WRK-MOTIVO-PARCELA
                       WHEN EMP-DESLIGADO
                           MOVE "FUNCIONARIO DESLIGADO"
                               TO WRK-MOTIVO-PARCELA
                       WHEN EMP-AFASTADO
                           MOVE "FUNCIONARIO AFASTADO"
                               TO WRK-MOTIVO-PARCELA
                       WHEN OTHER
                           MOVE "MARGEM CONSIGNAVEL INSUFICIENTE"
                               TO WRK-MOTIVO-PARCELA
                   END-EVALUATE
                   ADD 1 TO WRK-QTDE-NAO-DESC
                   ADD CSG-VALOR-PARCELA TO WRK-TOTAL-NAO-DESC
               END-IF.
               MOVE SPACES              TO RMS-DETALHE-REC.
               MOVE "D"                 TO RMS-DET-TIPO.
               MOVE EMP-DOCUMENTO       TO RMS-DET-CPF.
               MOVE CSG-CODIGO-EMP      TO RMS-DET-CODIGO-EMP.
               MOVE CSG-CONTRATO-BANCO  TO RMS-DET-CONTRATO.
               MOVE CSG-CONTRATO        TO RMS-DET-CONTRATO-INT.
               MOVE CSG-VALOR-PARCELA   TO RMS-DET-PARCELA.
               MOVE WRK-SITUACAO-PARCELA TO RMS-DET-SITUACAO.
               MOVE CSG-PARCELAS-REST   TO RMS-DET-PARCELAS-REST.
               MOVE WRK-MOTIVO-PARCELA  TO RMS-DET-MOTIVO.
               WRITE RMS-DETALHE-REC.

       0002-FINALIZAR          SECTION.
               IF WRK-PARAMETROS-OK-SIM
                   DISPLAY "RETORNO DO BANCO " WRK-BANCO-SEL
                       " COMPETENCIA " WRK-COMPETENCIA
                       " - CONTRATOS " WRK-QTDE-LIDOS
                   DISPLAY "DESCONTADAS " WRK-QTDE-DESC
                       " TOTAL " WRK-TOTAL-DESC
                       " NAO DESCONTADAS " WRK-QTDE-NAO-DESC
                       " TOTAL " WRK-TOTAL-NAO-DESC
                   MOVE "PROGRAMA98" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   MOVE SPACES       TO AUD-DESCRICAO
                   STRING "LOTE " BAT-NUMERO " RETORNO CSGMES BANCO "
                       WRK-BANCO-SEL " COMP " WRK-COMPETENCIA
                       " DESC " WRK-QTDE-DESC
                       " NAO DESC " WRK-QTDE-NAO-DESC
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               ELSE
                   DISPLAY "*** RETORNO MENSAL NAO GERADO ***"
               END-IF.
               IF WRK-CONSIG-ABERTO-SIM
                   CLOSE ARQ-CONSIGNADOS
               END-IF.
               IF WRK-MESTRE-ABERTO-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPBATPR.
