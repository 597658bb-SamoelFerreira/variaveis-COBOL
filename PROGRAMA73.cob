           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA73.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE ADESOES AO PLANO DE
      *==          SAUDE E ODONTOLOGICO (ARQ. PLANOSAU, COPYBOOK
      *==          CPPLANO) - LISTAR AS VIDAS DE UM TITULAR,
      *==          INCLUIR UMA VIDA (O FUNCIONARIO, SEQUENCIA 00,
      *==          OU UM DEPENDENTE JA CADASTRADO NO DEPENDE DO
      *==          PROGRAMA55, DESDE QUE O TITULAR TENHA O MESMO
      *==          PRODUTO) COM O PLANO VALIDADO NA TABELA DE
      *==          PRECOS TABPLAN, E ENCERRAR A COBERTURA (O
      *==          ENCERRAMENTO DO TITULAR ENCERRA TAMBEM OS
      *==          DEPENDENTES DO PRODUTO). A FOLHA MENSAL DESCONTA
      *==          A PARTE DO FUNCIONARIO E A CONCILIACAO DA FATURA
      *==          (PROGRAMA74) CONFERE A OPERADORA CONTRA ESTE
      *==          CADASTRO - NAO HAVIA REGISTRO DE QUEM ERA
      *==          INSCRITO.
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
               SELECT ARQ-PLANOS ASSIGN TO "PLANOSAU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLS-CHAVE
                   FILE STATUS IS WRK-FS-PLANOSAU.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-CHAVE
                   FILE STATUS IS WRK-FS-DEPENDE.
               SELECT ARQ-TABELA-PLANO ASSIGN TO "TABPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABPLAN.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-PLANOS
               LABEL RECORD IS STANDARD.
           COPY CPPLANO.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-DEPENDENTES
               LABEL RECORD IS STANDARD.
           COPY CPDEPEND.

           FD  ARQ-TABELA-PLANO
               LABEL RECORD IS STANDARD.
           COPY CPTABPLN.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-DEPENDE       PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPENDE-OK          VALUE "00".
       77 WRK-DEPENDE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-DEPENDE-DISPONIVEL-SIM VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-ENCERRAR          VALUE 3.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-ENCERRADAS  PIC 9(03) VALUE ZEROS.

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-PRODUTO          PIC X(01) VALUE SPACES.
           88 WRK-PRODUTO-VALIDO         VALUE "S" "O".
       77 WRK-SEQ-DEP          PIC 9(02) VALUE ZEROS.
       77 WRK-PLANO            PIC X(02) VALUE SPACES.
       77 WRK-NOME-VIDA        PIC X(30) VALUE SPACES.
       77 WRK-CARTEIRINHA      PIC X(20) VALUE SPACES.
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIGITADA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01) VALUE "N".
           88 WRK-DATA-OK                VALUE "S".
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".
       77 WRK-SITUACAO-VIDA    PIC X(09) VALUE SPACES.
       77 WRK-VALOR-EDT        PIC ZZZ.ZZ9,99.

           COPY CPPLNTB.
           COPY CPDATA.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-VIDA
                   WHEN WRK-MODO-ENCERRAR
                       PERFORM 0003-ENCERRA-VIDA
                   WHEN OTHER
                       PERFORM 0001-LISTA-VIDAS
               END-EVALUATE.
               PERFORM 0004-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR POR TITULAR  2-INCLUIR VIDA  "
                   "3-ENCERRAR COBERTURA "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-PLANOS.
               IF WRK-FS-PLANOSAU-NAO-EXISTE
                   OPEN OUTPUT ARQ-PLANOS
                   CLOSE ARQ-PLANOS
                   OPEN I-O ARQ-PLANOS
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN INPUT ARQ-DEPENDENTES.
               IF WRK-FS-DEPENDE-OK
                   MOVE "S" TO WRK-DEPENDE-DISPONIVEL
               END-IF.
      *        PRECOS VIGENTES HOJE - A LISTAGEM MOSTRA A PARTE DO
      *        FUNCIONARIO E A INCLUSAO SO ACEITA PLANO COM PRECO
               MOVE WRK-DATA-HOJE TO WRK-PLN-DATA-REF.
               PERFORM 7885-CARREGA-TABPLAN.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

      *    LISTA AS VIDAS DO TITULAR (SAUDE E ODONTO), COM A
      *    SITUACAO NA DATA DE HOJE E A PARTE DO FUNCIONARIO NA
      *    MENSALIDADE PELA TABELA VIGENTE
       0001-LISTA-VIDAS        SECTION.
               DISPLAY "DIGITE O CODIGO DO TITULAR: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE WRK-CODIGO-EMP TO PLS-CODIGO-EMP.
               MOVE LOW-VALUES     TO PLS-PRODUTO.
               MOVE ZEROS          TO PLS-SEQ-DEP.
               START ARQ-PLANOS KEY IS NOT LESS THAN PLS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UMA
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE VIDAS DO TITULAR: " WRK-QTDE-LINHAS.

       0001-A-LISTA-UMA        SECTION.
               READ ARQ-PLANOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF PLS-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           IF PLS-DATA-FIM = ZEROS
                               OR PLS-DATA-FIM NOT < WRK-DATA-HOJE
                               MOVE "VIGENTE  " TO WRK-SITUACAO-VIDA
                           ELSE
                               MOVE "ENCERRADA" TO WRK-SITUACAO-VIDA
                           END-IF
                           MOVE PLS-PRODUTO TO WRK-PLN-BUSCA-PRODUTO
                           MOVE PLS-PLANO   TO WRK-PLN-BUSCA-PLANO
                           PERFORM 7887-BUSCA-PLANO
                           MOVE ZEROS TO WRK-PLN-VALOR-VIDA
                           IF WRK-TPL-ACHOU-SIM
                               IF PLS-TITULAR
                                   COMPUTE WRK-PLN-VALOR-VIDA ROUNDED
                                       = WRK-TPL-VALOR-VIDA
                                       (WRK-TPL-POS)
                                       * WRK-TPL-PERC-TITULAR
                                       (WRK-TPL-POS) / 100
                               ELSE
                                   COMPUTE WRK-PLN-VALOR-VIDA ROUNDED
                                       = WRK-TPL-VALOR-VIDA
                                       (WRK-TPL-POS)
                                       * WRK-TPL-PERC-DEPEND
                                       (WRK-TPL-POS) / 100
                               END-IF
                           END-IF
                           MOVE WRK-PLN-VALOR-VIDA TO WRK-VALOR-EDT
                           DISPLAY PLS-PRODUTO " SEQ " PLS-SEQ-DEP
                               " " PLS-NOME
                               " PLANO " PLS-PLANO
                               " " PLS-DATA-INICIO
                               " A " PLS-DATA-FIM
                               " " WRK-SITUACAO-VIDA
                               " FUNC R$ " WRK-VALOR-EDT
                       END-IF
               END-READ.

      *    INCLUSAO VALIDADA: TITULAR EXISTENTE E NAO DESLIGADO,
      *    PRODUTO S/O, DEPENDENTE EXISTENTE NO DEPENDE COM O
      *    TITULAR JA INSCRITO NO PRODUTO, PLANO COM PRECO NA
      *    TABPLAN E DATA DE INICIO VALIDA - CADASTRO
      *    INDISPONIVEL ACEITA COM AVISO, COMO NO PROGRAMA55
       0002-INCLUI-VIDA        SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
               DISPLAY "DIGITE O CODIGO DO TITULAR: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE SPACES TO WRK-NOME-VIDA.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO"
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               DISPLAY "ERRO: FUNCIONARIO "
                                   "DESLIGADO"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           ELSE
                               DISPLAY "TITULAR: " EMP-NOME
                               MOVE EMP-NOME TO WRK-NOME-VIDA
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "CADASTRO MESTRE INDISPONIVEL - "
                       "CODIGO ACEITO SEM VALIDACAO"
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE SPACES TO WRK-PRODUTO
                   PERFORM 0002-A-VALIDA-PRODUTO
                       UNTIL WRK-PRODUTO-VALIDO
                   DISPLAY "DIGITE A SEQUENCIA DO DEPENDENTE NO "
                       "DEPENDE (00 = O PROPRIO TITULAR): "
                       ACCEPT WRK-SEQ-DEP
                   IF WRK-SEQ-DEP NOT = ZEROS
                       PERFORM 0002-B-VALIDA-DEPENDENTE
                   END-IF
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE SPACES TO WRK-PLANO
                   PERFORM 0002-C-VALIDA-PLANO
                       UNTIL WRK-PLANO NOT = SPACES
                   DISPLAY "DIGITE A CARTEIRINHA DA OPERADORA: "
                       ACCEPT WRK-CARTEIRINHA
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0002-D-VALIDA-INICIO
                       UNTIL WRK-DATA-OK
                   MOVE WRK-CODIGO-EMP  TO PLS-CODIGO-EMP
                   MOVE WRK-PRODUTO     TO PLS-PRODUTO
                   MOVE WRK-SEQ-DEP     TO PLS-SEQ-DEP
                   MOVE WRK-PLANO       TO PLS-PLANO
                   MOVE WRK-NOME-VIDA   TO PLS-NOME
                   MOVE WRK-CARTEIRINHA TO PLS-CARTEIRINHA
                   MOVE WRK-DATA-INICIO TO PLS-DATA-INICIO
                   MOVE ZEROS           TO PLS-DATA-FIM
                   MOVE WRK-OPERADOR    TO PLS-OPERADOR
                   MOVE WRK-DATA-HOJE   TO PLS-DATA-REGISTRO
                   WRITE PLS-REGISTRO
                   IF WRK-FS-PLANOSAU-DUPLICADO
                       DISPLAY "VIDA " WRK-SEQ-DEP
                           " JA INSCRITA NO PRODUTO " WRK-PRODUTO
                           " PARA O TITULAR " WRK-CODIGO-EMP
                   ELSE
                       DISPLAY "VIDA INCLUIDA"
                       MOVE "PROGRAMA73" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "ADESAO PLANO " WRK-PRODUTO
                           " CODIGO " WRK-CODIGO-EMP
                           " SEQ " WRK-SEQ-DEP
                           " PLANO " WRK-PLANO
                           " INICIO " WRK-DATA-INICIO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   DISPLAY "INCLUSAO REJEITADA"
               END-IF.

       0002-A-VALIDA-PRODUTO   SECTION.
               DISPLAY "DIGITE O PRODUTO (S-SAUDE  O-ODONTO): "
                   ACCEPT WRK-PRODUTO.
               IF NOT WRK-PRODUTO-VALIDO
                   DISPLAY "ERRO: PRODUTO DEVE SER S OU O"
               END-IF.

      *    DEPENDENTE TEM QUE EXISTIR NO DEPENDE E O TITULAR TEM
      *    QUE ESTAR INSCRITO NO MESMO PRODUTO
       0002-B-VALIDA-DEPENDENTE SECTION.
               IF WRK-DEPENDE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO DEP-CODIGO-EMP
                   MOVE WRK-SEQ-DEP    TO DEP-SEQ
                   READ ARQ-DEPENDENTES
                       INVALID KEY
                           DISPLAY "ERRO: DEPENDENTE " WRK-SEQ-DEP
                               " NAO CADASTRADO NO DEPENDE"
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           DISPLAY "DEPENDENTE: " DEP-NOME
                           MOVE DEP-NOME TO WRK-NOME-VIDA
                   END-READ
               ELSE
                   DISPLAY "CADASTRO DE DEPENDENTES INDISPONIVEL - "
                       "SEQUENCIA ACEITA SEM VALIDACAO"
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE WRK-CODIGO-EMP TO PLS-CODIGO-EMP
                   MOVE WRK-PRODUTO    TO PLS-PRODUTO
                   MOVE ZEROS          TO PLS-SEQ-DEP
                   READ ARQ-PLANOS
                       INVALID KEY
                           DISPLAY "ERRO: TITULAR NAO INSCRITO NO "
                               "PRODUTO " WRK-PRODUTO
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           IF PLS-DATA-FIM NOT = ZEROS
                               AND PLS-DATA-FIM < WRK-DATA-HOJE
                               DISPLAY "ERRO: COBERTURA DO TITULAR "
                                   "ENCERRADA EM " PLS-DATA-FIM
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           END-IF
                   END-READ
               END-IF.

      *    PLANO SO E ACEITO SE TIVER PRECO VIGENTE NA TABPLAN;
      *    SEM A TABELA, ACEITA COM AVISO
       0002-C-VALIDA-PLANO     SECTION.
               DISPLAY "DIGITE O PLANO (CODIGO DA TABPLAN): "
                   ACCEPT WRK-PLANO.
               IF WRK-PLANO = SPACES
                   DISPLAY "ERRO: PLANO DEVE SER INFORMADO"
               ELSE
                   IF WRK-TPL-QTDE > ZEROS
                       MOVE WRK-PRODUTO TO WRK-PLN-BUSCA-PRODUTO
                       MOVE WRK-PLANO   TO WRK-PLN-BUSCA-PLANO
                       PERFORM 7887-BUSCA-PLANO
                       IF NOT WRK-TPL-ACHOU-SIM
                           DISPLAY "ERRO: PLANO " WRK-PLANO
                               " SEM PRECO NA TABPLAN PARA O "
                               "PRODUTO " WRK-PRODUTO
                           MOVE SPACES TO WRK-PLANO
                       END-IF
                   ELSE
                       DISPLAY "TABELA DE PRECOS INDISPONIVEL - "
                           "PLANO ACEITO SEM VALIDACAO"
                   END-IF
               END-IF.

       0002-D-VALIDA-INICIO    SECTION.
               DISPLAY "DIGITE O INICIO DA COBERTURA (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-INICIO
               END-IF.

      *    DATA DIGITADA (AAAAMMDD) PELO CPDATAVL
       0002-Z-VALIDA-DATA      SECTION.
               MOVE "N" TO WRK-DATA-VALIDA.
               MOVE WRK-DATA-DIGITADA (1:4) TO CPD-ANO OF CPD-DATA.
               MOVE WRK-DATA-DIGITADA (5:2) TO CPD-MES OF CPD-DATA.
               MOVE WRK-DATA-DIGITADA (7:2) TO CPD-DIA OF CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.
               IF CPD-DATA-OK
                   MOVE "S" TO WRK-DATA-VALIDA
               ELSE
                   DISPLAY "ERRO: " CPD-DATA-MSG-ERRO
               END-IF.

      *    ENCERRAMENTO DA COBERTURA DE UMA VIDA - O DO TITULAR
      *    LEVA JUNTO OS DEPENDENTES AINDA COBERTOS NO PRODUTO
       0003-ENCERRA-VIDA       SECTION.
               DISPLAY "DIGITE O CODIGO DO TITULAR: "
                   ACCEPT WRK-CODIGO-EMP.
               MOVE SPACES TO WRK-PRODUTO.
               PERFORM 0002-A-VALIDA-PRODUTO
                   UNTIL WRK-PRODUTO-VALIDO.
               DISPLAY "DIGITE A SEQUENCIA DA VIDA (00 = TITULAR): "
                   ACCEPT WRK-SEQ-DEP.
               MOVE WRK-CODIGO-EMP TO PLS-CODIGO-EMP.
               MOVE WRK-PRODUTO    TO PLS-PRODUTO.
               MOVE WRK-SEQ-DEP    TO PLS-SEQ-DEP.
               READ ARQ-PLANOS
                   INVALID KEY
                       DISPLAY "VIDA NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF PLS-DATA-FIM NOT = ZEROS
                           DISPLAY "ERRO: COBERTURA JA ENCERRADA EM "
                               PLS-DATA-FIM
                       ELSE
                           PERFORM 0003-A-APLICA-ENCERRAMENTO
                       END-IF
               END-READ.

       0003-A-APLICA-ENCERRAMENTO SECTION.
               MOVE PLS-DATA-INICIO TO WRK-DATA-INICIO.
               MOVE "N" TO WRK-DATA-VALIDA.
               PERFORM 0003-B-VALIDA-ENCERRAMENTO
                   UNTIL WRK-DATA-OK.
               MOVE WRK-DATA-FIM  TO PLS-DATA-FIM.
               MOVE WRK-OPERADOR  TO PLS-OPERADOR.
               MOVE WRK-DATA-HOJE TO PLS-DATA-REGISTRO.
               REWRITE PLS-REGISTRO.
               MOVE 1 TO WRK-QTDE-ENCERRADAS.
               IF WRK-SEQ-DEP = ZEROS
                   MOVE SPACES TO WRK-FS-LEITURA
                   START ARQ-PLANOS KEY IS GREATER THAN PLS-CHAVE
                       INVALID KEY
                           MOVE "10" TO WRK-FS-LEITURA
                   END-START
                   PERFORM 0003-C-ENCERRA-DEPENDENTE
                       UNTIL WRK-FS-LEITURA-FIM
               END-IF.
               DISPLAY "COBERTURA ENCERRADA - " WRK-QTDE-ENCERRADAS
                   " VIDA(S)".
               MOVE "PROGRAMA73" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "ENCERRAMENTO PLANO " WRK-PRODUTO
                   " CODIGO " WRK-CODIGO-EMP
                   " SEQ " WRK-SEQ-DEP
                   " FIM " WRK-DATA-FIM
                   " VIDAS " WRK-QTDE-ENCERRADAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0003-B-VALIDA-ENCERRAMENTO SECTION.
               DISPLAY "DIGITE O FIM DA COBERTURA (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   AND WRK-DATA-DIGITADA < WRK-DATA-INICIO
                   DISPLAY "ERRO: FIM ANTERIOR AO INICIO "
                       WRK-DATA-INICIO
                   MOVE "N" TO WRK-DATA-VALIDA
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-FIM
               END-IF.

      *    DEPENDENTES DO MESMO PRODUTO AINDA COBERTOS RECEBEM O
      *    MESMO FIM (OU O PROPRIO INICIO, SE COMECARAM DEPOIS)
       0003-C-ENCERRA-DEPENDENTE SECTION.
               READ ARQ-PLANOS NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF PLS-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           OR PLS-PRODUTO NOT = WRK-PRODUTO
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           IF PLS-DATA-FIM = ZEROS
                               OR PLS-DATA-FIM > WRK-DATA-FIM
                               IF PLS-DATA-INICIO > WRK-DATA-FIM
                                   MOVE PLS-DATA-INICIO
                                       TO PLS-DATA-FIM
                               ELSE
                                   MOVE WRK-DATA-FIM TO PLS-DATA-FIM
                               END-IF
                               MOVE WRK-OPERADOR  TO PLS-OPERADOR
                               MOVE WRK-DATA-HOJE
                                   TO PLS-DATA-REGISTRO
                               REWRITE PLS-REGISTRO
                               ADD 1 TO WRK-QTDE-ENCERRADAS
                           END-IF
                       END-IF
               END-READ.

       0004-FINALIZAR          SECTION.
               CLOSE ARQ-PLANOS.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               IF WRK-DEPENDE-DISPONIVEL-SIM
                   CLOSE ARQ-DEPENDENTES
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPTPLPR.

           COPY CPDATAVL.
