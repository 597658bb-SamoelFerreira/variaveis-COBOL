           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAMA70.
      *==========================================================
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MANUTENCAO DO CADASTRO DE PENSOES ALIMENTICIAS
      *==          JUDICIAIS (ARQ. PENSAO, COPYBOOK CPPENSAO) -
      *==          LISTAR AS ORDENS DE UM FUNCIONARIO, INCLUIR UMA
      *==          ORDEM (PROCESSO, BASE DE CALCULO, PERCENTUAL OU
      *==          VALOR FIXO, BENEFICIARIO COM CPF E CONTA
      *==          VALIDADOS PELO CPCPFVL E PELO CPBANCVL, E
      *==          VIGENCIA), ALTERAR O CALCULO OU A CONTA DO
      *==          BENEFICIARIO E ENCERRAR A ORDEM. A FOLHA MENSAL
      *==          (PROGRAMA12) DESCONTA AS ORDENS VIGENTES E A
      *==          REMESSA (PROGRAMA22) CREDITA O BENEFICIARIO -
      *==          A RUBRICA FIXA NO FUNCRUB DEIXA DE SER USADA
      *==          PARA PENSAO.
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
               SELECT ARQ-PENSOES ASSIGN TO "PENSAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-CHAVE
                   FILE STATUS IS WRK-FS-PENSAO.
               SELECT CADASTRO-MESTRE ASSIGN TO "CADMEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-CODIGO
                   ALTERNATE RECORD KEY IS EMP-DOCUMENTO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EMP-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WRK-FS-MESTRE.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.

           DATA DIVISION.
           FILE                    SECTION.
           FD  ARQ-PENSOES
               LABEL RECORD IS STANDARD.
           COPY CPPENSAO.

           FD  CADASTRO-MESTRE
               LABEL RECORD IS STANDARD.
           01  MST-REGISTRO.
               COPY CPEMP.

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-PENSAO        PIC X(02) VALUE SPACES.
           88 WRK-FS-PENSAO-OK           VALUE "00".
           88 WRK-FS-PENSAO-NAO-EXISTE   VALUE "35".
           88 WRK-FS-PENSAO-DUPLICADO    VALUE "22".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-MESTRE-DISPONIVEL-SIM  VALUE "S".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
           88 WRK-FS-AUDITORIA-OK        VALUE "00".
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".

       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MODO             PIC 9(01) VALUE 1.
           88 WRK-MODO-LISTAR            VALUE 1.
           88 WRK-MODO-INCLUIR           VALUE 2.
           88 WRK-MODO-ALTERAR           VALUE 3.
           88 WRK-MODO-ENCERRAR          VALUE 4.

       77 WRK-FS-LEITURA       PIC X(02) VALUE SPACES.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-QTDE-LINHAS      PIC 9(03) VALUE ZEROS.

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-SEQUENCIA        PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ       PIC 9(02) VALUE ZEROS.
       77 WRK-PROCESSO         PIC X(25) VALUE SPACES.
       77 WRK-BASE             PIC X(01) VALUE SPACES.
           88 WRK-BASE-VALIDA            VALUE "L" "D" "F".
           88 WRK-BASE-FIXO              VALUE "F".
       77 WRK-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-FIXO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BENEF-NOME       PIC X(30) VALUE SPACES.
       77 WRK-BENEF-BANCO      PIC 9(03) VALUE ZEROS.
       77 WRK-BENEF-AGENCIA    PIC 9(05) VALUE ZEROS.
       77 WRK-BENEF-CONTA      PIC 9(10) VALUE ZEROS.
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIGITADA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01) VALUE "N".
           88 WRK-DATA-OK                VALUE "S".
       77 WRK-ENTRADA-VALIDA   PIC X(01) VALUE "S".
           88 WRK-ENTRADA-OK             VALUE "S".
       77 WRK-CAMPO-VALIDO     PIC X(01) VALUE "N".
           88 WRK-CAMPO-OK               VALUE "S".
       77 WRK-ALTERACAO        PIC 9(01) VALUE ZEROS.
           88 WRK-ALTERA-CALCULO         VALUE 1.
           88 WRK-ALTERA-CONTA           VALUE 2.
       77 WRK-PERC-EDT         PIC ZZ9,99.
       77 WRK-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.

           COPY CPDATA.
           COPY CPCPF.
           COPY CPBANCO.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-INICIALIZA.
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUIR
                       PERFORM 0002-INCLUI-PENSAO
                   WHEN WRK-MODO-ALTERAR
                       PERFORM 0003-ALTERA-PENSAO
                   WHEN WRK-MODO-ENCERRAR
                       PERFORM 0004-ENCERRA-PENSAO
                   WHEN OTHER
                       PERFORM 0001-LISTA-PENSOES
               END-EVALUATE.
               PERFORM 0006-FINALIZAR.

       0000-INICIALIZA         SECTION.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT WRK-OPERADOR.
               DISPLAY "MODO: 1-LISTAR POR FUNCIONARIO  "
                   "2-INCLUIR  3-ALTERAR  4-ENCERRAR "
                   ACCEPT WRK-MODO.
      *        ARQUIVO PODE NAO EXISTIR NA PRIMEIRA EXECUCAO
               OPEN I-O ARQ-PENSOES.
               IF WRK-FS-PENSAO-NAO-EXISTE
                   OPEN OUTPUT ARQ-PENSOES
                   CLOSE ARQ-PENSOES
                   OPEN I-O ARQ-PENSOES
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.

       0001-LISTA-PENSOES      SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO NO MESTRE"
                       NOT INVALID KEY
                           DISPLAY "FUNCIONARIO: " EMP-NOME
                               " SITUACAO " EMP-SITUACAO
                   END-READ
               END-IF.
               MOVE WRK-CODIGO-EMP TO PEN-CODIGO-EMP.
               MOVE ZEROS          TO PEN-SEQUENCIA.
               START ARQ-PENSOES KEY IS NOT LESS THAN PEN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0001-A-LISTA-UMA
                   UNTIL WRK-FS-LEITURA-FIM.
               DISPLAY "TOTAL DE ORDENS DO FUNCIONARIO: "
                   WRK-QTDE-LINHAS.

       0001-A-LISTA-UMA        SECTION.
               READ ARQ-PENSOES NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF PEN-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           ADD 1 TO WRK-QTDE-LINHAS
                           MOVE PEN-PERCENTUAL TO WRK-PERC-EDT
                           MOVE PEN-VALOR-FIXO TO WRK-VALOR-EDT
                           DISPLAY "SEQ " PEN-SEQUENCIA
                               " PROC " PEN-PROCESSO
                               " SIT " PEN-SITUACAO
                               " BASE " PEN-BASE
                               " PERC " WRK-PERC-EDT
                               " FIXO " WRK-VALOR-EDT
                           DISPLAY "    BENEF " PEN-BENEF-NOME
                               " CPF " PEN-BENEF-CPF
                               " BCO " PEN-BENEF-BANCO
                               " AG " PEN-BENEF-AGENCIA
                               " CC " PEN-BENEF-CONTA
                           MOVE PEN-ULT-VALOR TO WRK-VALOR-EDT
                           DISPLAY "    VIGENCIA " PEN-DATA-INICIO
                               " A " PEN-DATA-FIM
                               " ULTIMO DESCONTO " PEN-ULT-COMPETENCIA
                               " R$ " WRK-VALOR-EDT
                       END-IF
               END-READ.

      *    INCLUSAO VALIDADA: FUNCIONARIO EXISTENTE E NAO
      *    DESLIGADO, PROCESSO INFORMADO, BASE L/D/F COM
      *    PERCENTUAL (ATE 100) OU VALOR FIXO, BENEFICIARIO COM
      *    NOME, CPF VALIDO E CONTA QUE PASSA NO DV DO BANCO,
      *    INICIO VALIDO E FIM DEPOIS DO INICIO (ZEROS = SEM
      *    PRAZO). A SEQUENCIA E A PROXIMA LIVRE DO FUNCIONARIO
       0002-INCLUI-PENSAO      SECTION.
               MOVE "S" TO WRK-ENTRADA-VALIDA.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
                               " NAO CADASTRADO"
                           MOVE "N" TO WRK-ENTRADA-VALIDA
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               DISPLAY "ERRO: FUNCIONARIO DESLIGADO"
                               MOVE "N" TO WRK-ENTRADA-VALIDA
                           ELSE
                               DISPLAY "FUNCIONARIO: " EMP-NOME
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "ERRO: CADASTRO MESTRE INDISPONIVEL - FS: "
                       WRK-FS-MESTRE
                   MOVE "N" TO WRK-ENTRADA-VALIDA
               END-IF.
               IF WRK-ENTRADA-OK
                   MOVE SPACES TO WRK-PROCESSO
                   PERFORM 0002-A-VALIDA-PROCESSO
                       UNTIL WRK-PROCESSO NOT = SPACES
                   PERFORM 0002-B-OBTEM-CALCULO
                   PERFORM 0002-E-OBTEM-BENEFICIARIO
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0002-H-VALIDA-INICIO
                       UNTIL WRK-DATA-OK
                   MOVE "N" TO WRK-DATA-VALIDA
                   PERFORM 0002-I-VALIDA-FIM
                       UNTIL WRK-DATA-OK
                   PERFORM 0002-J-PROXIMA-SEQUENCIA
                   MOVE WRK-CODIGO-EMP    TO PEN-CODIGO-EMP
                   MOVE WRK-SEQUENCIA     TO PEN-SEQUENCIA
                   MOVE WRK-PROCESSO      TO PEN-PROCESSO
                   MOVE WRK-BASE          TO PEN-BASE
                   MOVE WRK-PERCENTUAL    TO PEN-PERCENTUAL
                   MOVE WRK-VALOR-FIXO    TO PEN-VALOR-FIXO
                   MOVE WRK-BENEF-NOME    TO PEN-BENEF-NOME
                   MOVE CPF-DOCUMENTO     TO PEN-BENEF-CPF
                   MOVE WRK-BENEF-BANCO   TO PEN-BENEF-BANCO
                   MOVE WRK-BENEF-AGENCIA TO PEN-BENEF-AGENCIA
                   MOVE WRK-BENEF-CONTA   TO PEN-BENEF-CONTA
                   MOVE WRK-DATA-INICIO   TO PEN-DATA-INICIO
                   MOVE WRK-DATA-FIM      TO PEN-DATA-FIM
                   SET PEN-ATIVA          TO TRUE
                   MOVE ZEROS             TO PEN-ULT-COMPETENCIA
                   MOVE ZEROS             TO PEN-ULT-VALOR
                   MOVE WRK-OPERADOR      TO PEN-OPERADOR
                   MOVE WRK-DATA-HOJE     TO PEN-DATA-REGISTRO
                   WRITE PEN-REGISTRO
                   IF WRK-FS-PENSAO-DUPLICADO
                       DISPLAY "JA EXISTE A ORDEM " WRK-SEQUENCIA
                           " PARA O FUNCIONARIO " WRK-CODIGO-EMP
                   ELSE
                       DISPLAY "ORDEM INCLUIDA - SEQUENCIA "
                           WRK-SEQUENCIA
                       MOVE "PROGRAMA70" TO AUD-PROGRAMA
                       MOVE WRK-OPERADOR TO AUD-OPERADOR
                       STRING "INCLUSAO PENSAO CODIGO "
                           WRK-CODIGO-EMP " SEQ " WRK-SEQUENCIA
                           " BASE " WRK-BASE
                           " PROC " WRK-PROCESSO
                           DELIMITED BY SIZE INTO AUD-DESCRICAO
                       PERFORM 7000-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   DISPLAY "INCLUSAO REJEITADA"
               END-IF.

       0002-A-VALIDA-PROCESSO  SECTION.
               DISPLAY "DIGITE O NUMERO DO PROCESSO: "
                   ACCEPT WRK-PROCESSO.
               IF WRK-PROCESSO = SPACES
                   DISPLAY "ERRO: PROCESSO DEVE SER INFORMADO"
               END-IF.

      *    BASE DE CALCULO E PERCENTUAL OU VALOR FIXO - USADA NA
      *    INCLUSAO E NA ALTERACAO DO CALCULO
       0002-B-OBTEM-CALCULO    SECTION.
               MOVE SPACES TO WRK-BASE.
               PERFORM 0002-C-VALIDA-BASE
                   UNTIL WRK-BASE-VALIDA.
               MOVE ZEROS TO WRK-PERCENTUAL.
               MOVE ZEROS TO WRK-VALOR-FIXO.
               MOVE "N"   TO WRK-CAMPO-VALIDO.
               PERFORM 0002-D-VALIDA-VALOR
                   UNTIL WRK-CAMPO-OK.

       0002-C-VALIDA-BASE      SECTION.
               DISPLAY "DIGITE A BASE (L-PERCENTUAL DO LIQUIDO/"
                   "D-PERCENTUAL DO BRUTO MENOS DESCONTOS LEGAIS/"
                   "F-VALOR FIXO): "
                   ACCEPT WRK-BASE.
               IF NOT WRK-BASE-VALIDA
                   DISPLAY "ERRO: BASE DEVE SER L, D OU F"
               END-IF.

       0002-D-VALIDA-VALOR     SECTION.
               MOVE "S" TO WRK-CAMPO-VALIDO.
               IF WRK-BASE-FIXO
                   DISPLAY "DIGITE O VALOR FIXO MENSAL "
                       "(EX: 0000080000 = 800,00): "
                       ACCEPT WRK-VALOR-FIXO
                   IF WRK-VALOR-FIXO NOT > ZEROS
                       DISPLAY "ERRO: VALOR FIXO DEVE SER MAIOR "
                           "QUE ZERO"
                       MOVE "N" TO WRK-CAMPO-VALIDO
                   END-IF
               ELSE
                   DISPLAY "DIGITE O PERCENTUAL "
                       "(EX: 03000 = 30,00%): "
                       ACCEPT WRK-PERCENTUAL
                   IF WRK-PERCENTUAL NOT > ZEROS
                       OR WRK-PERCENTUAL > 100
                       DISPLAY "ERRO: PERCENTUAL DEVE SER MAIOR "
                           "QUE ZERO E ATE 100"
                       MOVE "N" TO WRK-CAMPO-VALIDO
                   END-IF
               END-IF.

      *    BENEFICIARIO: NOME, CPF (CPCPFVL) E CONTA (CPBANCVL) -
      *    SEM CONTA VALIDA O CREDITO NAO TEM PARA ONDE IR
       0002-E-OBTEM-BENEFICIARIO SECTION.
               MOVE SPACES TO WRK-BENEF-NOME.
               PERFORM 0002-F-VALIDA-NOME
                   UNTIL WRK-BENEF-NOME NOT = SPACES.
               MOVE "N" TO CPF-VALIDO.
               PERFORM 0002-G-VALIDA-CPF
                   UNTIL CPF-DOCUMENTO-OK.
               PERFORM 0002-K-OBTEM-CONTA.

       0002-F-VALIDA-NOME      SECTION.
               DISPLAY "DIGITE O NOME DO BENEFICIARIO: "
                   ACCEPT WRK-BENEF-NOME.
               IF WRK-BENEF-NOME = SPACES
                   DISPLAY "ERRO: NOME DO BENEFICIARIO DEVE SER "
                       "INFORMADO"
               END-IF.

       0002-G-VALIDA-CPF       SECTION.
               DISPLAY "DIGITE O CPF DO BENEFICIARIO (11 DIGITOS): "
                   ACCEPT CPF-DOCUMENTO.
               PERFORM 7600-VALIDA-CPF.
               IF NOT CPF-DOCUMENTO-OK
                   DISPLAY "ERRO: " CPF-MSG-ERRO
               END-IF.

       0002-H-VALIDA-INICIO    SECTION.
               DISPLAY "DIGITE O INICIO DO DESCONTO (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-INICIO
               END-IF.

       0002-I-VALIDA-FIM       SECTION.
               DISPLAY "DIGITE O FIM DO DESCONTO (AAAAMMDD, "
                   "ZEROS = SEM PRAZO): "
                   ACCEPT WRK-DATA-DIGITADA.
               IF WRK-DATA-DIGITADA = ZEROS
                   MOVE "S" TO WRK-DATA-VALIDA
               ELSE
                   PERFORM 0002-Z-VALIDA-DATA
                   IF WRK-DATA-OK
                       AND WRK-DATA-DIGITADA < WRK-DATA-INICIO
                       DISPLAY "ERRO: FIM NAO PODE SER ANTERIOR "
                           "AO INICIO"
                       MOVE "N" TO WRK-DATA-VALIDA
                   END-IF
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-FIM
               END-IF.

      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO (MAIOR + 1)
       0002-J-PROXIMA-SEQUENCIA SECTION.
               MOVE ZEROS TO WRK-ULTIMA-SEQ.
               MOVE SPACES TO WRK-FS-LEITURA.
               MOVE WRK-CODIGO-EMP TO PEN-CODIGO-EMP.
               MOVE ZEROS          TO PEN-SEQUENCIA.
               START ARQ-PENSOES KEY IS NOT LESS THAN PEN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WRK-FS-LEITURA
               END-START.
               PERFORM 0002-L-TESTA-SEQUENCIA
                   UNTIL WRK-FS-LEITURA-FIM.
               COMPUTE WRK-SEQUENCIA = WRK-ULTIMA-SEQ + 1.

       0002-K-OBTEM-CONTA      SECTION.
               MOVE "N" TO BCO-VALIDO.
               PERFORM 0002-M-VALIDA-CONTA
                   UNTIL BCO-CONTA-OK.

       0002-L-TESTA-SEQUENCIA  SECTION.
               READ ARQ-PENSOES NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA
                   NOT AT END
                       IF PEN-CODIGO-EMP NOT = WRK-CODIGO-EMP
                           MOVE "10" TO WRK-FS-LEITURA
                       ELSE
                           MOVE PEN-SEQUENCIA TO WRK-ULTIMA-SEQ
                       END-IF
               END-READ.

       0002-M-VALIDA-CONTA     SECTION.
               DISPLAY "DIGITE O BANCO DO BENEFICIARIO (999): "
                   ACCEPT WRK-BENEF-BANCO.
               DISPLAY "DIGITE A AGENCIA (99999, COM DV): "
                   ACCEPT WRK-BENEF-AGENCIA.
               DISPLAY "DIGITE A CONTA (9999999999, COM DV): "
                   ACCEPT WRK-BENEF-CONTA.
               MOVE WRK-BENEF-BANCO   TO BCO-BANCO.
               MOVE WRK-BENEF-AGENCIA TO BCO-AGENCIA.
               MOVE WRK-BENEF-CONTA   TO BCO-CONTA.
               PERFORM 7650-VALIDA-CONTA-BANCO.
               IF BCO-CONTA-OK AND WRK-BENEF-CONTA = ZEROS
                   MOVE "N" TO BCO-VALIDO
                   MOVE "CONTA DO BENEFICIARIO E OBRIGATORIA"
                       TO BCO-MSG-ERRO
               END-IF.
               IF NOT BCO-CONTA-OK
                   DISPLAY "ERRO: " BCO-MSG-ERRO
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

      *    ALTERACAO DE ORDEM ATIVA: 1 - NOVA BASE/PERCENTUAL/
      *    VALOR (REVISAO DO JUIZO); 2 - NOVA CONTA DO
      *    BENEFICIARIO. O ULTIMO DESCONTO GRAVADO PELA FOLHA NAO
      *    E TOCADO
       0003-ALTERA-PENSAO      SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE A SEQUENCIA DA ORDEM: "
                   ACCEPT WRK-SEQUENCIA.
               MOVE WRK-CODIGO-EMP TO PEN-CODIGO-EMP.
               MOVE WRK-SEQUENCIA  TO PEN-SEQUENCIA.
               READ ARQ-PENSOES
                   INVALID KEY
                       DISPLAY "ORDEM NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF NOT PEN-ATIVA
                           DISPLAY "ERRO: ORDEM JA ENCERRADA"
                       ELSE
                           PERFORM 0003-A-APLICA-ALTERACAO
                       END-IF
               END-READ.

       0003-A-APLICA-ALTERACAO SECTION.
               DISPLAY "PROCESSO " PEN-PROCESSO
                   " BENEFICIARIO " PEN-BENEF-NOME.
               DISPLAY "ALTERAR: 1-CALCULO  2-CONTA DO "
                   "BENEFICIARIO "
                   ACCEPT WRK-ALTERACAO.
               EVALUATE TRUE
                   WHEN WRK-ALTERA-CALCULO
                       PERFORM 0002-B-OBTEM-CALCULO
                       MOVE WRK-BASE       TO PEN-BASE
                       MOVE WRK-PERCENTUAL TO PEN-PERCENTUAL
                       MOVE WRK-VALOR-FIXO TO PEN-VALOR-FIXO
                   WHEN WRK-ALTERA-CONTA
                       PERFORM 0002-K-OBTEM-CONTA
                       MOVE WRK-BENEF-BANCO   TO PEN-BENEF-BANCO
                       MOVE WRK-BENEF-AGENCIA TO PEN-BENEF-AGENCIA
                       MOVE WRK-BENEF-CONTA   TO PEN-BENEF-CONTA
                   WHEN OTHER
                       DISPLAY "ALTERACAO INVALIDA"
               END-EVALUATE.
               IF WRK-ALTERA-CALCULO OR WRK-ALTERA-CONTA
                   MOVE WRK-OPERADOR  TO PEN-OPERADOR
                   MOVE WRK-DATA-HOJE TO PEN-DATA-REGISTRO
                   REWRITE PEN-REGISTRO
                   DISPLAY "ORDEM ALTERADA"
                   MOVE "PROGRAMA70" TO AUD-PROGRAMA
                   MOVE WRK-OPERADOR TO AUD-OPERADOR
                   STRING "ALTERACAO PENSAO CODIGO "
                       WRK-CODIGO-EMP " SEQ " WRK-SEQUENCIA
                       " TIPO " WRK-ALTERACAO
                       " BASE " PEN-BASE
                       " BCO " PEN-BENEF-BANCO
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    ENCERRAMENTO (EXONERACAO, MAIORIDADE, ACORDO): A ORDEM
      *    FICA NO CADASTRO COMO HISTORICO, MARCADA ENCERRADA COM
      *    A DATA FINAL - O DESCONTO JA FEITO NA COMPETENCIA AINDA
      *    E CREDITADO AO BENEFICIARIO PELA REMESSA
       0004-ENCERRA-PENSAO     SECTION.
               DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                   ACCEPT WRK-CODIGO-EMP.
               DISPLAY "DIGITE A SEQUENCIA DA ORDEM: "
                   ACCEPT WRK-SEQUENCIA.
               MOVE WRK-CODIGO-EMP TO PEN-CODIGO-EMP.
               MOVE WRK-SEQUENCIA  TO PEN-SEQUENCIA.
               READ ARQ-PENSOES
                   INVALID KEY
                       DISPLAY "ORDEM NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF NOT PEN-ATIVA
                           DISPLAY "ERRO: ORDEM JA ENCERRADA"
                       ELSE
                           PERFORM 0004-A-APLICA-ENCERRAMENTO
                       END-IF
               END-READ.

       0004-A-APLICA-ENCERRAMENTO SECTION.
               MOVE PEN-DATA-INICIO TO WRK-DATA-INICIO.
               MOVE "N" TO WRK-DATA-VALIDA.
               PERFORM 0004-B-VALIDA-ENCERRAMENTO
                   UNTIL WRK-DATA-OK.
               MOVE WRK-DATA-FIM  TO PEN-DATA-FIM.
               SET PEN-ENCERRADA  TO TRUE.
               MOVE WRK-OPERADOR  TO PEN-OPERADOR.
               MOVE WRK-DATA-HOJE TO PEN-DATA-REGISTRO.
               REWRITE PEN-REGISTRO.
               DISPLAY "ORDEM ENCERRADA".
               MOVE "PROGRAMA70" TO AUD-PROGRAMA.
               MOVE WRK-OPERADOR TO AUD-OPERADOR.
               STRING "ENCERRAMENTO PENSAO CODIGO "
                   WRK-CODIGO-EMP " SEQ " WRK-SEQUENCIA
                   " FIM " WRK-DATA-FIM
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.

       0004-B-VALIDA-ENCERRAMENTO SECTION.
               DISPLAY "DIGITE A DATA FINAL (AAAAMMDD): "
                   ACCEPT WRK-DATA-DIGITADA.
               PERFORM 0002-Z-VALIDA-DATA.
               IF WRK-DATA-OK
                   AND WRK-DATA-DIGITADA < WRK-DATA-INICIO
                   DISPLAY "ERRO: DATA FINAL ANTERIOR AO INICIO "
                       WRK-DATA-INICIO
                   MOVE "N" TO WRK-DATA-VALIDA
               END-IF.
               IF WRK-DATA-OK
                   MOVE WRK-DATA-DIGITADA TO WRK-DATA-FIM
               END-IF.

       0006-FINALIZAR          SECTION.
               CLOSE ARQ-PENSOES.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.

           COPY CPAUDPR.

           COPY CPCPFVL.

           COPY CPBANCVL.

           COPY CPDATAVL.
