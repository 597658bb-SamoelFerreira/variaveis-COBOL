      *==                  SEQUENCIAL) - COM O CADASTRO DE CARGOS
      *==                  INDISPONIVEL UM ZERO ATRAVESSAVA TODAS
      *==                  AS VALIDACOES E IA PARA O MESTRE
      *== 15/10/26   WS    TIPO DO CONTRATO E DIAS DA EXPERIENCIA
      *==                  NA TELA (LINHAS 16-17, PADRAO E 45+45),
      *==                  VALIDADOS CAMPO A CAMPO E GRAVADOS NO
      *==                  CONTREXP (CPCONTR/CPCTRWS/CPCTRPR) COM O
      *==                  MESTRE - A MESMA CAPTURA DO PROGRAMA01
      *== 15/10/26   WS    ESTABELECIMENTO EMPREGADOR NA TELA
      *==                  (LINHA 18, PADRAO 001 = MATRIZ),
      *==                  VALIDADO NO CADASTRO ESTAB (CPESTAB/
      *==                  CPESTWS/CPESTPR) E GRAVADO EM EMP-ESTAB
      *== 15/10/26   WS    FUNCIONARIO NOVO ENTRA SEM SINDICATO E SEM
      *==                  DESCONTO SINDICAL - O VINCULO E FEITO NO
      *==                  CADASTRO DE SINDICATOS (PROGRAMA86)
      *== 15/10/26   WS    SEXO (M/F) E RACA/COR AUTODECLARADA NA
      *==                  TELA (LINHA 19, RACA EM BRANCO = 6 NAO
      *==                  INFORMADA), VALIDADOS CAMPO A CAMPO E
      *==                  GRAVADOS EM EMP-SEXO/EMP-RACA-COR - A
      *==                  MESMA CAPTURA DO PROGRAMA01
      *== 15/10/26   WS    PCD (S/N) E APRENDIZ (S/N) COM O TERMINO
      *==                  DA APRENDIZAGEM NA TELA (LINHA 20, EM
      *==                  BRANCO = N; TERMINO DEPOIS DA ADMISSAO E NO
      *==                  MAXIMO 2 ANOS) - A MESMA CAPTURA DO
      *==                  PROGRAMA01; CONFIRMACAO PASSOU PARA A
      *==                  LINHA 21
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-SEQ-FUNC ASSIGN TO "EMPSEQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-FUNC.
               SELECT ARQ-CONTRATO ASSIGN TO "CONTREXP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-CODIGO
                   FILE STATUS IS WRK-FS-CONTRATO.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPVINCRE.

           FD  ARQ-CONTRATO
               LABEL RECORD IS STANDARD.
           COPY CPCONTR.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-AGENCIA          PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA            PIC 9(10) VALUE ZEROS.
       77 WRK-DEPENDENTES      PIC 9(02) VALUE ZEROS.
       77 WRK-ESTAB            PIC 9(03) VALUE 1.
       77 WRK-SEXO             PIC X(01) VALUE SPACES.
       77 WRK-RACA-COR         PIC X(01) VALUE SPACES.
       77 WRK-PCD              PIC X(01) VALUE SPACES.
       77 WRK-APRENDIZ         PIC X(01) VALUE SPACES.
       77 WRK-APREND-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-APREND-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WRK-MSG-ERRO         PIC X(60) VALUE SPACES.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
           88 WRK-CONFIRMA-SIM           VALUE "S".
           COPY CPBANCO.
           COPY CPDATA.
           COPY CPIDADE.
           COPY CPCTRWS.
           COPY CPESTWS.
           COPY CPOPERWS.
           COPY CPAUDELO.

           05 LINE 14 COLUMN 27 PIC 9(10) USING WRK-CONTA.
           05 LINE 15 COLUMN 05 VALUE "DEPENDENTES.........:".
           05 LINE 15 COLUMN 27 PIC 9(02) USING WRK-DEPENDENTES.
           05 LINE 16 COLUMN 05 VALUE "CONTRATO (I/E)......:".
           05 LINE 16 COLUMN 27 PIC X(01) USING WRK-CTR-TIPO.
           05 LINE 16 COLUMN 30 VALUE
               "I = PRAZO INDETERMINADO  E = EXPERIENCIA".
           05 LINE 17 COLUMN 05 VALUE "EXPERIENCIA (DIAS)..:".
           05 LINE 17 COLUMN 27 PIC 9(03) USING WRK-CTR-DIAS-1.
           05 LINE 17 COLUMN 31 VALUE "+".
           05 LINE 17 COLUMN 33 PIC 9(03) USING WRK-CTR-DIAS-2.
           05 LINE 17 COLUMN 38 VALUE
               "(PRORROGACAO 000 = NAO PREVISTA)".
           05 LINE 18 COLUMN 05 VALUE "ESTABELECIMENTO.....:".
           05 LINE 18 COLUMN 27 PIC 9(03) USING WRK-ESTAB.
           05 LINE 18 COLUMN 31 VALUE "(001 = MATRIZ)".
           05 LINE 19 COLUMN 05 VALUE "SEXO (M/F)..........:".
           05 LINE 19 COLUMN 27 PIC X(01) USING WRK-SEXO.
           05 LINE 19 COLUMN 31 VALUE "RACA/COR:".
           05 LINE 19 COLUMN 41 PIC X(01) USING WRK-RACA-COR.
           05 LINE 19 COLUMN 43 VALUE
               "(1-BRA 2-PRE 3-PAR 4-AMA 5-IND 6-N/INF)".
           05 LINE 20 COLUMN 05 VALUE "PCD (S/N)...........:".
           05 LINE 20 COLUMN 27 PIC X(01) USING WRK-PCD.
           05 LINE 20 COLUMN 31 VALUE "APRENDIZ:".
           05 LINE 20 COLUMN 41 PIC X(01) USING WRK-APRENDIZ.
           05 LINE 20 COLUMN 44 VALUE "FIM (AAAAMMDD):".
           05 LINE 20 COLUMN 60 PIC 9(08) USING WRK-APREND-FIM.
       01  TELA-ERRO.
           05 LINE 22 COLUMN 05 PIC X(60) FROM WRK-MSG-ERRO.
       01  TELA-DOCUMENTO.
           05 LINE 12 COLUMN 27 PIC 9(03) USING WRK-BANCO.
           05 LINE 13 COLUMN 27 PIC 9(05) USING WRK-AGENCIA.
           05 LINE 14 COLUMN 27 PIC 9(10) USING WRK-CONTA.
       01  TELA-CONTRATO.
           05 LINE 16 COLUMN 27 PIC X(01) USING WRK-CTR-TIPO.
           05 LINE 17 COLUMN 27 PIC 9(03) USING WRK-CTR-DIAS-1.
           05 LINE 17 COLUMN 33 PIC 9(03) USING WRK-CTR-DIAS-2.
       01  TELA-ESTAB.
           05 LINE 18 COLUMN 27 PIC 9(03) USING WRK-ESTAB.
       01  TELA-SEXO.
           05 LINE 19 COLUMN 27 PIC X(01) USING WRK-SEXO.
       01  TELA-RACA-COR.
           05 LINE 19 COLUMN 41 PIC X(01) USING WRK-RACA-COR.
       01  TELA-PCD.
           05 LINE 20 COLUMN 27 PIC X(01) USING WRK-PCD.
       01  TELA-APRENDIZ.
           05 LINE 20 COLUMN 41 PIC X(01) USING WRK-APRENDIZ.
           05 LINE 20 COLUMN 60 PIC 9(08) USING WRK-APREND-FIM.
       01  TELA-CONFIRMA.
           05 LINE 21 COLUMN 05 VALUE
               "CONFIRMA A GRAVACAO? (S/N):".
           05 LINE 21 COLUMN 34 PIC X(01) USING WRK-CONFIRMA.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
                   END-IF
               END-IF.

               IF WRK-TELA-VALIDA-SIM
                   MOVE "N" TO WRK-CAMPO-VALIDO
                   PERFORM 0002-H-VALIDA-CONTRATO
                   IF NOT WRK-CAMPO-OK
                       MOVE "N" TO WRK-TELA-VALIDA
                       DISPLAY TELA-ERRO
                       ACCEPT TELA-CONTRATO
                   END-IF
               END-IF.

               IF WRK-TELA-VALIDA-SIM
                   MOVE "N" TO WRK-CAMPO-VALIDO
                   PERFORM 0002-I-VALIDA-ESTAB
                   IF NOT WRK-CAMPO-OK
                       MOVE "N" TO WRK-TELA-VALIDA
                       DISPLAY TELA-ERRO
                       ACCEPT TELA-ESTAB
                   END-IF
               END-IF.

               IF WRK-TELA-VALIDA-SIM
                   MOVE "N" TO WRK-CAMPO-VALIDO
                   PERFORM 0002-J-VALIDA-SEXO
                   IF NOT WRK-CAMPO-OK
                       MOVE "N" TO WRK-TELA-VALIDA
                       DISPLAY TELA-ERRO
                       ACCEPT TELA-SEXO
                   END-IF
               END-IF.

               IF WRK-TELA-VALIDA-SIM
                   MOVE "N" TO WRK-CAMPO-VALIDO
                   PERFORM 0002-K-VALIDA-RACA-COR
                   IF NOT WRK-CAMPO-OK
                       MOVE "N" TO WRK-TELA-VALIDA
                       DISPLAY TELA-ERRO
                       ACCEPT TELA-RACA-COR
                   END-IF
               END-IF.

               IF WRK-TELA-VALIDA-SIM
                   MOVE "N" TO WRK-CAMPO-VALIDO
                   PERFORM 0002-L-VALIDA-PCD
                   IF NOT WRK-CAMPO-OK
                       MOVE "N" TO WRK-TELA-VALIDA
                       DISPLAY TELA-ERRO
                       ACCEPT TELA-PCD
                   END-IF
               END-IF.

               IF WRK-TELA-VALIDA-SIM
                   MOVE "N" TO WRK-CAMPO-VALIDO
                   PERFORM 0002-M-VALIDA-APRENDIZ
                   IF NOT WRK-CAMPO-OK
                       MOVE "N" TO WRK-TELA-VALIDA
                       DISPLAY TELA-ERRO
                       ACCEPT TELA-APRENDIZ
                   END-IF
               END-IF.

       0002-A-VALIDA-DOCUMENTO SECTION.
               MOVE WRK-DOCUMENTO TO CPF-DOCUMENTO.
               PERFORM 7600-VALIDA-CPF.

      *    NADA E GRAVADO SEM A CONFIRMACAO NA TELA; A GRAVACAO
      *    REPETE AS CONFERENCIAS DE DUPLICIDADE DO PROGRAMA01
      *    TIPO DO CONTRATO E DIAS DA EXPERIENCIA - MESMA REGRA
      *    DO PROGRAMA01 (CPCTRPR, SECTION 7960)
       0002-H-VALIDA-CONTRATO  SECTION.
               PERFORM 7960-VALIDA-CONTRATO.
               IF WRK-CTR-VALIDO-SIM
                   MOVE "S" TO WRK-CAMPO-VALIDO
               ELSE
                   MOVE WRK-CTR-MSG-ERRO TO WRK-MSG-ERRO
               END-IF.

      *    ESTABELECIMENTO EMPREGADOR NO CADASTRO ESTAB
      *    (PROGRAMA80) - 000 VIRA 001; INATIVO NAO RECEBE
      *    ADMISSAO; CADASTRO AUSENTE ACEITA, COMO O CCUSTO
       0002-I-VALIDA-ESTAB     SECTION.
               MOVE WRK-ESTAB TO WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB.
               IF NOT WRK-EST-DISPONIVEL-SIM
                   MOVE "S" TO WRK-CAMPO-VALIDO
               ELSE
                   IF NOT WRK-EST-ACHOU-SIM
                       MOVE "ESTABELECIMENTO NAO CADASTRADO"
                           TO WRK-MSG-ERRO
                   ELSE
                       IF NOT WRK-EST-ATIVO-SIM
                           MOVE "ESTABELECIMENTO INATIVO"
                               TO WRK-MSG-ERRO
                       ELSE
                           MOVE "S" TO WRK-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF.

      *    SEXO OBRIGATORIO - BASE DO RELATORIO DE IGUALDADE
      *    SALARIAL (PROGRAMA99)
       0002-J-VALIDA-SEXO      SECTION.
               IF WRK-SEXO = "M" OR WRK-SEXO = "F"
                   MOVE "S" TO WRK-CAMPO-VALIDO
               ELSE
                   MOVE "SEXO DEVE SER M OU F" TO WRK-MSG-ERRO
               END-IF.

      *    RACA/COR AUTODECLARADA (IBGE) - NAO DECLARAR E DIREITO
      *    DO FUNCIONARIO: EM BRANCO VIRA 6 (NAO INFORMADA)
       0002-K-VALIDA-RACA-COR  SECTION.
               IF WRK-RACA-COR = SPACES
                   MOVE "6" TO WRK-RACA-COR
               END-IF.
               IF WRK-RACA-COR >= "1" AND WRK-RACA-COR <= "6"
                   MOVE "S" TO WRK-CAMPO-VALIDO
               ELSE
                   MOVE "RACA/COR DEVE SER DE 1 A 6" TO WRK-MSG-ERRO
               END-IF.

      *    PCD (LEI 8.213/91, ART. 93) - EM BRANCO VIRA N
       0002-L-VALIDA-PCD       SECTION.
               IF WRK-PCD = SPACES
                   MOVE "N" TO WRK-PCD
               END-IF.
               IF WRK-PCD = "S" OR WRK-PCD = "N"
                   MOVE "S" TO WRK-CAMPO-VALIDO
               ELSE
                   MOVE "PCD DEVE SER S OU N" TO WRK-MSG-ERRO
               END-IF.

      *    APRENDIZAGEM (CLT ART. 428/429) - A MESMA REGRA DO
      *    PROGRAMA01: TERMINO VALIDO, DEPOIS DA ADMISSAO E NO
      *    MAXIMO 2 ANOS DEPOIS DELA; QUEM NAO E APRENDIZ GRAVA
      *    TERMINO ZERADO
       0002-M-VALIDA-APRENDIZ  SECTION.
               IF WRK-APRENDIZ = SPACES
                   MOVE "N" TO WRK-APRENDIZ
               END-IF.
               IF WRK-APRENDIZ = "N"
                   MOVE ZEROS TO WRK-APREND-FIM
                   MOVE "S" TO WRK-CAMPO-VALIDO
               ELSE
                   IF WRK-APRENDIZ NOT = "S"
                       MOVE "APRENDIZ DEVE SER S OU N" TO WRK-MSG-ERRO
                   ELSE
                       PERFORM 0002-N-VALIDA-FIM-APRENDIZ
                   END-IF
               END-IF.

       0002-N-VALIDA-FIM-APRENDIZ SECTION.
               MOVE WRK-APREND-FIM (1:4) TO CPD-ANO OF CPD-DATA.
               MOVE WRK-APREND-FIM (5:2) TO CPD-MES OF CPD-DATA.
               MOVE WRK-APREND-FIM (7:2) TO CPD-DIA OF CPD-DATA.
               PERFORM CPD-8000-VALIDA-DATA.
               COMPUTE WRK-APREND-LIMITE = WRK-DATA-ADMIS + 20000.
               IF NOT CPD-DATA-OK
                   MOVE CPD-DATA-MSG-ERRO TO WRK-MSG-ERRO
               ELSE
                   IF WRK-APREND-FIM NOT > WRK-DATA-ADMIS
                       MOVE "TERMINO DA APRENDIZAGEM ANTES DA ADMISSAO"
                           TO WRK-MSG-ERRO
                   ELSE
                       IF WRK-APREND-FIM > WRK-APREND-LIMITE
                           MOVE "APRENDIZAGEM ACIMA DE 2 ANOS"
                               TO WRK-MSG-ERRO
                       ELSE
                           MOVE "S" TO WRK-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF.

       0003-CONFIRMA-E-GRAVA   SECTION.
               MOVE SPACES TO WRK-CONFIRMA.
               PERFORM 0003-A-PEDE-CONFIRMACAO
               MOVE WRK-AGENCIA     TO EMP-AGENCIA.
               MOVE WRK-CONTA       TO EMP-CONTA.
               MOVE WRK-DEPENDENTES TO EMP-DEPENDENTES.
               MOVE WRK-ESTAB       TO EMP-ESTAB.
               MOVE "A"             TO EMP-SITUACAO.
               MOVE ZEROS           TO EMP-DATA-DESLIG.
               MOVE SPACES          TO EMP-MOTIVO-DESLIG.
               MOVE ZEROS           TO EMP-SINDICATO.
               MOVE "N"             TO EMP-SIND-DESCONTO.
               MOVE WRK-SEXO        TO EMP-SEXO.
               MOVE WRK-RACA-COR    TO EMP-RACA-COR.
               MOVE WRK-PCD         TO EMP-PCD.
               MOVE WRK-APRENDIZ    TO EMP-APRENDIZ.
               MOVE WRK-APREND-FIM  TO EMP-APREND-FIM.
               WRITE MST-REGISTRO.
               IF WRK-FS-MESTRE-DUPLICADO
                   DISPLAY "CODIGO " WRK-CODIGO-EMP
                   IF WRK-READMISSAO-SIM
                       PERFORM 0003-I-GRAVA-VINCULO
                   END-IF
                   MOVE WRK-CODIGO-EMP TO WRK-CTR-CODIGO
                   MOVE WRK-DATA-ADMIS TO WRK-CTR-INICIO
                   MOVE BAT-OPERADOR   TO WRK-CTR-OPERADOR
                   PERFORM 7962-GRAVA-CONTRATO
                   DISPLAY "FUNCIONARIO " WRK-CODIGO-EMP
                       " GRAVADO"
                   MOVE "PROGRAMA64" TO AUD-PROGRAMA

           COPY CPIDADPR.

           COPY CPCTRPR.

           COPY CPCADJPR.

           COPY CPOPERPR.
           COPY CPLOCKPR.

           COPY CPEMPSPR.

           COPY CPESTPR.
