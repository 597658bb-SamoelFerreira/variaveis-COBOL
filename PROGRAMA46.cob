      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    PENSAO ALIMENTICIA JUDICIAL DESCONTADA
      *==                  NO ANO (FHT-PENSAO DO FOLHAHST) EM
      *==                  LINHA PROPRIA - E DEDUCAO DO IMPOSTO NA
      *==                  DECLARACAO DO FUNCIONARIO
      *== 15/10/26   WS    INFORME POR FONTE PAGADORA (NOVO CARTAO
      *==                  DE ESTABELECIMENTO, 000 = MATRIZ): SO
      *==                  AS COMPETENCIAS PAGAS PELO EMPREGADOR
      *==                  ESCOLHIDO, COM CNPJ E RAZAO SOCIAL DO
      *==                  CADASTRO ESTAB (CPESTAB/CPESTWS/
      *==                  CPESTPR); O 13. SAI NO INFORME DO
      *==                  ESTABELECIMENTO DA ULTIMA COMPETENCIA
      *==                  DO ANO
      *== 15/10/26   WS    PARTICIPACAO NOS LUCROS DO ANO (ARQ.
      *==                  PLRHIST, GRAVADO PELO PROGRAMA84) EM
      *==                  LINHAS PROPRIAS DE TRIBUTACAO EXCLUSIVA
      *==                  - VALOR PAGO E IRRF RETIDO NA TABELA DA
      *==                  PLR, SO OS PAGAMENTOS DA FONTE PAGADORA
      *==                  ESCOLHIDA
      *== 15/10/26   WS    FOLHAS COMPLEMENTARES (FHT-SEQUENCIA 01
      *==                  EM DIANTE) SOMAM NO INFORME; A COMPETENCIA
      *==                  CONTA UMA VEZ SO NO NUMERO DE MESES
      *== 15/10/26   WS    EMISSAO DO INFORME CARIMBADA NO
      *==                  CONTROLE DE FECHAMENTO ANUAL (ARQ.
      *==                  ANOFECH, CPANOFCH/CPANFWS/CPANFPR) -
      *==                  O FECHAMENTO DO ANO (PROGRAMB09) EXIGE
      *==                  O INFORME EMITIDO
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-HIST-DEC ASSIGN TO "DECHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-DEC.
               SELECT ARQ-HIST-PLR ASSIGN TO "PLRHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-PLR.
               SELECT ARQ-INFORME ASSIGN TO "INFORND"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-INFORME.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ46"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               LABEL RECORD IS STANDARD.
           COPY CPDECHST.

           FD  ARQ-HIST-PLR
               LABEL RECORD IS STANDARD.
           COPY CPPLRHST.

      *    INFORME DE RENDIMENTOS, LINHAS DE 132 COLUNAS NA VIEW
      *    GENERICA DO CONCHEQ (ROTULO + TEXTO + VALOR EDITADO)
           FD  ARQ-INFORME
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           88 WRK-FS-LEITURA-FIM         VALUE "10".
       77 WRK-FS-HIST-DEC      PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-DEC-OK         VALUE "00".
       77 WRK-FS-HIST-PLR      PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-PLR-OK         VALUE "00".
       77 WRK-FS-INFORME       PIC X(02) VALUE SPACES.
           88 WRK-FS-INFORME-OK          VALUE "00".
       77 WRK-FS-AUDITORIA     PIC X(02) VALUE SPACES.
       77 WRK-NOME-ATUAL       PIC X(30) VALUE SPACES.
       77 WRK-DEP-ATUAL        PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-MESES       PIC 9(02) VALUE ZEROS.
      *    COMPETENCIA JA CONTADA - A FOLHA MENSAL E AS
      *    COMPLEMENTARES DELA SAO UM MES SO
       77 WRK-ULT-COMP-SOMADA  PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTDE-INFORMES    PIC 9(05) VALUE ZEROS.

      *    FONTE PAGADORA DO INFORME E O ESTABELECIMENTO DA LINHA
      *    LIDA (ZERO = MATRIZ); O DA ULTIMA COMPETENCIA DO ANO
      *    DO FUNCIONARIO E QUEM INFORMA O 13.
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-LIN-ESTAB        PIC 9(03) VALUE 1.
       77 WRK-ULT-ESTAB        PIC 9(03) VALUE 1.

      *    13. DO ANO POR FUNCIONARIO, CARREGADO DO DECHIST - A
      *    PARCELA 2 CARREGA O 13. INTEIRO E O DESCONTO; SO COM A
      *    PARCELA 1 NO ARQUIVO VALE A METADE PAGA
       77 WRK-D13-ACH-VALOR    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-D13-ACH-DESC     PIC 9(08)V99 VALUE ZEROS.

      *    PLR DO ANO POR FUNCIONARIO, CARREGADA DO PLRHIST - AS
      *    PARCELAS PAGAS PELA FONTE ESCOLHIDA SOMAM
       77 WRK-CONTINUA-PLR     PIC X(01) VALUE "S".
           88 WRK-CONTINUA-PLR-SIM       VALUE "S".
       77 WRK-QTDE-PLR         PIC 9(05) VALUE ZEROS.
       01 WRK-PLR-TABELA.
           05 WRK-PLR-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-PLR-IDX.
               10 WRK-PLR-CODIGO       PIC 9(05).
               10 WRK-PLR-VALOR        PIC 9(09)V99.
               10 WRK-PLR-IRRF         PIC 9(08)V99.
       77 WRK-PLR-ACHADO       PIC X(01) VALUE "N".
           88 WRK-PLR-ACHADO-SIM         VALUE "S".
       77 WRK-PLR-ACH-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PLR-ACH-IRRF     PIC 9(08)V99 VALUE ZEROS.

       77 WRK-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.

           COPY CPBATCH.
       77 WRK-LIT-INF-BRUTO    PIC X(20) VALUE "RENDIMENTO BRUTO....".
       77 WRK-LIT-INF-INSS     PIC X(20) VALUE "INSS RETIDO.........".
       77 WRK-LIT-INF-IRRF     PIC X(20) VALUE "IRRF RETIDO.........".
       77 WRK-LIT-INF-PENSAO   PIC X(20) VALUE "PENSAO ALIMENTICIA..".
       77 WRK-LIT-INF-DEP      PIC X(20) VALUE "DEPENDENTES.........".
       77 WRK-LIT-INF-13       PIC X(20) VALUE "13. SALARIO.........".
       77 WRK-LIT-INF-DESC13   PIC X(20) VALUE "DESCONTO SOBRE O 13.".
       77 WRK-LIT-INF-PLR      PIC X(20) VALUE "PLR (TRIB.EXCLUSIVA)".
       77 WRK-LIT-INF-IRRF-PLR PIC X(20) VALUE "IRRF SOBRE A PLR....".
       77 WRK-LIT-INF-SEPARA   PIC X(20) VALUE ALL "=".
       77 WRK-LIT-INF-FONTE    PIC X(20) VALUE "FONTE PAGADORA......".

           COPY CPESTWS.

           COPY CPANFWS.

           COPY CPREPWS.

               PERFORM 0001-LE-HISTORICO
                   UNTIL WRK-FS-LEITURA-FIM.
               IF WRK-TEM-GRUPO-SIM
                   PERFORM 0003-FECHA-GRUPO
               END-IF.
               PERFORM 0004-FINALIZAR.

                   ACCEPT BAT-OPERADOR.
               DISPLAY "DIGITE O ANO DO INFORME (AAAA): "
                   ACCEPT WRK-ANO-INFORME.
      *        UM INFORME POR FONTE PAGADORA - CODIGO FORA DO
      *        CADASTRO ESTAB NAO INFORMA NINGUEM; SEM O CADASTRO
      *        O INFORME SAI SEM O CNPJ
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               PERFORM 0000-A-CARREGA-DECHIST.
               PERFORM 0000-E-CARREGA-PLRHIST.
               OPEN INPUT ARQ-HIST-FOLHA.
               IF WRK-FS-HIST-FOLHA-OK
                   MOVE "S" TO WRK-HIST-DISPONIVEL
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               IF WRK-EST-DISPONIVEL-SIM
                   IF NOT WRK-EST-ACHOU-SIM
                       DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                           " NAO CADASTRADO - NENHUM INFORME "
                           "SERA GERADO ***"
                       MOVE "10" TO WRK-FS-LEITURA-HIST
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                       "AUSENTE - INFORME SEM O CNPJ"
               END-IF.
               IF WRK-HIST-DISPONIVEL-SIM
                   AND NOT WRK-FS-LEITURA-FIM
                   MOVE ZEROS TO FHT-CODIGO
                   MOVE ZEROS TO FHT-COMPETENCIA
                   MOVE ZEROS TO FHT-SEQUENCIA
                   START ARQ-HIST-FOLHA KEY IS NOT LESS THAN
                       FHT-CHAVE
                       INVALID KEY
                   END-IF
               END-IF.

      *    CARGA DO PLRHIST DO ANO - SO OS PAGAMENTOS FEITOS PELA
      *    FONTE PAGADORA ESCOLHIDA
       0000-E-CARREGA-PLRHIST  SECTION.
               MOVE "S" TO WRK-CONTINUA-PLR.
               OPEN INPUT ARQ-HIST-PLR.
               IF WRK-FS-HIST-PLR-OK
                   PERFORM 0000-F-CARREGA-UMA-PLR
                       UNTIL NOT WRK-CONTINUA-PLR-SIM
                   CLOSE ARQ-HIST-PLR
                   DISPLAY "PLR CARREGADA (PLRHIST) - "
                       WRK-QTDE-PLR " FUNCIONARIOS"
               ELSE
                   CLOSE ARQ-HIST-PLR
                   DISPLAY "HISTORICO DA PLR (PLRHIST) AUSENTE - "
                       "INFORME SAI SEM A PLR"
               END-IF.

       0000-F-CARREGA-UMA-PLR  SECTION.
               READ ARQ-HIST-PLR
                   AT END
                       MOVE "N" TO WRK-CONTINUA-PLR
                   NOT AT END
                       IF PLH-ANO = WRK-ANO-INFORME
                           AND PLH-ESTAB = WRK-ESTAB-SEL
                           PERFORM 0000-G-ANEXA-PLR
                       END-IF
               END-READ.

       0000-G-ANEXA-PLR        SECTION.
               MOVE "N" TO WRK-PLR-ACHADO.
               PERFORM 0000-H-ATUALIZA-PLR
                   VARYING WRK-PLR-IDX FROM 1 BY 1
                   UNTIL WRK-PLR-IDX > WRK-QTDE-PLR
                      OR WRK-PLR-ACHADO-SIM.
               IF NOT WRK-PLR-ACHADO-SIM
                   IF WRK-QTDE-PLR < 9999
                       ADD 1 TO WRK-QTDE-PLR
                       MOVE PLH-CODIGO
                           TO WRK-PLR-CODIGO (WRK-QTDE-PLR)
                       MOVE PLH-VALOR
                           TO WRK-PLR-VALOR (WRK-QTDE-PLR)
                       MOVE PLH-IRRF
                           TO WRK-PLR-IRRF (WRK-QTDE-PLR)
                   ELSE
                       MOVE "N" TO WRK-CONTINUA-PLR
                       DISPLAY "*** MAIS DE 9999 FUNCIONARIOS NO "
                           "PLRHIST - AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0000-H-ATUALIZA-PLR     SECTION.
               IF WRK-PLR-CODIGO (WRK-PLR-IDX) = PLH-CODIGO
                   MOVE "S" TO WRK-PLR-ACHADO
                   ADD PLH-VALOR TO WRK-PLR-VALOR (WRK-PLR-IDX)
                   ADD PLH-IRRF  TO WRK-PLR-IRRF (WRK-PLR-IDX)
               END-IF.

       0001-LE-HISTORICO       SECTION.
               READ ARQ-HIST-FOLHA NEXT RECORD
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-HIST
                   NOT AT END
                       IF FHT-ESTAB NUMERIC AND FHT-ESTAB > ZEROS
                           MOVE FHT-ESTAB TO WRK-LIN-ESTAB
                       ELSE
                           MOVE 1         TO WRK-LIN-ESTAB
                       END-IF
                       MOVE FHT-COMPETENCIA TO WRK-COMPETENCIA-R
                       IF WRK-COMP-ANO = WRK-ANO-INFORME
                           PERFORM 0002-ACUMULA-UM
               END-READ.

      *    QUEBRA POR CODIGO: FECHOU O GRUPO ANTERIOR, IMPRIME O
      *    INFORME E COMECA O PROXIMO. O GRUPO TEM TODAS AS
      *    COMPETENCIAS DO ANO, MAS SO AS DA FONTE PAGADORA
      *    ESCOLHIDA SOMAM (TRANSFERIDO NO ANO TEM UM INFORME EM
      *    CADA ESTABELECIMENTO)
       0002-ACUMULA-UM         SECTION.
               IF WRK-TEM-GRUPO-SIM
                   AND FHT-CODIGO NOT = WRK-CODIGO-ATUAL
                   PERFORM 0003-FECHA-GRUPO
               END-IF.
               IF NOT WRK-TEM-GRUPO-SIM
                   MOVE "S"        TO WRK-TEM-GRUPO
                   MOVE FHT-CODIGO TO WRK-CODIGO-ATUAL
                   MOVE ZEROS      TO WRK-QTDE-MESES
                   MOVE ZEROS      TO WRK-ULT-COMP-SOMADA
                   MOVE ZEROS      TO WRK-TOTAL-BRUTO
                   MOVE ZEROS      TO WRK-TOTAL-INSS
                   MOVE ZEROS      TO WRK-TOTAL-IRRF
                   MOVE ZEROS      TO WRK-TOTAL-PENSAO
               END-IF.
               MOVE WRK-LIN-ESTAB   TO WRK-ULT-ESTAB.
               IF WRK-LIN-ESTAB = WRK-ESTAB-SEL
                   PERFORM 0002-A-SOMA-COMPETENCIA
               END-IF.

       0002-A-SOMA-COMPETENCIA SECTION.
               MOVE FHT-NOME        TO WRK-NOME-ATUAL.
               MOVE FHT-DEPENDENTES TO WRK-DEP-ATUAL.
               IF FHT-COMPETENCIA NOT = WRK-ULT-COMP-SOMADA
                   ADD 1                TO WRK-QTDE-MESES
                   MOVE FHT-COMPETENCIA TO WRK-ULT-COMP-SOMADA
               END-IF.
               ADD FHT-BRUTO        TO WRK-TOTAL-BRUTO.
               ADD FHT-INSS         TO WRK-TOTAL-INSS.
               ADD FHT-IRRF         TO WRK-TOTAL-IRRF.
      *        REGISTROS GRAVADOS ANTES DO CAMPO EXISTIR TEM A
      *        PENSAO EM BRANCO - TRATADOS COMO ZERO
               IF FHT-PENSAO NUMERIC
                   ADD FHT-PENSAO   TO WRK-TOTAL-PENSAO
               END-IF.

      *    FUNCIONARIO SEM COMPETENCIA PAGA PELA FONTE ESCOLHIDA
      *    NAO TEM INFORME NESTA EXECUCAO
       0003-FECHA-GRUPO        SECTION.
               IF WRK-QTDE-MESES > ZEROS
                   PERFORM 0003-IMPRIME-INFORME
               END-IF.
               MOVE "N" TO WRK-TEM-GRUPO.

       0003-IMPRIME-INFORME    SECTION.
               ADD 1 TO WRK-QTDE-INFORMES.
               PERFORM 0003-A-BUSCA-13.
               PERFORM 0003-C-BUSCA-PLR.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "H"                TO INF-LIN-TIPO.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "H"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-FONTE  TO INF-LIN-ROTULO.
               STRING "CNPJ " WRK-EST-CNPJ " " WRK-EST-RAZAO
                   DELIMITED BY SIZE INTO INF-LIN-TEXTO.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "D"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-FUNC   TO INF-LIN-ROTULO.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "D"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-PENSAO TO INF-LIN-ROTULO.
               MOVE "DESCONTADA EM FOLHA POR ORDEM JUDICIAL"
                   TO INF-LIN-TEXTO.
               MOVE "R$ "              TO INF-LIN-LIT-VALOR.
               MOVE WRK-TOTAL-PENSAO   TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT      TO INF-LIN-VALOR.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "D"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-DEP    TO INF-LIN-ROTULO.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "D"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-PLR    TO INF-LIN-ROTULO.
               MOVE "PARTICIPACAO NOS LUCROS OU RESULTADOS"
                   TO INF-LIN-TEXTO.
               MOVE "R$ "              TO INF-LIN-LIT-VALOR.
               MOVE WRK-PLR-ACH-VALOR  TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT      TO INF-LIN-VALOR.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "D"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-IRRF-PLR TO INF-LIN-ROTULO.
               MOVE "R$ "              TO INF-LIN-LIT-VALOR.
               MOVE WRK-PLR-ACH-IRRF   TO WRK-VALOR-EDT.
               MOVE WRK-VALOR-EDT      TO INF-LIN-VALOR.
               WRITE INF-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               MOVE SPACES             TO INF-LINHA-REC.
               MOVE "S"                TO INF-LIN-TIPO.
               MOVE WRK-LIT-INF-SEPARA TO INF-LIN-ROTULO.
                   VARYING WRK-D13-IDX FROM 1 BY 1
                   UNTIL WRK-D13-IDX > WRK-QTDE-DEC
                      OR WRK-D13-ACHADO-SIM.
      *        O 13. E INFORMADO SO PELO ESTABELECIMENTO DA ULTIMA
      *        COMPETENCIA DO ANO
               IF WRK-ULT-ESTAB NOT = WRK-ESTAB-SEL
                   MOVE ZEROS TO WRK-D13-ACH-VALOR
                   MOVE ZEROS TO WRK-D13-ACH-DESC
               END-IF.

       0003-B-TESTA-13         SECTION.
               IF WRK-D13-CODIGO (WRK-D13-IDX) = WRK-CODIGO-ATUAL
                       TO WRK-D13-ACH-DESC
               END-IF.

       0003-C-BUSCA-PLR        SECTION.
               MOVE "N"   TO WRK-PLR-ACHADO.
               MOVE ZEROS TO WRK-PLR-ACH-VALOR.
               MOVE ZEROS TO WRK-PLR-ACH-IRRF.
               PERFORM 0003-D-TESTA-PLR
                   VARYING WRK-PLR-IDX FROM 1 BY 1
                   UNTIL WRK-PLR-IDX > WRK-QTDE-PLR
                      OR WRK-PLR-ACHADO-SIM.

       0003-D-TESTA-PLR        SECTION.
               IF WRK-PLR-CODIGO (WRK-PLR-IDX) = WRK-CODIGO-ATUAL
                   MOVE "S" TO WRK-PLR-ACHADO
                   MOVE WRK-PLR-VALOR (WRK-PLR-IDX)
                       TO WRK-PLR-ACH-VALOR
                   MOVE WRK-PLR-IRRF (WRK-PLR-IDX)
                       TO WRK-PLR-ACH-IRRF
               END-IF.

       0004-FINALIZAR          SECTION.
               DISPLAY "INFORMES GRAVADOS (INFORND) - ESTAB "
                   WRK-ESTAB-SEL " - " WRK-QTDE-INFORMES
                   " FUNCIONARIOS DO ANO "
                   WRK-ANO-INFORME.
               MOVE "PROGRAMA46" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " EST " WRK-ESTAB-SEL
                   " INFORMES ANO "
                   WRK-ANO-INFORME " QTDE " WRK-QTDE-INFORMES
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
      *        INFORME EMITIDO FICA CARIMBADO NO ANO PARA O
      *        FECHAMENTO ANUAL (PROGRAMB09)
               IF WRK-QTDE-INFORMES > ZEROS
                   MOVE WRK-ANO-INFORME TO WRK-ANF-ANO
                   MOVE BAT-DATA        TO WRK-ANF-INF-DATA
                   MOVE BAT-NUMERO      TO WRK-ANF-INF-LOTE
                   MOVE WRK-ESTAB-SEL   TO WRK-ANF-INF-ESTAB
                   MOVE WRK-QTDE-INFORMES TO WRK-ANF-INF-QTDE
                   PERFORM 8151-CARIMBA-INFORME
               END-IF.
               IF WRK-HIST-DISPONIVEL-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.

           COPY CPBATPR.

           COPY CPESTPR.

           COPY CPANFPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
