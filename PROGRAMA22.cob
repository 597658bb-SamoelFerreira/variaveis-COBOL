      *==                  CONTRACHEQUE; SEM O REGISTRO DO MES
      *==                  VALE O CALCULO DIRETO, CONTADO E
      *==                  AVISADO NO FIM
      *== 15/10/26   WS    CREDITO DA PENSAO ALIMENTICIA JUDICIAL
      *==                  AO BENEFICIARIO (CADASTRO PENSAO,
      *==                  VALOR DESCONTADO PELO PROGRAMA12 NA
      *==                  COMPETENCIA) NA REMESSA DO BANCO DO
      *==                  BENEFICIARIO, NA MESMA CONTAGEM, TOTAL
      *==                  E HASH DO RODAPE - ACABA A TRANSFERENCIA
      *==                  MANUAL
      *== 15/10/26   WS    REMESSA POR ESTABELECIMENTO (NOVO
      *==                  CARTAO, 000 = MATRIZ): SO ENTRAM OS
      *==                  FUNCIONARIOS DO EMPREGADOR ESCOLHIDO E
      *==                  AS PENSOES E REEMISSOES DELES; O
      *==                  CABECALHO DE CADA BANKPNNN LEVA O CNPJ
      *==                  DO CADASTRO ESTAB (CPESTAB/CPESTWS/
      *==                  CPESTPR)
      *== 15/10/26   WS    CARIMBO DE CONCLUSAO NO RUNCTL
      *==                  (CPRUNCTL/CPRUNCPR) PARA O CALENDARIO
      *==                  DA FOLHA (PROGRAMA89)
      *== 15/10/26   WS    CREDITO DO MES LIDO NA SEQUENCIA 00 DO
      *==                  FOLHAHST (FOLHA MENSAL) - A COMPLEMENTAR
      *==                  (PROGRAMA93) GERA A PROPRIA REMESSA
      *== 15/10/26   WS    CADA BANKPNNN GERADO ENTRA NO REGISTRO DE
      *==                  TRANSMISSOES (ARQ. TRANSMIT, CPTRANSM/
      *==                  CPTRNWS/CPTRNPR) COM QTDE, TOTAL, HASH E
      *==                  LOTE - A LIBERACAO E PELO PROGRAMB07
      *== 15/10/26   WS    REMESSA REGISTRADA NO TRANSMIT COM O GRUPO
      *==                  ESTABELECIMENTO + COMPETENCIA + MODO - A
      *==                  GERACAO NOVA DO MESMO GRUPO SUPERA A
      *==                  ANTERIOR NA LIBERACAO DO PROGRAMB07
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-AUDITORIA ASSIGN TO "AUDTRAIL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-AUDITORIA.
               SELECT ARQ-TRANSMISSAO ASSIGN TO "TRANSMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-CHAVE
                   FILE STATUS IS WRK-FS-TRANSMIT.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ22"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCT-CHAVE
                   FILE STATUS IS WRK-FS-RUNCTL.
               SELECT ARQ-PENDENTES ASSIGN TO "PENDPAY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-CHAVE
                   FILE STATUS IS WRK-FS-DEPENDE.
               SELECT ARQ-PENSOES ASSIGN TO "PENSAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-CHAVE
                   FILE STATUS IS WRK-FS-PENSAO.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.

           DATA DIVISION.
           FILE                    SECTION.
               05 PAG-CAB-DATA         PIC 9(08).
               05 PAG-CAB-OPERADOR     PIC X(10).
               05 PAG-CAB-LOTE         PIC 9(05).
               05 PAG-CAB-CNPJ         PIC 9(14).
               05 FILLER               PIC X(22).
           01  PAG-DETALHE-REC REDEFINES PAG-CABECALHO-REC.
               05 PAG-DET-TIPO         PIC X(01).
               05 PAG-DET-CODIGO       PIC 9(05).
               LABEL RECORD IS STANDARD.
           COPY CPAUDIT.

           FD  ARQ-TRANSMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPTRANSM.

           FD  ARQ-SEQ-LOTE
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-RUN-CONTROL
               LABEL RECORD IS STANDARD.
           COPY CPRUNCTL.

           FD  ARQ-PENDENTES
               LABEL RECORD IS STANDARD.
           COPY CPPENDPY.
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-PENSOES
               LABEL RECORD IS STANDARD.
           COPY CPPENSAO.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-RUNCTL        PIC X(02) VALUE SPACES.
           88 WRK-FS-RUNCTL-OK           VALUE "00".
           88 WRK-FS-RUNCTL-NAO-EXISTE   VALUE "35".
           88 WRK-FS-RUNCTL-DUPLICADO    VALUE "22".
       77 WRK-RUN-ENCONTRADO   PIC X(01) VALUE "N".
           88 WRK-RUN-ENCONTRADO-SIM     VALUE "S".
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
       77 WRK-MESTRE-DISPONIVEL PIC X(01) VALUE "N".
       77 WRK-BCO-ACHOU        PIC X(01) VALUE "N".
           88 WRK-BCO-ACHOU-SIM          VALUE "S".
       77 WRK-BANCO-ATUAL      PIC 9(03) VALUE ZEROS.
       77 WRK-BANCO-NOVO       PIC 9(03) VALUE ZEROS.
      *    FIGURAS DO BANCO EM GRAVACAO
       77 WRK-BCO-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-BCO-TOTAL        PIC 9(13) VALUE ZEROS.
       77 WRK-CREDITO-DO-HIST  PIC X(01) VALUE "N".
           88 WRK-CREDITO-DO-HIST-SIM    VALUE "S".

      *    PENSAO ALIMENTICIA JUDICIAL - O VALOR QUE O PROGRAMA12
      *    DESCONTOU NA COMPETENCIA FICA NA ORDEM (PEN-ULT-VALOR)
      *    E VIRA CREDITO NA CONTA DO BENEFICIARIO; SEM O ARQUIVO
      *    A REMESSA SAI SO COM OS FUNCIONARIOS, COMO ERA
       77 WRK-QTDE-PENSOES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PEN-SEM-CONTA PIC 9(05) VALUE ZEROS.

      *    ESTABELECIMENTO DA REMESSA E O DO FUNCIONARIO LIDO (OU
      *    DO DEVEDOR DA PENSAO) - REGISTRO GRAVADO ANTES DO CAMPO
      *    EXISTIR E DA MATRIZ (001)
       77 WRK-ESTAB-SEL        PIC 9(03) VALUE 1.
       77 WRK-EMP-ESTAB        PIC 9(03) VALUE 1.
       77 WRK-ESTAB-RECUSADO   PIC X(01) VALUE "N".
           88 WRK-ESTAB-RECUSADO-SIM     VALUE "S".

           COPY CPBATCH.
           COPY CPFAIXA.

           COPY CPDEPTB.
           COPY CPIDADE.

           COPY CPPENTB.
           COPY CPESTWS.

           COPY CPTRNWS.

           COPY CPAUDELO.

           PROCEDURE DIVISION.
               PERFORM 0001-LE-E-GERA
                   UNTIL WRK-FS-LEITURA-FIM-ARQUIVO.
               PERFORM 0001-B-REEMITE-PENDENTES.
               PERFORM 0001-L-CREDITOS-PENSAO.
               PERFORM 0002-GRAVA-RODAPE.
               PERFORM 0003-FINALIZAR.

               DISPLAY "MODO: 1-PAGAMENTO  2-PRENOTE (TESTE DE "
                   "CONTAS NOVAS, VALOR ZERO) "
                   ACCEPT WRK-MODO-REMESSA.
      *        UMA REMESSA POR EMPREGADOR - CODIGO FORA DO
      *        CADASTRO ESTAB NAO GERA CREDITO NENHUM; SEM O
      *        CADASTRO O CABECALHO SAI COM O CNPJ ZERADO
               DISPLAY "DIGITE O ESTABELECIMENTO (000 = MATRIZ): "
                   ACCEPT WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE WRK-EST-CODIGO TO WRK-ESTAB-SEL.
               IF WRK-EST-DISPONIVEL-SIM
                   IF NOT WRK-EST-ACHOU-SIM
                       MOVE "S" TO WRK-ESTAB-RECUSADO
                       DISPLAY "*** ESTABELECIMENTO " WRK-ESTAB-SEL
                           " NAO CADASTRADO - NENHUM CREDITO "
                           "SERA GERADO ***"
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE ESTABELECIMENTOS (ESTAB) "
                       "AUSENTE - CNPJ ZERADO NO CABECALHO"
               END-IF.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               MOVE BAT-DATA TO WRK-DATA-VIGENCIA.
                       " DE FAIXAS"
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               OPEN INPUT ARQ-PENSOES.
               IF WRK-FS-PENSAO-OK
                   MOVE "S" TO WRK-PENSAO-DISPONIVEL
               ELSE
                   CLOSE ARQ-PENSOES
               END-IF.
               OPEN INPUT ARQ-DEPENDENTES.
               IF WRK-FS-DEPENDE-OK
                   MOVE "S" TO WRK-DEPENDE-DISPONIVEL
               END-IF.

               IF WRK-FS-MESTRE-OK
                   AND NOT WRK-ESTAB-RECUSADO-SIM
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               ELSE
                   IF WRK-FS-MESTRE-OK
                       CLOSE CADASTRO-MESTRE
                   ELSE
                       DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - "
                           "FS: " WRK-FS-MESTRE
                   END-IF
                   MOVE "10" TO WRK-FS-LEITURA-MESTRE
               END-IF.
               OPEN EXTEND ARQ-AUDITORIA.
                   AT END
                       MOVE "10" TO WRK-FS-LEITURA-MESTRE
                   NOT AT END
                       PERFORM 0001-O-ESTAB-DO-MESTRE
                       IF NOT EMP-DESLIGADO
                           AND WRK-EMP-ESTAB = WRK-ESTAB-SEL
                           IF EMP-CONTA NUMERIC
                               AND EMP-CONTA > ZEROS
                               PERFORM 0001-A-GERA-CREDITO
                       END-IF
               END-READ.

      *    ESTABELECIMENTO DO REGISTRO DO MESTRE NA AREA DA FD
       0001-O-ESTAB-DO-MESTRE  SECTION.
               IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                   MOVE EMP-ESTAB TO WRK-EMP-ESTAB
               ELSE
                   MOVE 1         TO WRK-EMP-ESTAB
               END-IF.

       0001-A-GERA-CREDITO     SECTION.
               IF WRK-MODO-PRENOTE
                   PERFORM 0001-I-GERA-PRENOTE
               IF WRK-HIST-DISPONIVEL-SIM
                   MOVE EMP-CODIGO      TO FHT-CODIGO
                   MOVE WRK-COMPETENCIA TO FHT-COMPETENCIA
                   MOVE ZEROS           TO FHT-SEQUENCIA
                   READ ARQ-HIST-FOLHA
                       INVALID KEY
                           CONTINUE
                   ADD 1                  TO WRK-QTDE-PAGOS
                   ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS
                   ADD EMP-CONTA          TO WRK-HASH-CONTAS
                   MOVE EMP-BANCO         TO WRK-BANCO-NOVO
                   PERFORM 0001-F-ANOTA-BANCO
               END-IF.

               IF NOT WRK-BCO-ACHOU-SIM
                   IF WRK-QTDE-BANCOS < 20
                       ADD 1 TO WRK-QTDE-BANCOS
                       MOVE WRK-BANCO-NOVO
                           TO WRK-BCO-CODIGO (WRK-QTDE-BANCOS)
                   ELSE
                       DISPLAY "*** MAIS DE 20 BANCOS DISTINTOS "
               END-IF.

       0001-G-BUSCA-BANCO      SECTION.
               IF WRK-BCO-CODIGO (WRK-BCO-I) = WRK-BANCO-NOVO
                   MOVE "S" TO WRK-BCO-ACHOU
               END-IF.

                   INVALID KEY
                       ADD 1 TO WRK-QTDE-AINDA-PEND
                   NOT INVALID KEY
      *                PENDENTE DE OUTRO ESTABELECIMENTO FICA PARA A
      *                REMESSA DELE
                       PERFORM 0001-O-ESTAB-DO-MESTRE
                       IF WRK-EMP-ESTAB = WRK-ESTAB-SEL
                           PERFORM 0001-P-REEMITE-DO-ESTAB
                       END-IF
               END-READ.

      *    A CONTA CORRIGIDA PASSA PELO MESMO CICLO DE PRENOTE DE
      *    UM CREDITO NORMAL - REEMITIR PARA A CONTA QUE ACABOU DE
      *    DEVOLVER SO REPETIRIA A RECUSA
       0001-P-REEMITE-DO-ESTAB SECTION.
               IF NOT EMP-DESLIGADO
                   AND EMP-CONTA NUMERIC
                   AND EMP-CONTA > ZEROS
                   PERFORM 0001-H-VERIFICA-PRENOTE
                   IF WRK-CONTA-LIBERADA-SIM
                       MOVE PPY-VALOR TO WRK-VALOR-CENTAVOS
                       MOVE "S" TO WRK-CRD-REEMIT-NOVO
                       PERFORM 0001-E-ANEXA-CREDITO
                       ADD 1 TO WRK-QTDE-REEMITIDOS
                       SET PPY-REEMITIDO TO TRUE
                       MOVE BAT-DATA   TO PPY-DATA-REEMIS
                       MOVE BAT-NUMERO TO PPY-LOTE-REEMIS
                       REWRITE PPY-REGISTRO
                   ELSE
                       ADD 1 TO WRK-QTDE-SEM-PRENOTE
                       ADD 1 TO WRK-QTDE-AINDA-PEND
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTDE-AINDA-PEND
               END-IF.

      *    CREDITOS DE PENSAO ALIMENTICIA: TODA ORDEM COM VALOR
      *    DESCONTADO PELO PROGRAMA12 NESTA COMPETENCIA GANHA UM
      *    DETALHE NA REMESSA DO BANCO DO BENEFICIARIO (CODIGO DO
      *    FUNCIONARIO DEVEDOR, NOME DO BENEFICIARIO) - O QUE SAIU
      *    DO LIQUIDO DO FUNCIONARIO TEM QUE CHEGAR AO
      *    BENEFICIARIO, MESMO COM A ORDEM ENCERRADA DEPOIS DA
      *    FOLHA; BENEFICIARIO SEM CONTA E CONTADO E AVISADO
       0001-L-CREDITOS-PENSAO  SECTION.
               IF WRK-MODO-PAGAMENTO
                   AND WRK-PENSAO-DISPONIVEL-SIM
                   MOVE "N"   TO WRK-FIM-PENSAO
                   MOVE ZEROS TO PEN-CHAVE
                   IF WRK-ESTAB-RECUSADO-SIM
                       MOVE "S" TO WRK-FIM-PENSAO
                   END-IF
                   START ARQ-PENSOES KEY IS NOT LESS THAN PEN-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-PENSAO
                   END-START
                   PERFORM 0001-M-UMA-PENSAO
                       UNTIL WRK-FIM-PENSAO-SIM
                   DISPLAY "PENSAO ALIMENTICIA: " WRK-QTDE-PENSOES
                       " CREDITOS A BENEFICIARIOS, "
                       WRK-QTDE-PEN-SEM-CONTA
                       " BENEFICIARIOS SEM CONTA FICARAM FORA"
               END-IF.

       0001-M-UMA-PENSAO       SECTION.
               READ ARQ-PENSOES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-PENSAO
                   NOT AT END
                       PERFORM 0001-Q-ESTAB-DO-DEVEDOR
                       IF PEN-ULT-COMPETENCIA = WRK-COMPETENCIA
                           AND PEN-ULT-VALOR > ZEROS
                           AND WRK-EMP-ESTAB = WRK-ESTAB-SEL
                           IF PEN-BENEF-CONTA NUMERIC
                               AND PEN-BENEF-CONTA > ZEROS
                               PERFORM 0001-N-ANEXA-PENSAO
                           ELSE
                               ADD 1 TO WRK-QTDE-PEN-SEM-CONTA
                           END-IF
                       END-IF
               END-READ.

      *    A PENSAO SAI NA REMESSA DO EMPREGADOR DO FUNCIONARIO
      *    DEVEDOR, QUE FOI QUEM DESCONTOU; DEVEDOR FORA DO MESTRE
      *    FICA COM A MATRIZ
       0001-Q-ESTAB-DO-DEVEDOR SECTION.
               MOVE 1 TO WRK-EMP-ESTAB.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE PEN-CODIGO-EMP TO EMP-CODIGO
                   READ CADASTRO-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0001-O-ESTAB-DO-MESTRE
                   END-READ
               END-IF.

       0001-N-ANEXA-PENSAO     SECTION.
               IF WRK-QTDE-CREDITOS >= 9999
                   DISPLAY "*** MAIS DE 9999 CREDITOS - AUMENTAR "
                       "A TABELA ***"
               ELSE
                   COMPUTE WRK-VALOR-CENTAVOS = PEN-ULT-VALOR * 100
                   ADD 1 TO WRK-QTDE-CREDITOS
                   MOVE PEN-BENEF-BANCO
                       TO WRK-CRD-BANCO (WRK-QTDE-CREDITOS)
                   MOVE PEN-CODIGO-EMP
                       TO WRK-CRD-CODIGO (WRK-QTDE-CREDITOS)
                   MOVE PEN-BENEF-NOME
                       TO WRK-CRD-NOME (WRK-QTDE-CREDITOS)
                   MOVE PEN-BENEF-AGENCIA
                       TO WRK-CRD-AGENCIA (WRK-QTDE-CREDITOS)
                   MOVE PEN-BENEF-CONTA
                       TO WRK-CRD-CONTA (WRK-QTDE-CREDITOS)
                   MOVE WRK-VALOR-CENTAVOS
                       TO WRK-CRD-VALOR (WRK-QTDE-CREDITOS)
                   MOVE "N"
                       TO WRK-CRD-REEMIT (WRK-QTDE-CREDITOS)
                   ADD 1                  TO WRK-QTDE-PAGOS
                   ADD 1                  TO WRK-QTDE-PENSOES
                   ADD WRK-VALOR-CENTAVOS TO WRK-TOTAL-CENTAVOS
                   ADD PEN-ULT-VALOR      TO WRK-TOTAL-VALOR
                   ADD PEN-BENEF-CONTA    TO WRK-HASH-CONTAS
                   MOVE PEN-BENEF-BANCO   TO WRK-BANCO-NOVO
                   PERFORM 0001-F-ANOTA-BANCO
               END-IF.

      *    UMA REMESSA FISICA POR BANCO (BANKPNNN), CADA UMA COM
      *    CABECALHO PROPRIO E RODAPE COM A CONTAGEM, O TOTAL EM
      *    CENTAVOS, O HASH DAS CONTAS (SOMA DOS NUMEROS DE
                   VARYING WRK-BCO-I FROM 1 BY 1
                   UNTIL WRK-BCO-I > WRK-QTDE-BANCOS.
               DISPLAY "REMESSAS BANCARIAS GRAVADAS (BANKPNNN) - "
                   "ESTABELECIMENTO " WRK-ESTAB-SEL " CNPJ "
                   WRK-EST-CNPJ.
               DISPLAY WRK-QTDE-BANCOS " BANCOS, "
                   WRK-QTDE-PAGOS " CREDITOS, "
                   WRK-QTDE-SEM-CONTA " ATIVOS SEM CONTA FICARAM "
                   "FORA".
               END-IF.
               MOVE "PROGRAMA22" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " EST " WRK-ESTAB-SEL
                   " REM " WRK-QTDE-PAGOS
                   " BCOS " WRK-QTDE-BANCOS
                   " TOT " WRK-TOTAL-CENTAVOS
                   " HASH " WRK-HASH-CONTAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               MOVE BAT-DATA      TO PAG-CAB-DATA.
               MOVE BAT-OPERADOR  TO PAG-CAB-OPERADOR.
               MOVE BAT-NUMERO    TO PAG-CAB-LOTE.
               MOVE WRK-EST-CNPJ  TO PAG-CAB-CNPJ.
               WRITE PAG-CABECALHO-REC.
               PERFORM 0002-B-DETALHE-DO-BANCO
                   VARYING WRK-CRD-IDX FROM 1 BY 1
               MOVE WRK-BCO-REEMIT  TO PAG-ROD-QTDE-REEMIT.
               WRITE PAG-RODAPE-REC.
               CLOSE ARQ-REMESSA.
      *        CADA REMESSA GERADA ENTRA NO REGISTRO DE
      *        TRANSMISSOES COMO CRIADA - O ENVIO AO BANCO SO
      *        SAI PELA LIBERACAO DO PROGRAMB07
               MOVE WRK-NOME-REMESSA TO WRK-TRN-ARQUIVO.
               MOVE BAT-DATA     TO WRK-TRN-DATA.
               MOVE BAT-NUMERO   TO WRK-TRN-LOTE.
               MOVE "PROGRAMA22" TO WRK-TRN-PROGRAMA.
               MOVE WRK-BCO-QTDE TO WRK-TRN-QTDE.
               MOVE WRK-BCO-TOTAL TO WRK-TRN-VALOR.
               MOVE WRK-BCO-HASH TO WRK-TRN-HASH.
               MOVE WRK-ESTAB-SEL    TO WRK-TRN-GRP-ESTAB.
               MOVE WRK-COMPETENCIA  TO WRK-TRN-GRP-COMPETENCIA.
               MOVE WRK-MODO-REMESSA TO WRK-TRN-GRP-TIPO.
               PERFORM 8130-REGISTRA-TRANSMISSAO.
               DISPLAY "BANCO " WRK-BANCO-ATUAL " - "
                   WRK-BCO-QTDE " CREDITOS, "
                   WRK-BCO-REEMIT " REEMITIDOS".
               IF WRK-HIST-DISPONIVEL-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.
               IF WRK-PENSAO-DISPONIVEL-SIM
                   CLOSE ARQ-PENSOES
               END-IF.
               IF WRK-QTDE-SEM-HIST > ZEROS
                   DISPLAY WRK-QTDE-SEM-HIST " CREDITOS SEM "
                       "REGISTRO NO FOLHAHST DA COMPETENCIA - "
                       "PAGOS PELO CALCULO DIRETO, CONFERIR"
               END-IF.
      *        CARIMBA A CONCLUSAO NO CONTROLE DE EXECUCAO DO DIA,
      *        CONSULTADO PELO ACOMPANHAMENTO DO CALENDARIO DA FOLHA
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE "PROGRAMA22" TO RCT-PROGRAMA
                   MOVE BAT-DATA     TO RCT-DATA
                   MOVE BAT-NUMERO   TO RCT-LOTE
                   SET RCT-COMPLETO  TO TRUE
                   PERFORM 8100-GRAVA-RUN-CONTROL
               END-IF.
               CLOSE ARQ-AUDITORIA.
               GOBACK.


           COPY CPBATPR.

           COPY CPTRNPR.

           COPY CPFAIXPR.

           COPY CPTABFPR.

           COPY CPESTPR.

           COPY CPRUNCPR.
