      *==                  ITEMIZADOS - PARA QUEM TINHA CONTRATO
      *==                  OU LINHA DE PONTO O "SALARIO LIQUIDO"
      *==                  IMPRESSO NAO BATIA COM O CREDITADO
      *== 15/10/26   WS    SALARIO PROPORCIONAL AOS DIAS PAGOS DA
      *==                  COMPETENCIA (CADASTRO AFASTAM, CPAFAPR),
      *==                  COMO NA FOLHA MENSAL, COM A LINHA DOS
      *==                  DIAS DE AFASTAMENTO ITEMIZADA
      *== 15/10/26   WS    PENSAO ALIMENTICIA JUDICIAL (CADASTRO
      *==                  PENSAO, CPPENPR) DESCONTADA COM A MESMA
      *==                  CONTA DA FOLHA MENSAL - IRRF JA COM A
      *==                  BASE REDUZIDA E UMA LINHA POR PROCESSO;
      *==                  O CONSIGNADO PASSA A SER APLICADO DEPOIS
      *==                  DA PENSAO, COMO NO PROGRAMA12
      *== 15/10/26   WS    LINHA DO VALE-TRANSPORTE (ARQ. VTMES DA
      *==                  COMPRA MENSAL DO PROGRAMA72): 6% DO
      *==                  SALARIO BASE LIMITADO AO CUSTO DO VALE,
      *==                  COMO NA FOLHA MENSAL, ABATIDO DO LIQUIDO
      *== 15/10/26   WS    LINHAS DO PLANO DE SAUDE/ODONTOLOGICO
      *==                  (PARTE DO FUNCIONARIO PELO PLANOSAU E
      *==                  TABPLAN) E DA COPARTICIPACAO DA FATURA
      *==                  (PLANOMES), COMO NA FOLHA MENSAL,
      *==                  ABATIDAS DO LIQUIDO
      *== 15/10/26   WS    HORAS DO BANCO DE HORAS (BCOHORAS)
      *==                  VENCIDAS NA COMPETENCIA SOMADAS AO BRUTO
      *==                  COM A MESMA CONTA DA FOLHA MENSAL E
      *==                  ITEMIZADAS - SO CONSULTA, A BAIXA E DA
      *==                  FOLHA
      *== 15/10/26   WS    ADICIONAIS DE INSALUBRIDADE,
      *==                  PERICULOSIDADE E NOTURNO (CADASTRO
      *==                  ADICION, PARAMETROS TABLEGAL E HORAS
      *==                  NOTURNAS DO PONTO - CPADCPR) SOMADOS AO
      *==                  BRUTO COM A MESMA CONTA DA FOLHA MENSAL E
      *==                  ITEMIZADOS, UMA LINHA POR ADICIONAL
      *== 15/10/26   WS    COMISSOES DO MES E DSR (ARQ. COMISMES,
      *==                  CPCOMIS) SOMADOS AO BRUTO COMO NA FOLHA
      *==                  MENSAL E ITEMIZADOS
      *== 15/10/26   WS    CPF MASCARADO NO CONTRACHEQUE POR PADRAO
      *==                  (LGPD) - SEM MASCARA SO A PEDIDO DO OPERADOR
      *==                  COM OPR-NIVEL DE SUPERVISOR, CONFERIDO PELA
      *==                  SENHA (OPERMST, COPYBOOKS CPMSKWS/CPMSKPR)
      *== 15/10/26   WS    CONTRIBUICAO E MENSALIDADE SINDICAIS
      *==                  (CADASTRO SINDIC, CPSNDPR) COM A MESMA CONTA
      *==                  DA FOLHA MENSAL, ITEMIZADAS E ABATIDAS DO
      *==                  LIQUIDO
      *== 15/10/26   WS    EVENTOS VARIAVEIS DA COMPETENCIA (ARQ.
      *==                  EVENTOS, LANCADOS PELO PROGRAMA92 -
      *==                  CPEVTPR) ITEMIZADOS COMO AS RUBRICAS E
      *==                  REFLETIDOS NO LIQUIDO, COMO NA FOLHA MENSAL -
      *==                  SO CONSULTA, A BAIXA E DA FOLHA
      *== 15/10/26   WS    PARCELA DE CONSIGNADO SO A PARTIR DA
      *==                  COMPETENCIA DE INICIO DO CONTRATO
      *==                  (CSG-COMP-INICIO), COMO NA FOLHA MENSAL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-PONTO ASSIGN TO "PONTOMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-PONTO.
               SELECT ARQ-COMISSAO ASSIGN TO "COMISMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-COMISSAO.
               SELECT ARQ-CONSIGNADOS ASSIGN TO "CONSIG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-CHAVE
                   FILE STATUS IS WRK-FS-DEPENDE.

               SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AFT-CHAVE
                   FILE STATUS IS WRK-FS-AFASTAM.
               SELECT ARQ-PENSOES ASSIGN TO "PENSAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-CHAVE
                   FILE STATUS IS WRK-FS-PENSAO.
               SELECT ARQ-VALE-TRANSP ASSIGN TO "VTMES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VTM-CHAVE
                   FILE STATUS IS WRK-FS-VTMES.
               SELECT ARQ-PLANOS ASSIGN TO "PLANOSAU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLS-CHAVE
                   FILE STATUS IS WRK-FS-PLANOSAU.
               SELECT ARQ-PLANO-MES ASSIGN TO "PLANOMES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLM-CHAVE
                   FILE STATUS IS WRK-FS-PLANOMES.
               SELECT ARQ-TABELA-PLANO ASSIGN TO "TABPLAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABPLAN.
               SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BHR-CHAVE
                   FILE STATUS IS WRK-FS-BCOHORAS.
               SELECT ARQ-ADICIONAIS ASSIGN TO "ADICION"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADC-CODIGO-EMP
                   FILE STATUS IS WRK-FS-ADICION.
               SELECT ARQ-TABELA-LEGAL ASSIGN TO "TABLEGAL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-TABLEGAL.
               SELECT ARQ-SINDICATOS ASSIGN TO "SINDIC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-CODIGO
                   FILE STATUS IS WRK-FS-SINDIC.

               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.
               SELECT CADASTRO-OPERADOR ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPR-ID
                   FILE STATUS IS WRK-FS-OPERMST.
               SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-CHAVE
                   FILE STATUS IS WRK-FS-EVENTOS.

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPPONTO.

           FD  ARQ-COMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPCOMIS.

           FD  ARQ-CONSIGNADOS
               LABEL RECORD IS STANDARD.
           COPY CPCONSIG.
               LABEL RECORD IS STANDARD.
           COPY CPDEPEND.

           FD  ARQ-AFASTAMENTOS
               LABEL RECORD IS STANDARD.
           COPY CPAFAST.

           FD  ARQ-PENSOES
               LABEL RECORD IS STANDARD.
           COPY CPPENSAO.

           FD  ARQ-VALE-TRANSP
               LABEL RECORD IS STANDARD.
           COPY CPVTMES.

           FD  ARQ-PLANOS
               LABEL RECORD IS STANDARD.
           COPY CPPLANO.

           FD  ARQ-PLANO-MES
               LABEL RECORD IS STANDARD.
           COPY CPPLNMES.

           FD  ARQ-TABELA-PLANO
               LABEL RECORD IS STANDARD.
           COPY CPTABPLN.

           FD  ARQ-BANCO-HORAS
               LABEL RECORD IS STANDARD.
           COPY CPBCOHR.

           FD  ARQ-ADICIONAIS
               LABEL RECORD IS STANDARD.
           COPY CPADICI.

           FD  ARQ-TABELA-LEGAL
               LABEL RECORD IS STANDARD.
           COPY CPPARLG.

           FD  ARQ-SINDICATOS
               LABEL RECORD IS STANDARD.
           COPY CPSIND.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  CADASTRO-OPERADOR
               LABEL RECORD IS STANDARD.
           COPY CPOPER.

           FD  ARQ-EVENTOS
               LABEL RECORD IS STANDARD.
           COPY CPEVENTO.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
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
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".
       77 WRK-FS-TABELA-FAIXAS  PIC X(02) VALUE SPACES.
               10 WRK-PNT-HE50         PIC 9(03)V99.
               10 WRK-PNT-HE100        PIC 9(03)V99.
               10 WRK-PNT-FALTAS       PIC 9(02).
               10 WRK-PNT-HNOT         PIC 9(03)V99.
       77 WRK-PONTO-ACHADO     PIC X(01) VALUE "N".
           88 WRK-PONTO-ACHADO-SIM       VALUE "S".
       77 WRK-PNT-ACH-HE50     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PNT-ACH-HE100    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PNT-ACH-FALTAS   PIC 9(02) VALUE ZEROS.
       77 WRK-PNT-ACH-HNOT     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-HORAS-NOT-EDT    PIC ZZ9,99.
      *    COMISSOES DO MES E DSR (COMISMES), SOMADOS POR
      *    FUNCIONARIO COMO NA FOLHA MENSAL
       77 WRK-FS-COMISSAO      PIC X(02) VALUE SPACES.
           88 WRK-FS-COMISSAO-OK         VALUE "00".
       77 WRK-CONTINUA-COMISSAO PIC X(01) VALUE "S".
           88 WRK-CONTINUA-COMISSAO-SIM  VALUE "S".
       77 WRK-QTDE-COMISSAO    PIC 9(05) VALUE ZEROS.
       01 WRK-COMISSAO-TABELA.
           05 WRK-CMS-ITEM             OCCURS 9999 TIMES
                                        INDEXED BY WRK-CMS-IDX.
               10 WRK-CMS-CODIGO       PIC 9(05).
               10 WRK-CMS-COMISSAO     PIC 9(08)V99.
               10 WRK-CMS-DSR          PIC 9(08)V99.
               10 WRK-CMS-DIAS-DSR     PIC 9(02).
       77 WRK-COMISSAO-ACHADA  PIC X(01) VALUE "N".
           88 WRK-COMISSAO-ACHADA-SIM    VALUE "S".
       77 WRK-VALOR-COMISSAO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-DSR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMS-ACH-DIAS-DSR PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-HORA       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-FALTAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-BCO-HORAS  PIC 9(08)V99 VALUE ZEROS.

      *    SALARIO BASE PROPORCIONAL AOS DIAS PAGOS (CPAFAPR) E A
      *    PARTE QUE DEIXOU DE SER PAGA PELOS DIAS AFASTADOS
       77 WRK-SALARIO-MES      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-AFASTAMENTO PIC 9(08)V99 VALUE ZEROS.

      *    PARCELAS DE CONSIGNADO (CONSIG) - MESMA REGRA DE
      *    MARGEM DE 30% DA FOLHA MENSAL, SO LEITURA (A BAIXA DO
       77 WRK-LIT-CHQ-SALFAM   PIC X(20) VALUE "SALARIO FAMILIA.....".
       77 WRK-LIT-CHQ-EXTRAS   PIC X(20) VALUE "HORAS EXTRAS........".
       77 WRK-LIT-CHQ-FALTAS   PIC X(20) VALUE "DESCONTO FALTAS.....".
       77 WRK-LIT-CHQ-BCO-HORAS PIC X(20) VALUE "BANCO HORAS VENCIDO.".
       77 WRK-LIT-CHQ-AFAST    PIC X(20) VALUE "DIAS AFASTADO.......".
       77 WRK-LIT-CHQ-INSALUB  PIC X(20) VALUE "INSALUBRIDADE.......".
       77 WRK-LIT-CHQ-PERIC    PIC X(20) VALUE "PERICULOSIDADE......".
       77 WRK-LIT-CHQ-NOTURNO  PIC X(20) VALUE "ADICIONAL NOTURNO...".
       77 WRK-LIT-CHQ-COMISSAO PIC X(20) VALUE "COMISSOES...........".
       77 WRK-LIT-CHQ-DSR      PIC X(20) VALUE "DSR S/ COMISSOES....".
       77 WRK-LIT-CHQ-CONSIG   PIC X(20) VALUE "PARCELA CONSIGNADO..".
       77 WRK-LIT-CHQ-PENSAO   PIC X(20) VALUE "PENSAO ALIMENTICIA..".
       77 WRK-LIT-CHQ-VT       PIC X(20) VALUE "VALE-TRANSPORTE 6%..".
       77 WRK-LIT-CHQ-PLANO    PIC X(20) VALUE "PLANO SAUDE/ODONTO..".
       77 WRK-LIT-CHQ-COPART   PIC X(20) VALUE "COPARTICIPACAO......".
       77 WRK-LIT-CHQ-CONTRIB  PIC X(20) VALUE "CONTRIB. SINDICAL...".
       77 WRK-LIT-CHQ-MENSAL   PIC X(20) VALUE "MENSALIDADE SINDICAL".
       77 WRK-LIT-CHQ-SEPARA   PIC X(20) VALUE ALL "=".

           COPY CPDEPTB.
           COPY CPIDADE.
           COPY CPAFATB.
           COPY CPDATA.
           COPY CPPENTB.
           COPY CPVTTB.
           COPY CPPLNTB.
           COPY CPBHRWS.
           COPY CPADCWS.
           COPY CPSNDWS.
           COPY CPEVTWS.

           COPY CPREPWS.

           COPY CPAUDELO.
           COPY CPOPERWS.
           COPY CPMSKWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
      *        CPF MASCARADO POR PADRAO - SEM MASCARA SO PARA
      *        OPERADOR COM NIVEL, CONFERIDO PELA SENHA
               DISPLAY "MASCARAR DADOS PESSOAIS? (S/N) "
                   ACCEPT WRK-MSK-PEDIDO.
               MOVE BAT-OPERADOR TO WRK-MSK-OPERADOR.
               PERFORM 8741-AUTORIZA-SEM-MASCARA.
      *        COTACAO DO DIA APANHADA DO HISTORICO DATADO
      *        (CAMBIO)
               MOVE BAT-DATA TO WRK-DATA-COTACAO.
               MOVE BAT-DATA (1:6) TO WRK-COMPETENCIA.
               PERFORM 7560-CARREGA-SALFAM.
               PERFORM 7530-CARREGA-PONTO.
               PERFORM 7535-CARREGA-COMISSAO.
               MOVE BAT-DATA TO WRK-LGL-DATA-REF.
               PERFORM 8700-CARREGA-TABLEGAL.
               PERFORM 8705-ABRE-ADICION.
               OPEN INPUT ARQ-CONSIGNADOS.
               IF WRK-FS-CONSIGNADOS-OK
                   MOVE "S" TO WRK-CONSIG-DISPONIVEL
               IF WRK-FS-DEPENDE-OK
                   MOVE "S" TO WRK-DEPENDE-DISPONIVEL
               END-IF.
               OPEN INPUT ARQ-AFASTAMENTOS.
               IF WRK-FS-AFASTAM-OK
                   MOVE "S" TO WRK-AFASTAM-DISPONIVEL
               END-IF.
               OPEN INPUT ARQ-PENSOES.
               IF WRK-FS-PENSAO-OK
                   MOVE "S" TO WRK-PENSAO-DISPONIVEL
               ELSE
                   CLOSE ARQ-PENSOES
               END-IF.
               OPEN INPUT ARQ-VALE-TRANSP.
               IF WRK-FS-VTMES-OK
                   MOVE "S" TO WRK-VTMES-DISPONIVEL
               ELSE
                   CLOSE ARQ-VALE-TRANSP
               END-IF.
               OPEN INPUT ARQ-PLANOS.
               IF WRK-FS-PLANOSAU-OK
                   MOVE "S" TO WRK-PLANOSAU-DISPONIVEL
               ELSE
                   CLOSE ARQ-PLANOS
               END-IF.
               OPEN INPUT ARQ-PLANO-MES.
               IF WRK-FS-PLANOMES-OK
                   MOVE "S" TO WRK-PLANOMES-DISPONIVEL
               ELSE
                   CLOSE ARQ-PLANO-MES
               END-IF.
               IF WRK-PLANOSAU-DISPONIVEL-SIM
                   MOVE BAT-DATA TO WRK-PLN-DATA-REF
                   PERFORM 7885-CARREGA-TABPLAN
               END-IF.
               OPEN INPUT ARQ-BANCO-HORAS.
               IF WRK-FS-BCOHORAS-OK
                   MOVE "S" TO WRK-BCOHORAS-DISPONIVEL
               ELSE
                   CLOSE ARQ-BANCO-HORAS
               END-IF.
               PERFORM 8750-ABRE-SINDIC.
               MOVE "N" TO WRK-EVT-BAIXA.
               PERFORM 7570-ABRE-EVENTOS.

               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
               PERFORM 7860-CONTA-DEPENDENTES.
               MOVE WRK-DEP-QTDE TO WRK-QTDE-DEPENDENTES.
               PERFORM 7500-CALCULA-DESCONTO.
      *        RUBRICAS RECORRENTES DO FUNCIONARIO (CPRUBPR) -
      *        ITEMIZADAS ADIANTE E REFLETIDAS NO LIQUIDO
               MOVE EMP-CODIGO        TO WRK-RUB-CODIGO-EMP.
               MOVE WRK-SALARIO-BRUTO TO WRK-RUB-BASE-BRUTO.
               PERFORM 7550-APLICA-RUBRICAS.
      *        EVENTOS VARIAVEIS DA COMPETENCIA - MAIS LINHAS DA
      *        TABELA WRK-RUI, COMO NA FOLHA MENSAL
               MOVE EMP-CODIGO        TO WRK-EVT-CODIGO-EMP.
               MOVE WRK-COMPETENCIA   TO WRK-EVT-COMPETENCIA.
               PERFORM 7572-APLICA-EVENTOS.
      *        PENSAO ALIMENTICIA JUDICIAL COM A BASE DO IRRF
      *        REDUZIDA, COMO NA FOLHA MENSAL
               PERFORM 0002-G-PENSAO-ALIMENTICIA.
      *        PARCELAS DE CONSIGNADO DENTRO DA MARGEM DE 30% DO
      *        LIQUIDO DA TABELA DE FAIXAS, COMO NA FOLHA MENSAL
               PERFORM 0002-D-APLICA-CONSIGNADO.
      *        ADIANTAMENTO DA COMPETENCIA - A PRIMEIRA METADE JA
      *        PAGA NO DIA 15 SAI ABATIDA DO LIQUIDO
               MOVE ZEROS TO WRK-VALOR-ADIANT.
                           MOVE ADT-VALOR TO WRK-VALOR-ADIANT
                   END-READ
               END-IF.
      *        PARTE DO FUNCIONARIO NO VALE-TRANSPORTE DA
      *        COMPETENCIA, COMO NA FOLHA MENSAL
               PERFORM 0002-I-VALE-TRANSPORTE.
      *        PLANO DE SAUDE/ODONTO E COPARTICIPACAO DA FATURA,
      *        COMO NA FOLHA MENSAL
               MOVE EMP-CODIGO      TO WRK-PLN-CODIGO-EMP.
               MOVE WRK-COMPETENCIA TO WRK-PLN-COMPETENCIA.
               PERFORM 7890-CALCULA-PLANO-SAUDE.
      *        SALARIO-FAMILIA POR FILHO MENOR DE 14 QUANDO O
      *        SALARIO FICA ABAIXO DO TETO (COMO NO PROGRAMA12)
               MOVE ZEROS TO WRK-VALOR-SALFAM.
                   COMPUTE WRK-VALOR-SALFAM =
                       WRK-QUOTA-SALFAM * WRK-DEP-QTDE-FILHOS
               END-IF.
      *        CONTRIBUICAO E MENSALIDADE SINDICAIS AUTORIZADAS,
      *        COMO NA FOLHA MENSAL
               MOVE EMP-SINDICATO         TO WRK-SND-CODIGO-SIND.
               MOVE EMP-SIND-DESCONTO     TO WRK-SND-AUTORIZACAO.
               MOVE EMP-SALARIO           TO WRK-SND-SALARIO.
               MOVE WRK-COMPETENCIA (5:2) TO WRK-SND-MES.
               PERFORM 8752-CALCULA-SINDICAL.
               IF WRK-VALOR-DESCONTO + WRK-RUB-TOT-DESCONTOS
                   + WRK-VALOR-ADIANT + WRK-VALOR-CONSIG
                   + WRK-PEN-TOTAL + WRK-VALOR-VALE-TRANSP
                   + WRK-PLN-TOTAL + WRK-SND-TOTAL >
                   WRK-SALARIO-BRUTO + WRK-RUB-TOT-PROVENTOS
                   + WRK-VALOR-SALFAM
                   MOVE ZEROS TO WRK-LIQUIDO-CHQ
                       - WRK-RUB-TOT-DESCONTOS
                       - WRK-VALOR-ADIANT
                       - WRK-VALOR-CONSIG
                       - WRK-PEN-TOTAL
                       - WRK-VALOR-VALE-TRANSP
                       - WRK-PLN-TOTAL
                       - WRK-SND-TOTAL
               END-IF.
               PERFORM 7400-CONVERTE-DOLAR.

               MOVE SPACES             TO CHQ-LINHA-REC.
               MOVE "D"                TO CHQ-LIN-TIPO.
               MOVE WRK-LIT-CHQ-DOC    TO CHQ-LIN-ROTULO.
               MOVE EMP-DOCUMENTO      TO WRK-MSK-DOCUMENTO.
               PERFORM 8742-MASCARA-DOCUMENTO.
               MOVE WRK-MSK-DOCUMENTO  TO CHQ-LIN-TEXTO.
               WRITE CHQ-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               WRITE CHQ-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *        DIAS DE AFASTAMENTO NA COMPETENCIA - O SALARIO
      *        BASE JA SAIU PROPORCIONAL NO BRUTO ACIMA
               IF WRK-VALOR-AFASTAMENTO > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-AFAST  TO CHQ-LIN-ROTULO
                   MOVE SPACES             TO WRK-TEXTO-DESCONTO
                   STRING WRK-AFT-DIAS-SEM-SALARIO
                       " DIAS SEM SALARIO (JA NO BRUTO)"
                       DELIMITED BY SIZE INTO WRK-TEXTO-DESCONTO
                   MOVE WRK-TEXTO-DESCONTO TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-VALOR-AFASTAMENTO TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *        COMPOSICAO DO BRUTO QUANDO HA LINHA DE PONTO -
      *        EXTRAS E FALTAS JA ESTAO SOMADOS/ABATIDOS ACIMA
               IF WRK-VALOR-EXTRAS > ZEROS
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-VALOR-BCO-HORAS > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-BCO-HORAS TO CHQ-LIN-ROTULO
                   MOVE "(JA NO BRUTO)"    TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-VALOR-BCO-HORAS TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
      *        ADICIONAIS LEGAIS DO MES - TAMBEM JA NO BRUTO
               IF WRK-ADC-VALOR-INSALUB > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-INSALUB TO CHQ-LIN-ROTULO
                   MOVE SPACES             TO WRK-TEXTO-DESCONTO
                   STRING "GRAU " WRK-ADC-GRAU " (JA NO BRUTO)"
                       DELIMITED BY SIZE INTO WRK-TEXTO-DESCONTO
                   MOVE WRK-TEXTO-DESCONTO TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-ADC-VALOR-INSALUB TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-ADC-VALOR-PERIC > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-PERIC  TO CHQ-LIN-ROTULO
                   MOVE "(JA NO BRUTO)"    TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-ADC-VALOR-PERIC TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-ADC-VALOR-NOTURNO > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-NOTURNO TO CHQ-LIN-ROTULO
                   MOVE WRK-ADC-HORAS-NOT  TO WRK-HORAS-NOT-EDT
                   MOVE SPACES             TO WRK-TEXTO-DESCONTO
                   STRING WRK-HORAS-NOT-EDT " HORAS (JA NO BRUTO)"
                       DELIMITED BY SIZE INTO WRK-TEXTO-DESCONTO
                   MOVE WRK-TEXTO-DESCONTO TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-ADC-VALOR-NOTURNO TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
      *        COMISSAO E DSR DO MES - TAMBEM JA NO BRUTO
               IF WRK-VALOR-COMISSAO > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-COMISSAO TO CHQ-LIN-ROTULO
                   MOVE "(JA NO BRUTO)"    TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-VALOR-COMISSAO TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-VALOR-DSR > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-DSR    TO CHQ-LIN-ROTULO
                   MOVE SPACES             TO WRK-TEXTO-DESCONTO
                   STRING WRK-CMS-ACH-DIAS-DSR
                       " DOMINGOS/FERIADOS (JA NO BRUTO)"
                       DELIMITED BY SIZE INTO WRK-TEXTO-DESCONTO
                   MOVE WRK-TEXTO-DESCONTO TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-VALOR-DSR      TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

               MOVE SPACES             TO CHQ-LINHA-REC.
               MOVE "D"                TO CHQ-LIN-TIPO.
               WRITE CHQ-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *        UMA LINHA POR ORDEM DE PENSAO COM VALOR NO MES
      *        (TABELA WRK-PEN DEIXADA PELA 7880)
               PERFORM 0002-H-IMPRIME-PENSAO
                   VARYING WRK-PEN-I FROM 1 BY 1
                   UNTIL WRK-PEN-I > WRK-PEN-QTDE.

      *        UMA LINHA POR RUBRICA APLICADA (TABELA WRK-RUI
      *        DEIXADA PELA 7550)
               PERFORM 0002-A-IMPRIME-RUBRICA
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *        PARTE DO FUNCIONARIO NO VALE-TRANSPORTE (PROGRAMA72)
               IF WRK-VALOR-VALE-TRANSP > ZEROS
                   MOVE SPACES                TO CHQ-LINHA-REC
                   MOVE "D"                   TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-VT        TO CHQ-LIN-ROTULO
                   MOVE "R$ "                 TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-VALOR-VALE-TRANSP TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT         TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *        PLANO DE SAUDE/ODONTO (PLANOSAU) E COPARTICIPACAO
      *        DA FATURA CONCILIADA (PLANOMES)
               IF WRK-PLN-MENSAL-FUNC > ZEROS
                   MOVE SPACES                TO CHQ-LINHA-REC
                   MOVE "D"                   TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-PLANO     TO CHQ-LIN-ROTULO
                   MOVE "R$ "                 TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-PLN-MENSAL-FUNC   TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT         TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-PLN-COPART > ZEROS
                   MOVE SPACES                TO CHQ-LINHA-REC
                   MOVE "D"                   TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-COPART    TO CHQ-LIN-ROTULO
                   MOVE "R$ "                 TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-PLN-COPART        TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT         TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-SND-VALOR-CONTRIB > ZEROS
                   MOVE SPACES                TO CHQ-LINHA-REC
                   MOVE "D"                   TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-CONTRIB   TO CHQ-LIN-ROTULO
                   MOVE "R$ "                 TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-SND-VALOR-CONTRIB TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT         TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-SND-VALOR-MENSAL > ZEROS
                   MOVE SPACES                TO CHQ-LINHA-REC
                   MOVE "D"                   TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-MENSAL    TO CHQ-LIN-ROTULO
                   MOVE "R$ "                 TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-SND-VALOR-MENSAL  TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT         TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *        UMA LINHA POR PARCELA DE CONSIGNADO DESCONTADA
      *        (TABELA WRK-CSG DEIXADA PELA 0002-D)
               PERFORM 0002-F-IMPRIME-PARCELA
      *    BRUTO DO MES = SALARIO + EXTRAS (50% E 100% SOBRE O
      *    SALARIO-HORA DE 220 HORAS) - FALTAS INJUSTIFICADAS (UM
      *    TRINTA AVOS POR DIA), A MESMA CONTA DA FOLHA MENSAL -
      *    O CONTRACHEQUE TEM QUE BATER COM O QUE O BANCO CREDITA.
      *    O SALARIO ENTRA PROPORCIONAL AOS DIAS PAGOS QUANDO HA
      *    AFASTAMENTO NO MES
       0002-B-APLICA-PONTO     SECTION.
      *        DIAS DE AFASTAMENTO NA COMPETENCIA (CPAFAPR) - O
      *        SALARIO BASE VAI PROPORCIONAL AOS DIAS PAGOS
               MOVE EMP-CODIGO      TO WRK-AFT-CODIGO-EMP.
               MOVE WRK-COMPETENCIA TO WRK-AFT-COMPETENCIA.
               PERFORM 7870-DIAS-AFASTADO.
               IF WRK-AFT-DIAS-SEM-SALARIO > ZEROS
                   COMPUTE WRK-SALARIO-MES ROUNDED =
                       EMP-SALARIO * WRK-AFT-DIAS-PAGOS / 30
               ELSE
                   MOVE EMP-SALARIO TO WRK-SALARIO-MES
               END-IF.
               COMPUTE WRK-VALOR-AFASTAMENTO =
                   EMP-SALARIO - WRK-SALARIO-MES.
               MOVE "N"   TO WRK-PONTO-ACHADO.
               MOVE ZEROS TO WRK-VALOR-EXTRAS.
               MOVE ZEROS TO WRK-VALOR-FALTAS.
                   COMPUTE WRK-VALOR-FALTAS ROUNDED =
                       EMP-SALARIO / 30 * WRK-PNT-ACH-FALTAS
               END-IF.
      *        HORAS DO BANCO VENCIDAS NA COMPETENCIA (7996 DO
      *        CPBHRPR SEM GRAVACAO) - DEPOIS DA FOLHA DE PRODUCAO
      *        O VALOR VEM DO PAGAMENTO JA GRAVADO NO BCOHORAS
               MOVE ZEROS TO WRK-VALOR-BCO-HORAS.
               IF WRK-BCOHORAS-DISPONIVEL-SIM
                   MOVE EMP-CODIGO      TO WRK-BHR-CODIGO
                   MOVE WRK-COMPETENCIA TO WRK-BHR-COMPETENCIA
                   MOVE "V"             TO WRK-BHR-TIPO-PAGTO
                   MOVE "N"             TO WRK-BHR-GRAVA
                   COMPUTE WRK-BHR-VALOR-HORA ROUNDED =
                       EMP-SALARIO / 220
                   PERFORM 7996-PAGA-BANCO
                   MOVE WRK-BHR-VALOR-PAGO TO WRK-VALOR-BCO-HORAS
               END-IF.
      *        ADICIONAIS LEGAIS DO MES (8710 DO CPADCPR), COMO NA
      *        FOLHA MENSAL
               MOVE EMP-CODIGO         TO WRK-ADC-CODIGO-EMP.
               MOVE EMP-SALARIO        TO WRK-ADC-SALARIO.
               MOVE WRK-AFT-DIAS-PAGOS TO WRK-ADC-DIAS-PAGOS.
               MOVE WRK-PONTO-ACHADO   TO WRK-ADC-PONTO-ACHADO.
               MOVE WRK-PNT-ACH-HNOT   TO WRK-ADC-HORAS-PONTO.
               PERFORM 8710-CALCULA-ADICIONAIS.
      *        COMISSAO E DSR DA COMPETENCIA (COMISMES)
               MOVE "N"   TO WRK-COMISSAO-ACHADA.
               MOVE ZEROS TO WRK-VALOR-COMISSAO.
               MOVE ZEROS TO WRK-VALOR-DSR.
               PERFORM 0002-J-BUSCA-COMISSAO
                   VARYING WRK-CMS-IDX FROM 1 BY 1
                   UNTIL WRK-CMS-IDX > WRK-QTDE-COMISSAO
                      OR WRK-COMISSAO-ACHADA-SIM.
               IF WRK-VALOR-FALTAS >
                   WRK-SALARIO-MES + WRK-VALOR-EXTRAS
                   + WRK-VALOR-BCO-HORAS + WRK-ADC-TOTAL
                   + WRK-VALOR-COMISSAO + WRK-VALOR-DSR
                   MOVE ZEROS TO WRK-SALARIO-BRUTO
               ELSE
                   COMPUTE WRK-SALARIO-BRUTO =
                       WRK-SALARIO-MES + WRK-VALOR-EXTRAS
                       + WRK-VALOR-BCO-HORAS + WRK-ADC-TOTAL
                       + WRK-VALOR-COMISSAO + WRK-VALOR-DSR
                       - WRK-VALOR-FALTAS
               END-IF.

       0002-J-BUSCA-COMISSAO   SECTION.
               IF WRK-CMS-CODIGO (WRK-CMS-IDX) = EMP-CODIGO
                   MOVE "S" TO WRK-COMISSAO-ACHADA
                   MOVE WRK-CMS-COMISSAO (WRK-CMS-IDX)
                       TO WRK-VALOR-COMISSAO
                   MOVE WRK-CMS-DSR (WRK-CMS-IDX)
                       TO WRK-VALOR-DSR
                   MOVE WRK-CMS-DIAS-DSR (WRK-CMS-IDX)
                       TO WRK-CMS-ACH-DIAS-DSR
               END-IF.

       0002-C-BUSCA-PONTO      SECTION.
               IF WRK-PNT-CODIGO (WRK-PNT-IDX) = EMP-CODIGO
                   MOVE "S" TO WRK-PONTO-ACHADO
                       TO WRK-PNT-ACH-HE100
                   MOVE WRK-PNT-FALTAS (WRK-PNT-IDX)
                       TO WRK-PNT-ACH-FALTAS
                   MOVE WRK-PNT-HNOT (WRK-PNT-IDX)
                       TO WRK-PNT-ACH-HNOT
               END-IF.

      *    PARCELAS DE CONSIGNADO DENTRO DA MARGEM DE 30% DO
               MOVE ZEROS TO WRK-VALOR-CONSIG.
               MOVE ZEROS TO WRK-CSG-QTDE.
               IF WRK-CONSIG-DISPONIVEL-SIM
                   IF WRK-PEN-TOTAL > WRK-SALARIO-LIQUIDO
                       MOVE ZEROS TO WRK-MARGEM-CONSIG
                   ELSE
                       COMPUTE WRK-MARGEM-CONSIG ROUNDED =
                           (WRK-SALARIO-LIQUIDO - WRK-PEN-TOTAL)
                           * 30 / 100
                   END-IF
                   MOVE "N"        TO WRK-FIM-CONSIG
                   MOVE EMP-CODIGO TO CSG-CODIGO-EMP
                   MOVE ZEROS      TO CSG-CONTRATO
                           MOVE "S" TO WRK-FIM-CONSIG
                       ELSE
                           IF CSG-ATIVO AND CSG-PARCELAS-REST > 0
                               AND (CSG-COMP-INICIO NOT NUMERIC
                                 OR CSG-COMP-INICIO <= WRK-COMPETENCIA)
                               AND WRK-VALOR-CONSIG
                                   + CSG-VALOR-PARCELA
                                   <= WRK-MARGEM-CONSIG
               WRITE CHQ-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

      *    PENSAO ALIMENTICIA (CPPENPR) COM AS MESMAS BASES DA
      *    FOLHA MENSAL: LEGAL = BRUTO COM OS PROVENTOS DAS
      *    RUBRICAS MENOS INSS E IRRF; LIQUIDO = A LEGAL MENOS OS
      *    DESCONTOS DAS RUBRICAS
       0002-G-PENSAO-ALIMENTICIA SECTION.
               COMPUTE WRK-PEN-BASE-LEGAL =
                   WRK-SALARIO-BRUTO + WRK-RUB-TOT-PROVENTOS
                   - WRK-VALOR-INSS - WRK-VALOR-IRRF.
               IF WRK-RUB-TOT-DESCONTOS > WRK-PEN-BASE-LEGAL
                   MOVE ZEROS TO WRK-PEN-BASE-LIQUIDO
               ELSE
                   COMPUTE WRK-PEN-BASE-LIQUIDO =
                       WRK-PEN-BASE-LEGAL - WRK-RUB-TOT-DESCONTOS
               END-IF.
               MOVE EMP-CODIGO      TO WRK-PEN-CODIGO-EMP.
               MOVE WRK-COMPETENCIA TO WRK-PEN-COMPETENCIA.
               PERFORM 7880-CALCULA-PENSAO.
               PERFORM 7883-REDUZ-BASE-IRRF.

       0002-H-IMPRIME-PENSAO   SECTION.
               IF WRK-PEN-VALOR-ORDEM (WRK-PEN-I) > ZEROS
                   MOVE SPACES             TO CHQ-LINHA-REC
                   MOVE "D"                TO CHQ-LIN-TIPO
                   MOVE WRK-LIT-CHQ-PENSAO TO CHQ-LIN-ROTULO
                   MOVE SPACES             TO WRK-TEXTO-DESCONTO
                   STRING "PROC "
                       WRK-PEN-PROCESSO (WRK-PEN-I)
                       DELIMITED BY SIZE INTO WRK-TEXTO-DESCONTO
                   MOVE WRK-TEXTO-DESCONTO TO CHQ-LIN-TEXTO
                   MOVE "R$ "              TO CHQ-LIN-LIT-VALOR
                   MOVE WRK-PEN-VALOR-ORDEM (WRK-PEN-I)
                       TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO CHQ-LIN-VALOR
                   WRITE CHQ-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *    VALE-TRANSPORTE: 6% DO SALARIO BASE DO MES, LIMITADO
      *    AO CUSTO REAL DO VALE COMPRADO NA COMPETENCIA
       0002-I-VALE-TRANSPORTE  SECTION.
               MOVE ZEROS TO WRK-VALOR-VALE-TRANSP.
               IF WRK-VTMES-DISPONIVEL-SIM
                   MOVE EMP-CODIGO      TO VTM-CODIGO
                   MOVE WRK-COMPETENCIA TO VTM-COMPETENCIA
                   READ ARQ-VALE-TRANSP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WRK-VALOR-VALE-TRANSP ROUNDED =
                               WRK-SALARIO-MES * WRK-PERC-VALE-TRANSP
                               / 100
                           IF WRK-VALOR-VALE-TRANSP > VTM-CUSTO
                               MOVE VTM-CUSTO TO WRK-VALOR-VALE-TRANSP
                           END-IF
                   END-READ
               END-IF.

       0003-FINALIZAR          SECTION.
               DISPLAY "CONTRACHEQUES GRAVADOS (CONCHEQ) - "
                   WRK-QTDE-PAGINAS " PAGINAS".
               IF WRK-DEPENDE-DISPONIVEL-SIM
                   CLOSE ARQ-DEPENDENTES
               END-IF.
               IF WRK-AFASTAM-DISPONIVEL-SIM
                   CLOSE ARQ-AFASTAMENTOS
               END-IF.
               IF WRK-PENSAO-DISPONIVEL-SIM
                   CLOSE ARQ-PENSOES
               END-IF.
               IF WRK-VTMES-DISPONIVEL-SIM
                   CLOSE ARQ-VALE-TRANSP
               END-IF.
               IF WRK-PLANOSAU-DISPONIVEL-SIM
                   CLOSE ARQ-PLANOS
               END-IF.
               IF WRK-PLANOMES-DISPONIVEL-SIM
                   CLOSE ARQ-PLANO-MES
               END-IF.
               PERFORM 7986-FECHA-BANCO-HORAS.
               PERFORM 8706-FECHA-ADICION.
               PERFORM 8751-FECHA-SINDIC.
               PERFORM 7571-FECHA-EVENTOS.
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-CONTRACHEQUE.
               CLOSE ARQ-AUDITORIA.

           COPY CPIDADPR.

           COPY CPAFAPR.

           COPY CPDATAVL.

      *    CARGA DO RESUMO MENSAL DE PONTO (PONTOMES, VALIDADO
      *    PELO PROGRAMA38) NA TABELA DA WORKING-STORAGE - SO AS
      *    LINHAS DA COMPETENCIA DA EXECUCAO, COMO NA FOLHA
                                   WRK-PNT-HE100 (WRK-QTDE-PONTO)
                               MOVE PNT-DIAS-FALTA TO
                                   WRK-PNT-FALTAS (WRK-QTDE-PONTO)
                               MOVE ZEROS TO
                                   WRK-PNT-HNOT (WRK-QTDE-PONTO)
                               IF PNT-HORAS-NOTURNAS NUMERIC
                                   MOVE PNT-HORAS-NOTURNAS TO
                                       WRK-PNT-HNOT (WRK-QTDE-PONTO)
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    CARGA DAS COMISSOES DO MES (COMISMES) - SO AS LINHAS DA
      *    COMPETENCIA, SOMADAS POR FUNCIONARIO COMO NA FOLHA
      *    MENSAL; ARQUIVO AUSENTE = CONTRACHEQUE SEM COMISSAO
       7535-CARREGA-COMISSAO   SECTION.
               MOVE ZEROS TO WRK-QTDE-COMISSAO.
               MOVE "S"   TO WRK-CONTINUA-COMISSAO.
               OPEN INPUT ARQ-COMISSAO.
               IF WRK-FS-COMISSAO-OK
                   PERFORM 7536-CARREGA-UMA-COMISSAO
                       UNTIL NOT WRK-CONTINUA-COMISSAO-SIM
                   CLOSE ARQ-COMISSAO
               ELSE
                   CLOSE ARQ-COMISSAO
               END-IF.

       7536-CARREGA-UMA-COMISSAO SECTION.
               READ ARQ-COMISSAO
                   AT END
                       MOVE "N" TO WRK-CONTINUA-COMISSAO
                   NOT AT END
                       IF CMS-COMPETENCIA = WRK-COMPETENCIA
                           MOVE "N" TO WRK-COMISSAO-ACHADA
                           PERFORM 7537-SOMA-COMISSAO
                               VARYING WRK-CMS-IDX FROM 1 BY 1
                               UNTIL WRK-CMS-IDX > WRK-QTDE-COMISSAO
                                  OR WRK-COMISSAO-ACHADA-SIM
                           IF NOT WRK-COMISSAO-ACHADA-SIM
                               PERFORM 7538-NOVA-COMISSAO
                           END-IF
                       END-IF
               END-READ.

       7537-SOMA-COMISSAO      SECTION.
               IF WRK-CMS-CODIGO (WRK-CMS-IDX) = CMS-CODIGO
                   MOVE "S" TO WRK-COMISSAO-ACHADA
                   ADD CMS-VALOR-COMISSAO
                       TO WRK-CMS-COMISSAO (WRK-CMS-IDX)
                   ADD CMS-VALOR-DSR TO WRK-CMS-DSR (WRK-CMS-IDX)
               END-IF.

       7538-NOVA-COMISSAO      SECTION.
               IF WRK-QTDE-COMISSAO >= 9999
                   MOVE "N" TO WRK-CONTINUA-COMISSAO
               ELSE
                   ADD 1 TO WRK-QTDE-COMISSAO
                   MOVE CMS-CODIGO TO
                       WRK-CMS-CODIGO (WRK-QTDE-COMISSAO)
                   MOVE CMS-VALOR-COMISSAO TO
                       WRK-CMS-COMISSAO (WRK-QTDE-COMISSAO)
                   MOVE CMS-VALOR-DSR TO
                       WRK-CMS-DSR (WRK-QTDE-COMISSAO)
                   MOVE CMS-DIAS-DSR TO
                       WRK-CMS-DIAS-DSR (WRK-QTDE-COMISSAO)
               END-IF.

      *    CARGA DO PARAMETRO DE SALARIO-FAMILIA (TABSALF) - VALE
      *    A LINHA COM A MAIOR VIGENCIA <= DATA DO LOTE
       7560-CARREGA-SALFAM     SECTION.

           COPY CPFAIXPR.

           COPY CPPENPR.

           COPY CPTPLPR.

           COPY CPPLNPR.

           COPY CPTABFPR.

           COPY CPRUBPR.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPBHRPR.

           COPY CPADCPR.

           COPY CPOPERPR.

           COPY CPMSKPR.

           COPY CPSNDPR.

           COPY CPEVTPR.
