      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63 - PERDIDO O
      *==                  PAPEL, PERDIA-SE O RELATORIO
      *== 15/10/26   WS    SALARIO PROPORCIONAL AOS DIAS PAGOS DA
      *==                  COMPETENCIA: DIAS DE AFASTAMENTO DO
      *==                  CADASTRO AFASTAM (COPYBOOKS CPAFAST/
      *==                  CPAFATB/CPAFAPR) SAEM DO SALARIO BASE -
      *==                  AUXILIO-DOENCA OU LICENCA-MATERNIDADE
      *==                  NAO E MAIS PAGO CHEIO E ACERTADO A MAO
      *==                  PELO EXCPTRPT
      *== 15/10/26   WS    PENSAO ALIMENTICIA JUDICIAL (CADASTRO
      *==                  PENSAO, COPYBOOKS CPPENSAO/CPPENTB/
      *==                  CPPENPR) DESCONTADA DEPOIS DO INSS E DO
      *==                  IRRF, SOBRE O LIQUIDO, SOBRE O BRUTO
      *==                  MENOS DESCONTOS LEGAIS OU EM VALOR FIXO,
      *==                  COM A BASE DO IRRF REDUZIDA PELO VALOR
      *==                  PAGO; O VALOR VAI PARA O FOLHAHST E
      *==                  FICA NA ORDEM PARA O CREDITO AO
      *==                  BENEFICIARIO NA REMESSA (PROGRAMA22) -
      *==                  ACABA A RUBRICA FIXA NO FUNCRUB
      *== 15/10/26   WS    VALE-TRANSPORTE COMPRADO NA COMPETENCIA
      *==                  (ARQ. VTMES, GRAVADO PELO PROGRAMA72,
      *==                  COPYBOOKS CPVTMES/CPVTTB) DESCONTADO EM
      *==                  6% DO SALARIO BASE DO MES, LIMITADO AO
      *==                  CUSTO REAL DO VALE, E MARCADO DESCONTADO
      *==                  - ERA CALCULADO EM PLANILHA
      *== 15/10/26   WS    PLANO DE SAUDE/ODONTOLOGICO: PARTE DO
      *==                  FUNCIONARIO NA MENSALIDADE DAS VIDAS
      *==                  VIGENTES NO PLANOSAU (PROGRAMA73) PELA
      *==                  TABELA TABPLAN E COPARTICIPACAO DA
      *==                  FATURA (PLANOMES, GRAVADO PELO
      *==                  PROGRAMA74) DESCONTADAS NA FOLHA E
      *==                  MARCADAS DESCONTADO (COPYBOOKS CPPLANO/
      *==                  CPPLNMES/CPTABPLN/CPPLNTB/CPTPLPR/
      *==                  CPPLNPR)
      *== 15/10/26   WS    PREVIA AVISA (TELA E LINHA "A" NO
      *==                  FOLHAPRE) QUANDO HA ALTERACAO DE SALARIO
      *==                  OU CONTA BANCARIA AINDA PENDENTE DE
      *==                  APROVACAO NO APVPEND PARA A COMPETENCIA
      *==                  (CPAPROV/CPAPRWS/CPAPRPR) - A FOLHA SAI
      *==                  COM O VALOR ANTIGO ATE O PROGRAMA79
      *== 15/10/26   WS    SEGUNDO CNPJ DO GRUPO: TOTAL POR
      *==                  ESTABELECIMENTO (LINHA "E" NO FOPAGREG
      *==                  COM CNPJ E RAZAO SOCIAL DO CADASTRO
      *==                  ESTAB, COPYBOOKS CPESTAB/CPESTWS/
      *==                  CPESTPR); FOLHAHST E FOPAGCC GRAVADOS
      *==                  COM O ESTABELECIMENTO DO FUNCIONARIO
      *== 15/10/26   WS    BANCO DE HORAS: HORAS DO BCOHORAS QUE
      *==                  CHEGAM AO VENCIMENTO NA COMPETENCIA SAO
      *==                  PAGAS NO BRUTO COM O ADICIONAL DO LOTE
      *==                  (CPBCOHR/CPBHRWS/CPBHRPR) E BAIXADAS SO NA
      *==                  PRODUCAO; A SIMULACAO SO CALCULA
      *== 15/10/26   WS    ADICIONAIS DE INSALUBRIDADE,
      *==                  PERICULOSIDADE E NOTURNO CALCULADOS NO
      *==                  MES PELO GRAU/TURNO DO CADASTRO ADICION E
      *==                  PELOS PARAMETROS DATADOS DO TABLEGAL
      *==                  (CPADICI/CPPARLG/CPADCWS/CPADCPR), COM AS
      *==                  HORAS NOTURNAS DO PONTO; PAGOS NO BRUTO,
      *==                  UMA LINHA "A" POR ADICIONAL NO FOPAGREG E
      *==                  O TOTAL EM FHT-ADICIONAIS PARA AS MEDIAS
      *==                  DO 13O E DAS FERIAS - ACABAM AS RUBRICAS
      *==                  FIXAS NO FUNCRUB
      *== 15/10/26   WS    COMISSOES DO MES E REFLEXO NO DSR (ARQ.
      *==                  COMISMES, CPCOMIS, IMPORTADO E VALIDADO
      *==                  PELO PROGRAMA83) PAGOS NO BRUTO, UMA
      *==                  LINHA "A" PARA CADA NO FOPAGREG E A SOMA
      *==                  EM FHT-VARIAVEIS PARA AS MEDIAS DO 13O,
      *==                  FERIAS E RESCISAO
      *== 15/10/26   WS    DESCONTO SINDICAL DO MES PELO CADASTRO
      *==                  DE SINDICATOS (SINDIC, CPSIND/CPSNDWS/
      *==                  CPSNDPR) PARA QUEM AUTORIZOU NO MESTRE:
      *==                  CONTRIBUICAO ANUAL NO MES DE DESCONTO DO
      *==                  SINDICATO E MENSALIDADE DOS SOCIOS, EM
      *==                  LINHAS "A" NO FOPAGREG; NA PRODUCAO GRAVA
      *==                  O MOVIMENTO SINDMES (CPSNDMES) PARA O
      *==                  REPASSE POR SINDICATO DO PROGRAMA87
      *== 15/10/26   WS    FOTO DO MESTRE NA COMPETENCIA: NA
      *==                  PRODUCAO, LOGO APOS O CARIMBO NO
      *==                  FOLHACTL, CADA REGISTRO DO CADMEST E
      *==                  COPIADO PARA O CADSNAP (CPSNAP/CPSNPWS),
      *==                  CHAVE COMPETENCIA + CODIGO; O REPROCESSO
      *==                  AUTORIZADO REFAZ A FOTO - BASE DOS
      *==                  RELATORIOS "NA COMPETENCIA" E DO PROGRAMA90
      *== 15/10/26   WS    EVENTOS VARIAVEIS DA COMPETENCIA (ARQ.
      *==                  EVENTOS, LANCADOS PELO PROGRAMA92 -
      *==                  CPEVENTO/CPEVTWS/CPEVTPR) SOMADOS COMO
      *==                  RUBRICAS DO MES, COM UMA LINHA "A" DE
      *==                  PROVENTOS E OUTRA DE DESCONTOS NO FOPAGREG;
      *==                  NA PRODUCAO CADA EVENTO PENDENTE E BAIXADO
      *==                  COMO PAGO COM O LOTE DA FOLHA
      *== 15/10/26   WS    FOLHAHST GRAVADO COM SEQUENCIA 00 (AS
      *==                  COMPLEMENTARES DO PROGRAMA93 USAM 01 EM
      *==                  DIANTE) E COM A BASE DA TABELA DE FAIXAS;
      *==                  CARIMBO DO FOLHACTL PRESERVA A CONTAGEM DE
      *==                  COMPLEMENTARES NO REPROCESSO
      *== 15/10/26   WS    PARCELA DE CONSIGNADO BAIXADA FICA
      *==                  CARIMBADA COM COMPETENCIA E LOTE
      *==                  (CSG-ULT-COMPETENCIA/CSG-ULT-LOTE): O
      *==                  REPROCESSO NAO BAIXA A MESMA COMPETENCIA DUAS
      *==                  VEZES E O ESTORNO DA FOLHA (PROGRAMA94)
      *==                  DEVOLVE A PARCELA
      *== 15/10/26   WS    BRUTO DO FOPAGCC DIVIDIDO PELO RATEIO
      *==                  DE CENTRO DE CUSTO EM VIGOR NO FIM DA
      *==                  COMPETENCIA (ARQ. RATEIO, CPRATEIO/
      *==                  CPRATWS/CPRATPR, MANTIDO PELO PROGRAMA95);
      *==                  SEM RATEIO, TUDO NO EMP-CCUSTO - OS
      *==                  ENCARGOS DO PROGRAMA44 SEGUEM O FOPAGCC
      *== 15/10/26   WS    CONTRATO DE CONSIGNADO COM CSG-COMP-INICIO
      *==                  FUTURO (AVERBADO PELO PROGRAMA97) NAO
      *==                  DESCONTA ANTES DA COMPETENCIA DE INICIO
      *== 15/10/26   WS    DETALHE POR RUBRICA DA COMPETENCIA NO
      *==                  FOLHARUB (BASE DA FOLHA ANALITICA)
      *== 15/10/26   WS    ANO FECHADO NO CONTROLE ANUAL (ARQ.
      *==                  ANOFECH, CPANOFCH/CPANFWS/CPANFPR, PELO
      *==                  PROGRAMB09) RECUSA A FOLHA DE PRODUCAO
      *==                  - SO LANCA DEPOIS DA REABERTURA
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-PONTO ASSIGN TO "PONTOMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-PONTO.
               SELECT ARQ-COMISSAO ASSIGN TO "COMISMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-COMISSAO.
               SELECT ARQ-RUBRICAS ASSIGN TO "RUBRICA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FCT-COMPETENCIA
                   FILE STATUS IS WRK-FS-CTL-FOLHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-PREVIA ASSIGN TO "FOLHAPRE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-PREVIA.
               SELECT ARQ-APROVACAO ASSIGN TO "APVPEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APV-CHAVE
                   FILE STATUS IS WRK-FS-APROV.
               SELECT ARQ-ADIANTAMENTO ASSIGN TO "ADIANT"
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
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.
               SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BHR-CHAVE
                   FILE STATUS IS WRK-FS-BCOHORAS.
               SELECT ARQ-RATEIO ASSIGN TO "RATEIO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAT-CHAVE
                   FILE STATUS IS WRK-FS-RATEIO.
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
               SELECT ARQ-SIND-MES ASSIGN TO "SINDMES"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SINDMES.

               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPX-CHAVE
                   FILE STATUS IS WRK-FS-REPNDX.
               SELECT ARQ-FOTO-MESTRE ASSIGN TO "CADSNAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNP-CHAVE
                   FILE STATUS IS WRK-FS-FOTO.
               SELECT ARQ-RUBRICAS-FOLHA ASSIGN TO "FOLHARUB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FRU-CHAVE
                   FILE STATUS IS WRK-FS-FOLHARUB.
               SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-CHAVE
                   FILE STATUS IS WRK-FS-EVENTOS.
               SELECT ARQ-REP-COPIA ASSIGN TO "REPCOPY"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-REPCOPY.
               05 FPG-TOT-LIT-LIQ      PIC X(11).
               05 FPG-TOT-LIQUIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(20).
      *    TOTAL DE UM ESTABELECIMENTO (TIPO "E"), COM O CNPJ E A
      *    RAZAO SOCIAL DO EMPREGADOR NO CADASTRO ESTAB
           01  FPG-ESTAB-REC REDEFINES FPG-CABECALHO-REC.
               05 FPG-EST-TIPO         PIC X(01).
               05 FPG-EST-CODIGO       PIC 9(03).
               05 FILLER               PIC X(01).
               05 FPG-EST-CNPJ         PIC 9(14).
               05 FILLER               PIC X(01).
               05 FPG-EST-RAZAO        PIC X(30).
               05 FILLER               PIC X(01).
               05 FPG-EST-QTDE         PIC ZZZZ9.
               05 FILLER               PIC X(01).
               05 FPG-EST-BRUTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01).
               05 FPG-EST-DESCONTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01).
               05 FPG-EST-LIQUIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(22).
      *    ADICIONAL LEGAL DO FUNCIONARIO (TIPO "A"), LOGO DEPOIS
      *    DO DETALHE - UMA LINHA POR ADICIONAL PAGO, COM A BASE
      *    (SALARIO MINIMO, SALARIO OU SALARIO-HORA) E A REFERENCIA
      *    (PERCENTUAL OU HORAS NOTURNAS); O VALOR JA ESTA NO BRUTO
           01  FPG-ADICIONAL-REC REDEFINES FPG-CABECALHO-REC.
               05 FPG-ADC-TIPO         PIC X(01).
               05 FPG-ADC-CODIGO       PIC 9(05).
               05 FILLER               PIC X(01).
               05 FPG-ADC-NOME         PIC X(30).
               05 FILLER               PIC X(01).
               05 FPG-ADC-DESCRICAO    PIC X(26).
               05 FPG-ADC-LIT-BASE     PIC X(08).
               05 FPG-ADC-BASE         PIC ZZZ.ZZ9,99.
               05 FPG-ADC-LIT-REF      PIC X(06).
               05 FPG-ADC-REF          PIC ZZ9,99.
               05 FPG-ADC-LIT-VALOR    PIC X(08).
               05 FPG-ADC-VALOR        PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(17).

           FD  ARQ-AUDITORIA
               LABEL RECORD IS STANDARD.
               LABEL RECORD IS STANDARD.
           COPY CPPONTO.

           FD  ARQ-COMISSAO
               LABEL RECORD IS STANDARD.
           COPY CPCOMIS.

           FD  ARQ-RUBRICAS
               LABEL RECORD IS STANDARD.
           COPY CPRUBRIC.
               LABEL RECORD IS STANDARD.
           COPY CPFOLCTL.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-ADIANTAMENTO
               LABEL RECORD IS STANDARD.
           COPY CPADIANT.
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

           FD  ARQ-APROVACAO
               LABEL RECORD IS STANDARD.
           COPY CPAPROV.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           FD  ARQ-BANCO-HORAS
               LABEL RECORD IS STANDARD.
           COPY CPBCOHR.

           FD  ARQ-RATEIO
               LABEL RECORD IS STANDARD.
           COPY CPRATEIO.

           FD  ARQ-ADICIONAIS
               LABEL RECORD IS STANDARD.
           COPY CPADICI.

           FD  ARQ-TABELA-LEGAL
               LABEL RECORD IS STANDARD.
           COPY CPPARLG.

           FD  ARQ-SINDICATOS
               LABEL RECORD IS STANDARD.
           COPY CPSIND.

           FD  ARQ-SIND-MES
               LABEL RECORD IS STANDARD.
           COPY CPSNDMES.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.
               LABEL RECORD IS STANDARD.
           COPY CPREPCOP.

           FD  ARQ-FOTO-MESTRE
               LABEL RECORD IS STANDARD.
           COPY CPSNAP.

           FD  ARQ-EVENTOS
               LABEL RECORD IS STANDARD.
           COPY CPEVENTO.

           FD  ARQ-RUBRICAS-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLRUB.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-MESTRE        PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-OK           VALUE "00".
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
       77 WRK-VALOR-HORA       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-FALTAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTDE-COM-PONTO   PIC 9(05) VALUE ZEROS.
      *    HORAS DO BANCO VENCIDAS NA COMPETENCIA, PAGAS NO BRUTO
       77 WRK-VALOR-BCO-HORAS  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTDE-BCO-VENCIDO PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-BCO-VENCIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-BCO-VENCIDO PIC 9(10)V99 VALUE ZEROS.
      *    ADICIONAIS LEGAIS DO MES (CPADCPR), PAGOS NO BRUTO
       77 WRK-QTDE-COM-ADICIONAL PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-INSALUB    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-PERIC      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-NOTURNO    PIC 9(10)V99 VALUE ZEROS.
      *    COMISSOES DO MES E REFLEXO NO DSR (COMISMES) CARREGADOS
      *    EM TABELA COMO O PONTO - MAIS DE UMA LINHA DO MESMO
      *    FUNCIONARIO NA COMPETENCIA SOMAM NO MESMO ITEM
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
               10 WRK-CMS-UTEIS        PIC 9(02).
               10 WRK-CMS-DIAS-DSR     PIC 9(02).
       77 WRK-COMISSAO-ACHADA  PIC X(01) VALUE "N".
           88 WRK-COMISSAO-ACHADA-SIM    VALUE "S".
       77 WRK-VALOR-COMISSAO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-DSR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMS-ACH-UTEIS    PIC 9(02) VALUE ZEROS.
       77 WRK-CMS-ACH-DIAS-DSR PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-COM-COMISSAO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-DSR        PIC 9(10)V99 VALUE ZEROS.

      *    DESCONTO SINDICAL (CPSNDPR) - O SINDMES SO E GRAVADO
      *    NA PRODUCAO
       77 WRK-FS-SINDMES       PIC X(02) VALUE SPACES.
           88 WRK-FS-SINDMES-OK          VALUE "00".
       77 WRK-SINDMES-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-SINDMES-DISPONIVEL-SIM VALUE "S".
       77 WRK-QTDE-COM-SINDICAL PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-CONTRIB-SIND PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-MENSAL-SIND PIC 9(10)V99 VALUE ZEROS.

      *    SALARIO BASE DO MES PROPORCIONAL AOS DIAS PAGOS - OS
      *    DIAS DE AFASTAMENTO (CPAFAPR) SAEM DO MES COMERCIAL
       77 WRK-SALARIO-MES      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTDE-AFASTADOS   PIC 9(05) VALUE ZEROS.

      *    PENSAO ALIMENTICIA JUDICIAL (PENSAO, MANTIDO PELO
      *    PROGRAMA70) - ABERTO EM I-O NA PRODUCAO PARA DEIXAR
      *    NA ORDEM O VALOR DESCONTADO NA COMPETENCIA; ORDEM
      *    LIMITADA AO LIQUIDO VAI PARA O EXCPTRPT
       77 WRK-QTDE-COM-PENSAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PEN-LIMITADA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PENSAO     PIC 9(10)V99 VALUE ZEROS.

      *    VALE-TRANSPORTE (VTMES, GRAVADO PELA COMPRA MENSAL DO
      *    PROGRAMA72) - ABERTO EM I-O NA PRODUCAO PARA GUARDAR O
      *    VALOR DESCONTADO E MARCAR DESCONTADO
       77 WRK-QTDE-COM-VT      PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-VT         PIC 9(10)V99 VALUE ZEROS.

      *    PLANO DE SAUDE (PLANOSAU + TABPLAN) E COPARTICIPACAO
      *    DA FATURA (PLANOMES, GRAVADO PELO PROGRAMA74) - O
      *    PLANOMES E ABERTO EM I-O NA PRODUCAO PARA GUARDAR A
      *    PARTE DO FUNCIONARIO E MARCAR DESCONTADO
       77 WRK-QTDE-COM-PLANO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PLN-SEM-TAB PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PLANO      PIC 9(10)V99 VALUE ZEROS.

      *    EMPRESTIMOS CONSIGNADOS (CONSIG, MANTIDO PELO
      *    PROGRAMA41) - ABERTO EM I-O PARA BAIXAR A PARCELA DO
       77 WRK-REPROCESSO-USADO PIC X(01) VALUE "N".
           88 WRK-REPROCESSO-USADO-SIM   VALUE "S".

      *    FOTO DO MESTRE TIRADA NO FECHAMENTO DA COMPETENCIA
      *    (CADSNAP, CPSNAP) - BASE DOS RELATORIOS "NA COMPETENCIA"
           COPY CPSNPWS.
       77 WRK-FIM-FOTO         PIC X(01) VALUE "N".
           88 WRK-FIM-FOTO-SIM           VALUE "S".
       77 WRK-QTDE-FOTO-APAGADA PIC 9(07) VALUE ZEROS.

      *    DETALHE POR RUBRICA DA COMPETENCIA (FOLHARUB, CPFOLRUB) -
      *    BASE DA FOLHA ANALITICA DO PROGRAMB06
       77 WRK-FS-FOLHARUB      PIC X(02) VALUE SPACES.
           88 WRK-FS-FOLHARUB-OK         VALUE "00".
           88 WRK-FS-FOLHARUB-NAO-EXISTE VALUE "35".
           88 WRK-FS-FOLHARUB-DUPLICADO  VALUE "22".
       77 WRK-FOLHARUB-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-FOLHARUB-DISPONIVEL-SIM VALUE "S".
       77 WRK-FIM-FOLHARUB     PIC X(01) VALUE "N".
           88 WRK-FIM-FOLHARUB-SIM       VALUE "S".
       77 WRK-QTDE-FRU-APAGADA PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FRU-GRAVADA PIC 9(07) VALUE ZEROS.
       77 WRK-FRU-I            PIC 9(02) VALUE ZEROS.
       77 WRK-FRU-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FRU-SOMA-PROV    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FRU-SOMA-DESC    PIC 9(08)V99 VALUE ZEROS.

      *    ACUMULADOR DO BRUTO POR CENTRO DE CUSTO, GRAVADO NO
      *    FOPAGCC PARA O ACUMULO DE ENCARGOS DO PROGRAMA44
       77 WRK-FS-RESUMO-CCUSTO PIC X(02) VALUE SPACES.
           88 WRK-CEN-ACHOU-SIM          VALUE "S".
       01 WRK-CENTROS-TABELA.
           05 WRK-CEN-ITEM             OCCURS 100 TIMES.
               10 WRK-CEN-ESTAB        PIC 9(03).
               10 WRK-CEN-CCUSTO       PIC X(05).
               10 WRK-CEN-TOTAL        PIC 9(11)V99.

      *    TOTAIS POR ESTABELECIMENTO (EMPREGADOR) - REGISTRO
      *    GRAVADO ANTES DO CAMPO EXISTIR ENTRA NA MATRIZ (001)
       77 WRK-EMP-ESTAB        PIC 9(03) VALUE 1.
       77 WRK-ETB-I            PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-ESTABS      PIC 9(03) VALUE ZEROS.
       77 WRK-ETB-ACHOU        PIC X(01) VALUE "N".
           88 WRK-ETB-ACHOU-SIM          VALUE "S".
       01 WRK-ESTABS-TABELA.
           05 WRK-ETB-ITEM             OCCURS 50 TIMES.
               10 WRK-ETB-CODIGO       PIC 9(03).
               10 WRK-ETB-QTDE         PIC 9(05).
               10 WRK-ETB-BRUTO        PIC 9(10)V99.
               10 WRK-ETB-DESCONTO     PIC 9(10)V99.
               10 WRK-ETB-LIQUIDO      PIC 9(10)V99.

      *    ADIANTAMENTO QUINZENAL (ADIANT, PAGO PELO PROGRAMA53)
      *    DESCONTADO NO FECHAMENTO E MARCADO DESCONTADO; SEM
      *    ARQUIVO, A FOLHA SAI SEM ADIANTAMENTO, COMO ERA
       77 WRK-LIT-FPG-TOT-BRU  PIC X(12) VALUE "  BRUTO   R$".
       77 WRK-LIT-FPG-TOT-DES  PIC X(12) VALUE "  DESCONTO R".
       77 WRK-LIT-FPG-TOT-LIQ  PIC X(11) VALUE "  LIQUIDO R".
       77 WRK-LIT-FPG-INS-MIN  PIC X(26)
           VALUE "INSALUBRIDADE GRAU MINIMO ".
       77 WRK-LIT-FPG-INS-MED  PIC X(26)
           VALUE "INSALUBRIDADE GRAU MEDIO  ".
       77 WRK-LIT-FPG-INS-MAX  PIC X(26)
           VALUE "INSALUBRIDADE GRAU MAXIMO ".
       77 WRK-LIT-FPG-PERIC    PIC X(26)
           VALUE "PERICULOSIDADE            ".
       77 WRK-LIT-FPG-NOTURNO  PIC X(26)
           VALUE "ADICIONAL NOTURNO (HORAS) ".
       77 WRK-LIT-FPG-COMISSAO PIC X(26)
           VALUE "COMISSOES (DIAS UTEIS)    ".
       77 WRK-LIT-FPG-DSR      PIC X(26)
           VALUE "DSR S/ COMISSOES (DIAS)   ".
       77 WRK-LIT-FPG-CONTRIB  PIC X(26)
           VALUE "CONTRIBUICAO SINDICAL (%) ".
       77 WRK-LIT-FPG-MENSAL-SIND PIC X(26)
           VALUE "MENSALIDADE SINDICAL (%)  ".
       77 WRK-LIT-FPG-EVT-PROV PIC X(26)
           VALUE "EVENTOS VARIAVEIS - PROV. ".
       77 WRK-LIT-FPG-EVT-DESC PIC X(26)
           VALUE "EVENTOS VARIAVEIS - DESC. ".
       77 WRK-LIT-FPG-ADC-BASE PIC X(08) VALUE " BASE R$".
       77 WRK-LIT-FPG-ADC-REF  PIC X(06) VALUE " REF: ".
       77 WRK-LIT-FPG-ADC-VAL  PIC X(08) VALUE " VALOR R".

      *    ROTULOS DO FOLHAPRE (MODO DE SIMULACAO)
       77 WRK-LIT-PRE-TITULO   PIC X(36)

           COPY CPDEPTB.
           COPY CPIDADE.
           COPY CPAFATB.
           COPY CPDATA.
           COPY CPPENTB.
           COPY CPVTTB.
           COPY CPPLNTB.
           COPY CPAPRWS.
           COPY CPESTWS.
           COPY CPBHRWS.
           COPY CPRATWS.
           COPY CPADCWS.
           COPY CPSNDWS.
           COPY CPEVTWS.
           COPY CPANFWS.

           COPY CPREPWS.

                   PERFORM 0000-A-TRAVA-COMPETENCIA
               END-IF.
               PERFORM 7530-CARREGA-PONTO.
               PERFORM 7535-CARREGA-COMISSAO.
               PERFORM 7540-CARREGA-RUBRICAS.
               PERFORM 7560-CARREGA-SALFAM.
               MOVE BAT-DATA TO WRK-LGL-DATA-REF.
               PERFORM 8700-CARREGA-TABLEGAL.
               PERFORM 8705-ABRE-ADICION.
               PERFORM 8750-ABRE-SINDIC.
               IF WRK-MODO-PRODUCAO AND WRK-SINDIC-DISPONIVEL-SIM
                   OPEN OUTPUT ARQ-SIND-MES
                   IF WRK-FS-SINDMES-OK
                       MOVE "S" TO WRK-SINDMES-DISPONIVEL
                   ELSE
                       DISPLAY "ERRO AO ABRIR O MOVIMENTO SINDICAL "
                           "(SINDMES) - FS: " WRK-FS-SINDMES
                   END-IF
               END-IF.
               OPEN INPUT CADASTRO-MESTRE.
               OPEN INPUT ARQ-DEPENDENTES.
               IF WRK-FS-DEPENDE-OK
                   MOVE "S" TO WRK-DEPENDE-DISPONIVEL
               END-IF.
               OPEN INPUT ARQ-AFASTAMENTOS.
               IF WRK-FS-AFASTAM-OK
                   MOVE "S" TO WRK-AFASTAM-DISPONIVEL
               END-IF.
               IF WRK-MODO-PRODUCAO
                   OPEN I-O ARQ-PENSOES
               ELSE
                   OPEN INPUT ARQ-PENSOES
               END-IF.
               IF WRK-FS-PENSAO-OK
                   MOVE "S" TO WRK-PENSAO-DISPONIVEL
               ELSE
                   CLOSE ARQ-PENSOES
               END-IF.
               IF WRK-MODO-PRODUCAO
                   OPEN I-O ARQ-VALE-TRANSP
               ELSE
                   OPEN INPUT ARQ-VALE-TRANSP
               END-IF.
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
               IF WRK-MODO-PRODUCAO
                   OPEN I-O ARQ-PLANO-MES
                   IF WRK-FS-PLANOMES-NAO-EXISTE
                       OPEN OUTPUT ARQ-PLANO-MES
                       CLOSE ARQ-PLANO-MES
                       OPEN I-O ARQ-PLANO-MES
                   END-IF
               ELSE
                   OPEN INPUT ARQ-PLANO-MES
               END-IF.
               IF WRK-FS-PLANOMES-OK
                   MOVE "S" TO WRK-PLANOMES-DISPONIVEL
               ELSE
                   CLOSE ARQ-PLANO-MES
               END-IF.
               IF WRK-PLANOSAU-DISPONIVEL-SIM
                   MOVE BAT-DATA TO WRK-PLN-DATA-REF
                   PERFORM 7885-CARREGA-TABPLAN
               END-IF.
               PERFORM 7940-ABRE-RATEIO.
               IF WRK-MODO-PRODUCAO
                   PERFORM 7985-ABRE-BANCO-HORAS
               ELSE
                   OPEN INPUT ARQ-BANCO-HORAS
                   IF WRK-FS-BCOHORAS-OK
                       MOVE "S" TO WRK-BCOHORAS-DISPONIVEL
                   ELSE
                       CLOSE ARQ-BANCO-HORAS
                   END-IF
               END-IF.
               IF NOT WRK-BCOHORAS-DISPONIVEL-SIM
                   DISPLAY "BANCO DE HORAS (BCOHORAS) AUSENTE - "
                       "FOLHA SEM HORAS VENCIDAS"
               END-IF.
      *        EVENTOS VARIAVEIS - SO A PRODUCAO BAIXA COMO PAGO
               IF WRK-MODO-PRODUCAO
                   MOVE "S"        TO WRK-EVT-BAIXA
                   MOVE BAT-DATA   TO WRK-EVT-DATA
                   MOVE BAT-NUMERO TO WRK-EVT-LOTE
               ELSE
                   MOVE "N"        TO WRK-EVT-BAIXA
               END-IF.
               PERFORM 7570-ABRE-EVENTOS.

               IF WRK-FS-MESTRE-OK
                   MOVE "S" TO WRK-MESTRE-DISPONIVEL
                   IF WRK-FS-HIST-FOLHA-OK
                       MOVE "S" TO WRK-HIST-DISPONIVEL
                   END-IF
                   PERFORM 0005-A-ABRE-DETALHE-RUBRICAS
                   OPEN I-O ARQ-CONSIGNADOS
               ELSE
      *            SIMULACAO: PREVIA NO LUGAR DO FOPAGREG, TUDO O
                   MOVE WRK-LIT-PRE-COMP    TO PRE-CAB-LIT-COMP
                   MOVE WRK-COMPETENCIA     TO PRE-CAB-COMPETENCIA
                   WRITE PRE-CABECALHO-REC
                   PERFORM 0000-B-AVISA-PENDENCIAS
               END-IF.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   MOVE ZEROS TO EMP-CODIGO
                   END-START
               END-IF.

      *    ALTERACAO DE SALARIO/CONTA AINDA SEM APROVACAO NAO ESTA
      *    NO MESTRE - A PREVIA SAI COM O VALOR ANTIGO E O
      *    SUPERVISOR PRECISA SABER DISSO ANTES DE LIBERAR A FOLHA
       0000-B-AVISA-PENDENCIAS SECTION.
               MOVE WRK-COMPETENCIA TO WRK-APV-COMPETENCIA.
               PERFORM 7976-CONTA-PENDENCIAS.
               IF WRK-APV-QTDE-PEND > ZEROS
                   DISPLAY "*** ATENCAO: " WRK-APV-QTDE-PEND
                       " ALTERACOES DE SALARIO/CONTA PENDENTES DE "
                       "APROVACAO (PROGRAMA79) - FORA DA PREVIA ***"
                   MOVE SPACES TO PRE-TOTAL-REC
                   MOVE "A"    TO PRE-TOT-TIPO
                   MOVE "ALTERACOES SEM APROVACAO....."
                       TO PRE-TOT-LABEL
                   MOVE WRK-APV-QTDE-PEND TO PRE-TOT-VALOR
                   WRITE PRE-TOTAL-REC
               END-IF.

      *    COMPETENCIA JA CONCLUIDA NO FOLHACTL SO REPROCESSA COM
      *    AUTORIZACAO DE SUPERVISOR - O OVERRIDE E AUDITADO
      *    DEPOIS QUE A TRILHA ABRE, COMO NO PROGRAMA09. ANO
      *    FECHADO NO ANOFECH NAO RODA NEM COM AUTORIZACAO
       0000-A-TRAVA-COMPETENCIA SECTION.
               MOVE WRK-COMPETENCIA (1:4) TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "FOLHA RECUSADA - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   GOBACK
               END-IF.
               OPEN I-O ARQ-CTL-FOLHA.
               IF WRK-FS-FOLHACTL-NAO-EXISTE
                   OPEN OUTPUT ARQ-CTL-FOLHA
               END-READ.

       0001-A-CALCULA-UM       SECTION.
               IF EMP-ESTAB NUMERIC AND EMP-ESTAB > ZEROS
                   MOVE EMP-ESTAB TO WRK-EMP-ESTAB
               ELSE
                   MOVE 1         TO WRK-EMP-ESTAB
               END-IF.
               PERFORM 0001-B-APLICA-PONTO.
      *        REGISTROS GRAVADOS ANTES DO CAMPO EXISTIR TEM
      *        DEPENDENTES EM BRANCO - TRATADOS COMO ZERO
               MOVE EMP-CODIGO        TO WRK-RUB-CODIGO-EMP.
               MOVE WRK-SALARIO-BRUTO TO WRK-RUB-BASE-BRUTO.
               PERFORM 7550-APLICA-RUBRICAS.
      *        EVENTOS VARIAVEIS DA COMPETENCIA (PROGRAMA92)
      *        ENTRAM COMO MAIS UMA RUBRICA DO MES
               MOVE EMP-CODIGO        TO WRK-EVT-CODIGO-EMP.
               MOVE WRK-COMPETENCIA   TO WRK-EVT-COMPETENCIA.
               PERFORM 7572-APLICA-EVENTOS.
      *        PENSAO ALIMENTICIA JUDICIAL DEPOIS DO INSS E DO
      *        IRRF, COM A BASE DO IRRF REDUZIDA PELO VALOR PAGO
               PERFORM 0001-M-PENSAO-ALIMENTICIA.
      *        PARCELAS DE CONSIGNADO DO FUNCIONARIO, LIMITADAS A
      *        30% DO LIQUIDO DA TABELA DE FAIXAS, JA SEM A PENSAO
               PERFORM 0001-D-APLICA-CONSIGNADO.
      *        ADIANTAMENTO QUINZENAL DA COMPETENCIA (PAGO PELO
      *        PROGRAMA53) ABATIDO NO FECHAMENTO
               PERFORM 0001-K-DESCONTA-ADIANTAMENTO.
      *        PARTE DO FUNCIONARIO NO VALE-TRANSPORTE COMPRADO
      *        PELO PROGRAMA72 (6% DO SALARIO BASE, ATE O CUSTO)
               PERFORM 0001-O-VALE-TRANSPORTE.
      *        PARTE DO FUNCIONARIO NO PLANO DE SAUDE/ODONTO E
      *        COPARTICIPACAO DA FATURA CONCILIADA (PROGRAMA74)
               PERFORM 0001-P-PLANO-SAUDE.
      *        SALARIO-FAMILIA POR FILHO MENOR DE 14 ANOS QUANDO
      *        O SALARIO FICA ABAIXO DO TETO DO TABSALF
               PERFORM 0001-L-SALARIO-FAMILIA.
      *        CONTRIBUICAO E MENSALIDADE SINDICAIS AUTORIZADAS
      *        (CADASTRO SINDIC, VINCULO FEITO NO PROGRAMA86)
               PERFORM 0001-Y-DESCONTO-SINDICAL.
               COMPUTE WRK-BRUTO-FOLHA =
                   WRK-SALARIO-BRUTO + WRK-RUB-TOT-PROVENTOS
                   + WRK-VALOR-SALFAM.
               COMPUTE WRK-DESCONTO-FOLHA =
                   WRK-VALOR-DESCONTO + WRK-RUB-TOT-DESCONTOS
                   + WRK-VALOR-CONSIG + WRK-VALOR-ADIANT
                   + WRK-PEN-TOTAL + WRK-VALOR-VALE-TRANSP
                   + WRK-PLN-TOTAL + WRK-SND-TOTAL.
      *        DESCONTO MAIOR QUE O BRUTO DO MES NAO PODE VIRAR
      *        VALOR ABSOLUTO NUM CAMPO SEM SINAL - TRAVA O
      *        LIQUIDO EM ZERO (MESMA POLITICA DO PROGRAMA33)
               ADD WRK-DESCONTO-FOLHA  TO WRK-TOTAL-DESCONTO.
               ADD WRK-LIQUIDO-FOLHA   TO WRK-TOTAL-LIQUIDO.
               PERFORM 0001-G-ACUMULA-CENTRO.
               PERFORM 0001-Q-ACUMULA-ESTAB.
               IF WRK-MODO-SIMULACAO
                   PERFORM 0001-J-LINHA-PREVIA
               ELSE
                   MOVE WRK-VALOR-IRRF      TO FPG-DET-IRRF
                   WRITE FPG-DETALHE-REC
                   PERFORM 8690-COPIA-REPOSITORIO
                   PERFORM 0001-U-LINHAS-ADICIONAIS
                   PERFORM 0001-I-GRAVA-HISTORICO
                   IF WRK-FOLHARUB-DISPONIVEL-SIM
                       PERFORM 0005-DETALHE-RUBRICAS
                   END-IF
               END-IF.

      *    LINHA DA PREVIA: COMPARA O LIQUIDO CALCULADO COM O DA
               IF WRK-HIST-DISPONIVEL-SIM
                   MOVE EMP-CODIGO          TO FHT-CODIGO
                   MOVE WRK-COMPETENCIA-ANT TO FHT-COMPETENCIA
                   MOVE ZEROS               TO FHT-SEQUENCIA
                   READ ARQ-HIST-FOLHA
                       INVALID KEY
                           CONTINUE
               WRITE PRE-DETALHE-REC.

      *    HISTORICO DA COMPETENCIA (FOLHAHST) - REEXECUCAO NO
      *    MESMO MES REGRAVA O REGISTRO DO FUNCIONARIO. A FOLHA
      *    MENSAL E SEMPRE A SEQUENCIA 00; AS COMPLEMENTARES
      *    (PROGRAMA93) FICAM NAS SEGUINTES
       0001-I-GRAVA-HISTORICO  SECTION.
               MOVE EMP-CODIGO          TO FHT-CODIGO.
               MOVE WRK-COMPETENCIA     TO FHT-COMPETENCIA.
               MOVE ZEROS               TO FHT-SEQUENCIA.
               MOVE EMP-NOME            TO FHT-NOME.
               MOVE WRK-BRUTO-FOLHA     TO FHT-BRUTO.
               MOVE WRK-VALOR-INSS      TO FHT-INSS.
               MOVE WRK-QTDE-DEPENDENTES TO FHT-DEPENDENTES.
               MOVE BAT-DATA            TO FHT-DATA.
               MOVE BAT-NUMERO          TO FHT-LOTE.
               MOVE WRK-PEN-TOTAL       TO FHT-PENSAO.
               MOVE WRK-EMP-ESTAB       TO FHT-ESTAB.
               MOVE WRK-ADC-TOTAL       TO FHT-ADICIONAIS.
               COMPUTE FHT-VARIAVEIS =
                   WRK-VALOR-COMISSAO + WRK-VALOR-DSR.
               MOVE WRK-SALARIO-BRUTO   TO FHT-BASE-CALCULO.
               WRITE FHT-REGISTRO.
               IF WRK-FS-FOLHAHST-DUPLICADO
                   REWRITE FHT-REGISTRO
      *    BRUTO DO MES = SALARIO + EXTRAS (50% E 100% SOBRE O
      *    SALARIO-HORA DE 220 HORAS) - FALTAS INJUSTIFICADAS (UM
      *    TRINTA AVOS POR DIA); FUNCIONARIO SEM LINHA DE PONTO
      *    NA COMPETENCIA E PAGO PELO SALARIO CHEIO. O SALARIO
      *    ENTRA PROPORCIONAL AOS DIAS PAGOS QUANDO HA
      *    AFASTAMENTO NO MES. AS HORAS DO BANCO VENCIDAS NA
      *    COMPETENCIA ENTRAM COMO MAIS UMA PARCELA DO BRUTO, E OS
      *    ADICIONAIS LEGAIS DO MES (INSALUBRIDADE/PERICULOSIDADE E
      *    NOTURNO) COMO OUTRA
       0001-B-APLICA-PONTO     SECTION.
      *        DIAS DE AFASTAMENTO NA COMPETENCIA (CPAFAPR) - O
      *        SALARIO BASE VAI PROPORCIONAL AOS DIAS PAGOS
               MOVE EMP-CODIGO      TO WRK-AFT-CODIGO-EMP.
               MOVE WRK-COMPETENCIA TO WRK-AFT-COMPETENCIA.
               PERFORM 7870-DIAS-AFASTADO.
               IF WRK-AFT-DIAS-SEM-SALARIO > ZEROS
                   ADD 1 TO WRK-QTDE-AFASTADOS
                   COMPUTE WRK-SALARIO-MES ROUNDED =
                       EMP-SALARIO * WRK-AFT-DIAS-PAGOS / 30
               ELSE
                   MOVE EMP-SALARIO TO WRK-SALARIO-MES
               END-IF.
               MOVE "N"   TO WRK-PONTO-ACHADO.
               MOVE ZEROS TO WRK-VALOR-EXTRAS.
               MOVE ZEROS TO WRK-VALOR-FALTAS.
                   COMPUTE WRK-VALOR-FALTAS ROUNDED =
                       EMP-SALARIO / 30 * WRK-PNT-ACH-FALTAS
               END-IF.
               PERFORM 0001-S-BANCO-VENCIDO.
               PERFORM 0001-T-ADICIONAIS.
               PERFORM 0001-W-COMISSAO.
      *        DESCONTO DE FALTAS MAIOR QUE O PROPRIO MES NAO
      *        PODE VIRAR VALOR ABSOLUTO NUM CAMPO SEM SINAL -
      *        TRAVA O BRUTO EM ZERO (MESMA POLITICA DO 13. NO
      *        PROGRAMA33)
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

      *    HORAS DO BANCO QUE VENCEM ATE A COMPETENCIA (SECTION
      *    7996 DO CPBHRPR), PAGAS SOBRE O SALARIO-HORA DE 220
      *    HORAS COM O ADICIONAL DE CADA LOTE; SO A PRODUCAO BAIXA
      *    OS LOTES E GRAVA O PAGAMENTO NO BCOHORAS
       0001-S-BANCO-VENCIDO    SECTION.
               MOVE ZEROS TO WRK-VALOR-BCO-HORAS.
               IF WRK-BCOHORAS-DISPONIVEL-SIM
                   MOVE EMP-CODIGO      TO WRK-BHR-CODIGO
                   MOVE WRK-COMPETENCIA TO WRK-BHR-COMPETENCIA
                   MOVE "V"             TO WRK-BHR-TIPO-PAGTO
                   MOVE "PROGRAMA12"    TO WRK-BHR-PROGRAMA
                   MOVE BAT-NUMERO      TO WRK-BHR-LOTE
                   IF WRK-MODO-PRODUCAO
                       MOVE "S" TO WRK-BHR-GRAVA
                   ELSE
                       MOVE "N" TO WRK-BHR-GRAVA
                   END-IF
                   COMPUTE WRK-BHR-VALOR-HORA ROUNDED =
                       EMP-SALARIO / 220
                   PERFORM 7996-PAGA-BANCO
                   MOVE WRK-BHR-VALOR-PAGO TO WRK-VALOR-BCO-HORAS
                   IF WRK-VALOR-BCO-HORAS > ZEROS
                       ADD 1 TO WRK-QTDE-BCO-VENCIDO
                       ADD WRK-BHR-PAGO-50 WRK-BHR-PAGO-100
                           TO WRK-HORAS-BCO-VENCIDO
                       ADD WRK-VALOR-BCO-HORAS TO WRK-TOTAL-BCO-VENCIDO
                   END-IF
               END-IF.

      *    ADICIONAIS LEGAIS DO MES (SECTION 8710 DO CPADCPR) -
      *    INSALUBRIDADE OU PERICULOSIDADE PROPORCIONAIS AOS DIAS
      *    PAGOS E NOTURNO PELAS HORAS DO PONTO (OU DA ESCALA DO
      *    CADASTRO, SEM LINHA DE PONTO)
       0001-T-ADICIONAIS       SECTION.
               MOVE EMP-CODIGO         TO WRK-ADC-CODIGO-EMP.
               MOVE EMP-SALARIO        TO WRK-ADC-SALARIO.
               MOVE WRK-AFT-DIAS-PAGOS TO WRK-ADC-DIAS-PAGOS.
               MOVE WRK-PONTO-ACHADO   TO WRK-ADC-PONTO-ACHADO.
               MOVE WRK-PNT-ACH-HNOT   TO WRK-ADC-HORAS-PONTO.
               PERFORM 8710-CALCULA-ADICIONAIS.
               IF WRK-ADC-TOTAL > ZEROS
                   ADD 1 TO WRK-QTDE-COM-ADICIONAL
                   ADD WRK-ADC-VALOR-INSALUB TO WRK-TOTAL-INSALUB
                   ADD WRK-ADC-VALOR-PERIC   TO WRK-TOTAL-PERIC
                   ADD WRK-ADC-VALOR-NOTURNO TO WRK-TOTAL-NOTURNO
               END-IF.

      *    COMISSAO E DSR DO FUNCIONARIO NA COMPETENCIA (TABELA
      *    CARREGADA DO COMISMES PELA 7535)
       0001-W-COMISSAO         SECTION.
               MOVE "N"   TO WRK-COMISSAO-ACHADA.
               MOVE ZEROS TO WRK-VALOR-COMISSAO.
               MOVE ZEROS TO WRK-VALOR-DSR.
               PERFORM 0001-X-BUSCA-COMISSAO
                   VARYING WRK-CMS-IDX FROM 1 BY 1
                   UNTIL WRK-CMS-IDX > WRK-QTDE-COMISSAO
                      OR WRK-COMISSAO-ACHADA-SIM.
               IF WRK-COMISSAO-ACHADA-SIM
                   ADD 1 TO WRK-QTDE-COM-COMISSAO
                   ADD WRK-VALOR-COMISSAO TO WRK-TOTAL-COMISSAO
                   ADD WRK-VALOR-DSR      TO WRK-TOTAL-DSR
               END-IF.

       0001-X-BUSCA-COMISSAO   SECTION.
               IF WRK-CMS-CODIGO (WRK-CMS-IDX) = EMP-CODIGO
                   MOVE "S" TO WRK-COMISSAO-ACHADA
                   MOVE WRK-CMS-COMISSAO (WRK-CMS-IDX)
                       TO WRK-VALOR-COMISSAO
                   MOVE WRK-CMS-DSR (WRK-CMS-IDX)
                       TO WRK-VALOR-DSR
                   MOVE WRK-CMS-UTEIS (WRK-CMS-IDX)
                       TO WRK-CMS-ACH-UTEIS
                   MOVE WRK-CMS-DIAS-DSR (WRK-CMS-IDX)
                       TO WRK-CMS-ACH-DIAS-DSR
               END-IF.

      *    UMA LINHA "A" NO FOPAGREG POR ADICIONAL PAGO, LOGO
      *    ABAIXO DO DETALHE DO FUNCIONARIO - A COMISSAO E O DSR
      *    SAEM NO MESMO FORMATO
       0001-U-LINHAS-ADICIONAIS SECTION.
               IF WRK-ADC-VALOR-INSALUB > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   EVALUATE WRK-ADC-GRAU
                       WHEN 1
                           MOVE WRK-LIT-FPG-INS-MIN
                               TO FPG-ADC-DESCRICAO
                       WHEN 2
                           MOVE WRK-LIT-FPG-INS-MED
                               TO FPG-ADC-DESCRICAO
                       WHEN OTHER
                           MOVE WRK-LIT-FPG-INS-MAX
                               TO FPG-ADC-DESCRICAO
                   END-EVALUATE
                   MOVE WRK-LGL-SAL-MINIMO    TO FPG-ADC-BASE
                   MOVE WRK-ADC-PERC-INSALUB  TO FPG-ADC-REF
                   MOVE WRK-ADC-VALOR-INSALUB TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-ADC-VALOR-PERIC > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-PERIC     TO FPG-ADC-DESCRICAO
                   MOVE EMP-SALARIO           TO FPG-ADC-BASE
                   MOVE WRK-LGL-PERC-PERIC    TO FPG-ADC-REF
                   MOVE WRK-ADC-VALOR-PERIC   TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-ADC-VALOR-NOTURNO > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-NOTURNO   TO FPG-ADC-DESCRICAO
                   MOVE WRK-ADC-VALOR-HORA    TO FPG-ADC-BASE
                   MOVE WRK-ADC-HORAS-NOT     TO FPG-ADC-REF
                   MOVE WRK-ADC-VALOR-NOTURNO TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-VALOR-COMISSAO > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-COMISSAO  TO FPG-ADC-DESCRICAO
                   MOVE WRK-VALOR-COMISSAO    TO FPG-ADC-BASE
                   MOVE WRK-CMS-ACH-UTEIS     TO FPG-ADC-REF
                   MOVE WRK-VALOR-COMISSAO    TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-VALOR-DSR > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-DSR       TO FPG-ADC-DESCRICAO
                   MOVE WRK-VALOR-COMISSAO    TO FPG-ADC-BASE
                   MOVE WRK-CMS-ACH-DIAS-DSR  TO FPG-ADC-REF
                   MOVE WRK-VALOR-DSR         TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
      *        CONTRIBUICAO "UM DIA" SAI COM REFERENCIA ZERO
               IF WRK-SND-VALOR-CONTRIB > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-CONTRIB   TO FPG-ADC-DESCRICAO
                   MOVE EMP-SALARIO           TO FPG-ADC-BASE
                   MOVE ZEROS                 TO FPG-ADC-REF
                   IF SIN-CONTRIB-PERCENTUAL
                       MOVE SIN-PERC-CONTRIB  TO FPG-ADC-REF
                   END-IF
                   MOVE WRK-SND-VALOR-CONTRIB TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-SND-VALOR-MENSAL > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-MENSAL-SIND TO FPG-ADC-DESCRICAO
                   MOVE EMP-SALARIO           TO FPG-ADC-BASE
                   MOVE SIN-PERC-MENSAL       TO FPG-ADC-REF
                   MOVE WRK-SND-VALOR-MENSAL  TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

      *        EVENTOS VARIAVEIS DA COMPETENCIA - A REFERENCIA E
      *        A QUANTIDADE DE EVENTOS DO FUNCIONARIO
               IF WRK-EVT-TOT-PROVENTOS > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-EVT-PROV  TO FPG-ADC-DESCRICAO
                   MOVE WRK-EVT-TOT-PROVENTOS TO FPG-ADC-BASE
                   MOVE WRK-EVT-QTDE          TO FPG-ADC-REF
                   MOVE WRK-EVT-TOT-PROVENTOS TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-EVT-TOT-DESCONTOS > ZEROS
                   PERFORM 0001-V-PREPARA-LINHA-ADC
                   MOVE WRK-LIT-FPG-EVT-DESC  TO FPG-ADC-DESCRICAO
                   MOVE WRK-EVT-TOT-DESCONTOS TO FPG-ADC-BASE
                   MOVE WRK-EVT-QTDE          TO FPG-ADC-REF
                   MOVE WRK-EVT-TOT-DESCONTOS TO FPG-ADC-VALOR
                   WRITE FPG-ADICIONAL-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.

       0001-V-PREPARA-LINHA-ADC SECTION.
               MOVE SPACES               TO FPG-ADICIONAL-REC.
               MOVE "A"                  TO FPG-ADC-TIPO.
               MOVE EMP-CODIGO           TO FPG-ADC-CODIGO.
               MOVE EMP-NOME             TO FPG-ADC-NOME.
               MOVE WRK-LIT-FPG-ADC-BASE TO FPG-ADC-LIT-BASE.
               MOVE WRK-LIT-FPG-ADC-REF  TO FPG-ADC-LIT-REF.
               MOVE WRK-LIT-FPG-ADC-VAL  TO FPG-ADC-LIT-VALOR.

      *    PARCELAS DE CONSIGNADO DO FUNCIONARIO: PERCORRE OS
      *    CONTRATOS (CHAVE CODIGO + CONTRATO) E DESCONTA CADA
      *    PARCELA ATIVA ENQUANTO A SOMA COUBER NA MARGEM DE 30%
       0001-D-APLICA-CONSIGNADO SECTION.
               MOVE ZEROS TO WRK-VALOR-CONSIG.
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
                       IF CSG-CODIGO-EMP NOT = EMP-CODIGO
                           MOVE "S" TO WRK-FIM-CONSIG
                       ELSE
      *                    CONTRATO AVERBADO PARA COMPETENCIA FUTURA
      *                    AINDA NAO DESCONTA
                           IF CSG-COMP-INICIO NUMERIC
                               AND CSG-COMP-INICIO > WRK-COMPETENCIA
                               CONTINUE
                           ELSE
                               IF (CSG-ATIVO
                                   AND CSG-PARCELAS-REST > 0)
                                   OR CSG-ULT-COMPETENCIA
                                       = WRK-COMPETENCIA
                                   PERFORM 0001-F-DESCONTA-PARCELA
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    NA SIMULACAO A PARCELA ENTRA NO CALCULO MAS NAO HA
      *    BAIXA NO CONTRATO NEM EXCECAO GRAVADA. A BAIXA FICA
      *    CARIMBADA COM A COMPETENCIA E O LOTE - O REPROCESSO
      *    DESCONTA A PARCELA SEM BAIXAR OUTRA, E O ESTORNO DA
      *    FOLHA (PROGRAMA94) SABE QUAL DEVOLVER
       0001-F-DESCONTA-PARCELA SECTION.
               IF WRK-VALOR-CONSIG + CSG-VALOR-PARCELA
                   <= WRK-MARGEM-CONSIG
                   ADD CSG-VALOR-PARCELA TO WRK-VALOR-CONSIG
                   ADD 1 TO WRK-QTDE-PARC-PAGAS
                   IF WRK-MODO-PRODUCAO
                       AND CSG-ULT-COMPETENCIA NOT = WRK-COMPETENCIA
                       SUBTRACT 1 FROM CSG-PARCELAS-REST
                       IF CSG-PARCELAS-REST = ZEROS
                           SET CSG-QUITADO TO TRUE
                       END-IF
                       MOVE WRK-COMPETENCIA TO CSG-ULT-COMPETENCIA
                       MOVE BAT-NUMERO      TO CSG-ULT-LOTE
                       REWRITE CSG-REGISTRO
                   END-IF
               ELSE
                   END-IF
               END-IF.

      *    PENSAO ALIMENTICIA (CPPENPR): BASE LEGAL = BRUTO COM
      *    OS PROVENTOS DAS RUBRICAS MENOS INSS E IRRF; BASE
      *    LIQUIDO = A LEGAL MENOS OS DESCONTOS DAS RUBRICAS.
      *    CONSIGNADO E ADIANTAMENTO NAO REDUZEM A BASE - A
      *    PENSAO VEM ANTES DELES. NA PRODUCAO O VALOR DE CADA
      *    ORDEM FICA GRAVADO NELA PARA A REMESSA DO PROGRAMA22
       0001-M-PENSAO-ALIMENTICIA SECTION.
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
               IF WRK-PEN-TOTAL > ZEROS
                   ADD 1             TO WRK-QTDE-COM-PENSAO
                   ADD WRK-PEN-TOTAL TO WRK-TOTAL-PENSAO
               END-IF.
               IF WRK-PEN-LIMITADA-SIM
                   ADD 1 TO WRK-QTDE-PEN-LIMITADA
               END-IF.
               IF WRK-MODO-PRODUCAO
                   PERFORM 0001-N-BAIXA-PENSAO
                       VARYING WRK-PEN-I FROM 1 BY 1
                       UNTIL WRK-PEN-I > WRK-PEN-QTDE
                   IF WRK-PEN-LIMITADA-SIM
                       MOVE "PROGRAMA12" TO EXC-PROGRAMA
                       MOVE BAT-NUMERO   TO EXC-LOTE
                       MOVE SPACES       TO EXC-ENTRADA
                       STRING "CODIGO " EMP-CODIGO
                           " PENSAO " WRK-PEN-TOTAL
                           DELIMITED BY SIZE INTO EXC-ENTRADA
                       MOVE
                           "PENSAO ALIMENTICIA LIMITADA AO LIQUIDO"
                           TO EXC-MOTIVO
                       PERFORM 7100-GRAVA-EXCECAO
                   END-IF
               END-IF.

      *    VALOR DESCONTADO NA COMPETENCIA GRAVADO NA ORDEM - E O
      *    CREDITO DO BENEFICIARIO NA REMESSA DO PROGRAMA22
       0001-N-BAIXA-PENSAO     SECTION.
               MOVE EMP-CODIGO TO PEN-CODIGO-EMP.
               MOVE WRK-PEN-SEQUENCIA (WRK-PEN-I) TO PEN-SEQUENCIA.
               READ ARQ-PENSOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-COMPETENCIA TO PEN-ULT-COMPETENCIA
                       MOVE WRK-PEN-VALOR-ORDEM (WRK-PEN-I)
                           TO PEN-ULT-VALOR
                       REWRITE PEN-REGISTRO
               END-READ.

      *    QUOTA POR FILHO MENOR DE 14 (CADASTRO DEPENDE, SECTION
      *    7865 DO CPDEPPR) QUANDO EMP-SALARIO < TETO - O
      *    BENEFICIO NAO SOFRE DESCONTO DE FAIXA
                   END-READ
               END-IF.

      *    VALE-TRANSPORTE DA COMPETENCIA: 6% DO SALARIO BASE DO
      *    MES (JA PROPORCIONAL AO AFASTAMENTO), NUNCA MAIS QUE O
      *    CUSTO REAL DO VALE COMPRADO. REPROCESSO RECALCULA O
      *    VALOR DE QUEM JA ESTA DESCONTADO; SO A PRODUCAO GRAVA
       0001-O-VALE-TRANSPORTE  SECTION.
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
                           IF WRK-VALOR-VALE-TRANSP > ZEROS
                               ADD 1 TO WRK-QTDE-COM-VT
                               ADD WRK-VALOR-VALE-TRANSP
                                   TO WRK-TOTAL-VT
                           END-IF
                           IF WRK-MODO-PRODUCAO
                               MOVE WRK-VALOR-VALE-TRANSP
                                   TO VTM-DESCONTO
                               SET VTM-DESCONTADO TO TRUE
                               REWRITE VTM-REGISTRO
                           END-IF
                   END-READ
               END-IF.

      *    PLANO DE SAUDE DA COMPETENCIA: MENSALIDADE DAS VIDAS
      *    VIGENTES PELO PERCENTUAL DO FUNCIONARIO NA TABPLAN MAIS
      *    A COPARTICIPACAO DA FATURA. SO A PRODUCAO GRAVA O
      *    PLANOMES; PLANO SEM PRECO VAI PARA O EXCPTRPT
       0001-P-PLANO-SAUDE      SECTION.
               MOVE EMP-CODIGO      TO WRK-PLN-CODIGO-EMP.
               MOVE WRK-COMPETENCIA TO WRK-PLN-COMPETENCIA.
               PERFORM 7890-CALCULA-PLANO-SAUDE.
               IF WRK-PLN-TOTAL > ZEROS
                   ADD 1             TO WRK-QTDE-COM-PLANO
                   ADD WRK-PLN-TOTAL TO WRK-TOTAL-PLANO
               END-IF.
               IF WRK-PLN-SEM-TABELA-SIM
                   ADD 1 TO WRK-QTDE-PLN-SEM-TAB
               END-IF.
               IF WRK-MODO-PRODUCAO
                   IF WRK-PLN-MES-ACHOU-SIM
                       MOVE WRK-PLN-MENSAL-FUNC TO PLM-MENSAL-FUNC
                       MOVE WRK-PLN-QTDE-VIDAS  TO PLM-QTDE-VIDAS
                       MOVE BAT-DATA            TO PLM-DATA
                       SET PLM-DESCONTADO TO TRUE
                       REWRITE PLM-REGISTRO
                   ELSE
                       IF WRK-PLN-TOTAL > ZEROS
                           AND WRK-PLANOMES-DISPONIVEL-SIM
                           MOVE EMP-CODIGO          TO PLM-CODIGO
                           MOVE WRK-COMPETENCIA     TO PLM-COMPETENCIA
                           MOVE ZEROS               TO PLM-COPART
                           MOVE WRK-PLN-MENSAL-FUNC
                               TO PLM-MENSAL-FUNC
                           MOVE WRK-PLN-QTDE-VIDAS  TO PLM-QTDE-VIDAS
                           MOVE BAT-DATA            TO PLM-DATA
                           SET PLM-DESCONTADO TO TRUE
                           WRITE PLM-REGISTRO
                       END-IF
                   END-IF
                   IF WRK-PLN-SEM-TABELA-SIM
                       MOVE "PROGRAMA12" TO EXC-PROGRAMA
                       MOVE BAT-NUMERO   TO EXC-LOTE
                       MOVE SPACES       TO EXC-ENTRADA
                       STRING "CODIGO " EMP-CODIGO
                           " COMPETENCIA " WRK-COMPETENCIA
                           DELIMITED BY SIZE INTO EXC-ENTRADA
                       MOVE "PLANO DE SAUDE SEM PRECO NA TABPLAN"
                           TO EXC-MOTIVO
                       PERFORM 7100-GRAVA-EXCECAO
                   END-IF
               END-IF.

      *    DESCONTO SINDICAL DO FUNCIONARIO PELO SALARIO BASE DO
      *    CADASTRO; NA PRODUCAO O DESCONTO VAI PARA O SINDMES,
      *    ENTRADA DO REPASSE POR SINDICATO (PROGRAMA87)
       0001-Y-DESCONTO-SINDICAL SECTION.
               MOVE EMP-SINDICATO         TO WRK-SND-CODIGO-SIND.
               MOVE EMP-SIND-DESCONTO     TO WRK-SND-AUTORIZACAO.
               MOVE EMP-SALARIO           TO WRK-SND-SALARIO.
               MOVE WRK-COMPETENCIA (5:2) TO WRK-SND-MES.
               PERFORM 8752-CALCULA-SINDICAL.
               IF WRK-SND-TOTAL > ZEROS
                   ADD 1 TO WRK-QTDE-COM-SINDICAL
                   ADD WRK-SND-VALOR-CONTRIB TO WRK-TOTAL-CONTRIB-SIND
                   ADD WRK-SND-VALOR-MENSAL  TO WRK-TOTAL-MENSAL-SIND
                   IF WRK-SINDMES-DISPONIVEL-SIM
                       MOVE EMP-SINDICATO         TO SDM-SINDICATO
                       MOVE WRK-COMPETENCIA       TO SDM-COMPETENCIA
                       MOVE EMP-CODIGO            TO SDM-CODIGO
                       MOVE EMP-NOME              TO SDM-NOME
                       MOVE WRK-EMP-ESTAB         TO SDM-ESTAB
                       MOVE EMP-SALARIO           TO SDM-SALARIO
                       MOVE WRK-SND-VALOR-CONTRIB TO SDM-CONTRIB
                       MOVE WRK-SND-VALOR-MENSAL  TO SDM-MENSAL
                       MOVE BAT-DATA              TO SDM-DATA
                       MOVE BAT-NUMERO            TO SDM-LOTE
                       WRITE SDM-REGISTRO
                   END-IF
               END-IF.

      *    BRUTO NO CENTRO DO CADASTRO OU, COM RATEIO EM VIGOR NO
      *    FIM DA COMPETENCIA (RATEIO, CPRATPR), DIVIDIDO PELOS
      *    CENTROS - A DIFERENCA DE CENTAVOS FICA NO PRINCIPAL
       0001-G-ACUMULA-CENTRO   SECTION.
               MOVE EMP-CODIGO      TO WRK-RAT-CODIGO-EMP.
               COMPUTE WRK-RAT-DATA-REF = WRK-COMPETENCIA * 100 + 31.
               MOVE EMP-CCUSTO      TO WRK-RAT-CCUSTO-PRINC.
               MOVE WRK-BRUTO-FOLHA TO WRK-RAT-VALOR.
               PERFORM 7942-RATEIA-VALOR.
               PERFORM 0001-Z-ACUMULA-PARTE
                   VARYING WRK-RAT-I FROM 1 BY 1
                   UNTIL WRK-RAT-I > WRK-RAT-QTDE.

       0001-Z-ACUMULA-PARTE    SECTION.
               MOVE "N" TO WRK-CEN-ACHOU.
               PERFORM 0001-H-BUSCA-CENTRO
                   VARYING WRK-CEN-I FROM 1 BY 1
               IF NOT WRK-CEN-ACHOU-SIM
                   IF WRK-QTDE-CENTROS < 100
                       ADD 1 TO WRK-QTDE-CENTROS
                       MOVE WRK-EMP-ESTAB
                           TO WRK-CEN-ESTAB (WRK-QTDE-CENTROS)
                       MOVE WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                           TO WRK-CEN-CCUSTO (WRK-QTDE-CENTROS)
                       MOVE WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                           TO WRK-CEN-TOTAL (WRK-QTDE-CENTROS)
                   ELSE
                       DISPLAY "*** MAIS DE 100 CENTROS DE CUSTO "
               END-IF.

       0001-H-BUSCA-CENTRO     SECTION.
               IF WRK-CEN-CCUSTO (WRK-CEN-I) =
                       WRK-RAT-PARTE-CCUSTO (WRK-RAT-I)
                   AND WRK-CEN-ESTAB (WRK-CEN-I) = WRK-EMP-ESTAB
                   ADD WRK-RAT-PARTE-VALOR (WRK-RAT-I)
                       TO WRK-CEN-TOTAL (WRK-CEN-I)
                   MOVE "S" TO WRK-CEN-ACHOU
               END-IF.

      *    QUANTIDADE, BRUTO, DESCONTO E LIQUIDO DO FUNCIONARIO
      *    SOMADOS NO ESTABELECIMENTO DELE
       0001-Q-ACUMULA-ESTAB    SECTION.
               MOVE "N" TO WRK-ETB-ACHOU.
               PERFORM 0001-R-BUSCA-ESTAB
                   VARYING WRK-ETB-I FROM 1 BY 1
                   UNTIL WRK-ETB-I > WRK-QTDE-ESTABS
                      OR WRK-ETB-ACHOU-SIM.
               IF NOT WRK-ETB-ACHOU-SIM
                   IF WRK-QTDE-ESTABS < 50
                       ADD 1 TO WRK-QTDE-ESTABS
                       MOVE WRK-EMP-ESTAB
                           TO WRK-ETB-CODIGO (WRK-QTDE-ESTABS)
                       MOVE 1
                           TO WRK-ETB-QTDE (WRK-QTDE-ESTABS)
                       MOVE WRK-BRUTO-FOLHA
                           TO WRK-ETB-BRUTO (WRK-QTDE-ESTABS)
                       MOVE WRK-DESCONTO-FOLHA
                           TO WRK-ETB-DESCONTO (WRK-QTDE-ESTABS)
                       MOVE WRK-LIQUIDO-FOLHA
                           TO WRK-ETB-LIQUIDO (WRK-QTDE-ESTABS)
                   ELSE
                       DISPLAY "*** MAIS DE 50 ESTABELECIMENTOS "
                           "- AUMENTAR A TABELA ***"
                   END-IF
               END-IF.

       0001-R-BUSCA-ESTAB      SECTION.
               IF WRK-ETB-CODIGO (WRK-ETB-I) = WRK-EMP-ESTAB
                   ADD 1 TO WRK-ETB-QTDE (WRK-ETB-I)
                   ADD WRK-BRUTO-FOLHA
                       TO WRK-ETB-BRUTO (WRK-ETB-I)
                   ADD WRK-DESCONTO-FOLHA
                       TO WRK-ETB-DESCONTO (WRK-ETB-I)
                   ADD WRK-LIQUIDO-FOLHA
                       TO WRK-ETB-LIQUIDO (WRK-ETB-I)
                   MOVE "S" TO WRK-ETB-ACHOU
               END-IF.

      *    OS VALORES DA LINHA ACHADA SAO COPIADOS AQUI DENTRO -
      *    DEPOIS DO LACO O INDICE JA PASSOU DA OCORRENCIA
       0001-C-BUSCA-PONTO      SECTION.
                       TO WRK-PNT-ACH-HE100
                   MOVE WRK-PNT-FALTAS (WRK-PNT-IDX)
                       TO WRK-PNT-ACH-FALTAS
                   MOVE WRK-PNT-HNOT (WRK-PNT-IDX)
                       TO WRK-PNT-ACH-HNOT
               END-IF.

       0002-GRAVA-TOTAL        SECTION.
                   "NADA DE PRODUCAO FOI GRAVADO".

       0002-E-TOTAL-PRODUCAO   SECTION.
               PERFORM 0002-F-TOTAL-ESTAB
                   VARYING WRK-ETB-I FROM 1 BY 1
                   UNTIL WRK-ETB-I > WRK-QTDE-ESTABS.
               MOVE SPACES              TO FPG-TOTAL-REC.
               MOVE "T"                 TO FPG-TOT-TIPO.
               MOVE WRK-LIT-FPG-TOT-QTDE TO FPG-TOT-LIT-QTDE.
               DISPLAY "FOLHA MENSAL GRAVADA (FOPAGREG) - "
                   WRK-QTDE-FUNC " FUNCIONARIOS, "
                   WRK-QTDE-COM-PONTO " COM LINHA DE PONTO".
               DISPLAY "AFASTAMENTO: " WRK-QTDE-AFASTADOS
                   " FUNCIONARIOS COM SALARIO PROPORCIONAL".
               DISPLAY "CONSIGNADO: " WRK-QTDE-PARC-PAGAS
                   " PARCELAS DESCONTADAS, " WRK-QTDE-PARC-RECUS
                   " RECUSADAS POR MARGEM".
               DISPLAY "PENSAO ALIMENTICIA: " WRK-QTDE-COM-PENSAO
                   " FUNCIONARIOS, TOTAL " WRK-TOTAL-PENSAO ", "
                   WRK-QTDE-PEN-LIMITADA " LIMITADAS AO LIQUIDO".
               DISPLAY "ADIANTAMENTO: " WRK-QTDE-ADT-DESC
                   " ABATIDOS NO FECHAMENTO".
               DISPLAY "VALE-TRANSPORTE: " WRK-QTDE-COM-VT
                   " FUNCIONARIOS, TOTAL DESCONTADO " WRK-TOTAL-VT.
               DISPLAY "PLANO DE SAUDE: " WRK-QTDE-COM-PLANO
                   " FUNCIONARIOS, TOTAL DESCONTADO " WRK-TOTAL-PLANO
                   ", " WRK-QTDE-PLN-SEM-TAB " COM PLANO SEM PRECO".
               DISPLAY "SALARIO-FAMILIA: " WRK-QTDE-COM-SALFAM
                   " FUNCIONARIOS COM QUOTAS PAGAS".
               DISPLAY "BANCO DE HORAS: " WRK-QTDE-BCO-VENCIDO
                   " FUNCIONARIOS COM HORAS VENCIDAS PAGAS ("
                   WRK-HORAS-BCO-VENCIDO " HORAS), TOTAL "
                   WRK-TOTAL-BCO-VENCIDO.
               DISPLAY "ADICIONAIS LEGAIS: " WRK-QTDE-COM-ADICIONAL
                   " FUNCIONARIOS - INSALUBRIDADE " WRK-TOTAL-INSALUB
                   " PERICULOSIDADE " WRK-TOTAL-PERIC
                   " NOTURNO " WRK-TOTAL-NOTURNO.
               DISPLAY "COMISSOES: " WRK-QTDE-COM-COMISSAO
                   " FUNCIONARIOS - COMISSOES " WRK-TOTAL-COMISSAO
                   " DSR " WRK-TOTAL-DSR.
               DISPLAY "DESCONTO SINDICAL: " WRK-QTDE-COM-SINDICAL
                   " FUNCIONARIOS - CONTRIBUICAO "
                   WRK-TOTAL-CONTRIB-SIND
                   " MENSALIDADE " WRK-TOTAL-MENSAL-SIND.
               DISPLAY "EVENTOS VARIAVEIS: " WRK-EVT-QTDE-APLICADOS
                   " APLICADOS, " WRK-EVT-QTDE-BAIXADOS
                   " BAIXADOS COMO PAGOS NESTE LOTE".
               MOVE "PROGRAMA12" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " FOLHA MENSAL QTDE "
               PERFORM 7000-GRAVA-AUDITORIA.
               PERFORM 0002-A-GRAVA-RESUMO-CCUSTO.
               PERFORM 0002-C-CARIMBA-COMPETENCIA.
               PERFORM 0002-G-FOTO-MESTRE.

      *    UMA LINHA "E" POR ESTABELECIMENTO ANTES DO TOTAL GERAL,
      *    IDENTIFICADA PELO CNPJ DO EMPREGADOR (SECTION 7980 DO
      *    CPESTPR)
       0002-F-TOTAL-ESTAB      SECTION.
               MOVE WRK-ETB-CODIGO (WRK-ETB-I) TO WRK-EST-CODIGO.
               PERFORM 7980-LE-ESTAB.
               MOVE SPACES              TO FPG-ESTAB-REC.
               MOVE "E"                 TO FPG-EST-TIPO.
               MOVE WRK-EST-CODIGO      TO FPG-EST-CODIGO.
               MOVE WRK-EST-CNPJ        TO FPG-EST-CNPJ.
               MOVE WRK-EST-RAZAO       TO FPG-EST-RAZAO.
               MOVE WRK-ETB-QTDE (WRK-ETB-I)     TO FPG-EST-QTDE.
               MOVE WRK-ETB-BRUTO (WRK-ETB-I)    TO FPG-EST-BRUTO.
               MOVE WRK-ETB-DESCONTO (WRK-ETB-I) TO FPG-EST-DESCONTO.
               MOVE WRK-ETB-LIQUIDO (WRK-ETB-I)  TO FPG-EST-LIQUIDO.
               WRITE FPG-ESTAB-REC.
               PERFORM 8690-COPIA-REPOSITORIO.
               DISPLAY "ESTABELECIMENTO " WRK-EST-CODIGO
                   " CNPJ " WRK-EST-CNPJ " - "
                   WRK-ETB-QTDE (WRK-ETB-I) " FUNCIONARIOS, LIQUIDO "
                   WRK-ETB-LIQUIDO (WRK-ETB-I).

      *    RESUMO DO BRUTO POR CENTRO DE CUSTO (FOPAGCC) - UMA
      *    LINHA POR CENTRO E ESTABELECIMENTO DA COMPETENCIA, BASE
      *    DO ACUMULO DE ENCARGOS PATRONAIS DO PROGRAMA44
       0002-A-GRAVA-RESUMO-CCUSTO SECTION.
               OPEN OUTPUT ARQ-RESUMO-CCUSTO.
               PERFORM 0002-B-GRAVA-UM-CENTRO
               MOVE BAT-NUMERO      TO FCC-LOTE.
               MOVE WRK-CEN-CCUSTO (WRK-CEN-I) TO FCC-CCUSTO.
               MOVE WRK-CEN-TOTAL (WRK-CEN-I)  TO FCC-TOTAL-BRUTO.
               MOVE WRK-CEN-ESTAB (WRK-CEN-I)  TO FCC-ESTAB.
               WRITE FCC-REGISTRO.

      *    CARIMBA A CONCLUSAO DA COMPETENCIA NO FOLHACTL - E
      *    ESTE CARIMBO QUE A TRAVA DA 0000-A CONSULTA
      *    NO REPROCESSO O REGISTRO EXISTENTE E LIDO ANTES, PARA
      *    A CONTAGEM DE COMPLEMENTARES (FCT-QTDE-COMPL) FICAR
       0002-C-CARIMBA-COMPETENCIA SECTION.
               OPEN I-O ARQ-CTL-FOLHA.
               MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA.
               READ ARQ-CTL-FOLHA
                   INVALID KEY
                       MOVE ZEROS TO FCT-QTDE-COMPL
               END-READ.
               IF FCT-QTDE-COMPL NOT NUMERIC
                   MOVE ZEROS TO FCT-QTDE-COMPL
               END-IF.
               MOVE WRK-COMPETENCIA TO FCT-COMPETENCIA.
               MOVE BAT-DATA        TO FCT-DATA.
               ACCEPT FCT-HORA FROM TIME.
               MOVE BAT-NUMERO      TO FCT-LOTE.
               END-IF.
               CLOSE ARQ-CTL-FOLHA.

      *    FOTO DO MESTRE NA COMPETENCIA RECEM-CARIMBADA: CADA
      *    REGISTRO DO CADMEST, DESLIGADOS INCLUSIVE, COPIADO PARA
      *    O CADSNAP COM A CHAVE COMPETENCIA + CODIGO. NO
      *    REPROCESSO AUTORIZADO A FOTO ANTERIOR DA COMPETENCIA E
      *    APAGADA ANTES - FICA SO A DO ULTIMO FECHAMENTO
       0002-G-FOTO-MESTRE      SECTION.
               MOVE ZEROS TO WRK-FOTO-QTDE.
               MOVE ZEROS TO WRK-QTDE-FOTO-APAGADA.
               OPEN I-O ARQ-FOTO-MESTRE.
               IF WRK-FS-FOTO-NAO-EXISTE
                   OPEN OUTPUT ARQ-FOTO-MESTRE
                   CLOSE ARQ-FOTO-MESTRE
                   OPEN I-O ARQ-FOTO-MESTRE
               END-IF.
               IF NOT WRK-FS-FOTO-OK
                   DISPLAY "*** FOTO DO MESTRE (CADSNAP) NAO GRAVADA "
                       "- FS: " WRK-FS-FOTO " ***"
               ELSE
                   MOVE WRK-COMPETENCIA TO SNP-COMPETENCIA
                   MOVE ZEROS           TO SNP-CODIGO
                   MOVE "N"             TO WRK-FIM-FOTO
                   START ARQ-FOTO-MESTRE KEY IS NOT LESS THAN
                       SNP-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-FOTO
                   END-START
                   PERFORM 0002-H-APAGA-FOTO-ANTIGA
                       UNTIL WRK-FIM-FOTO-SIM
                   MOVE ZEROS TO EMP-CODIGO
                   MOVE "N"   TO WRK-FIM-FOTO
                   START CADASTRO-MESTRE KEY IS NOT LESS THAN
                       EMP-CODIGO
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-FOTO
                   END-START
                   PERFORM 0002-I-GRAVA-UMA-FOTO
                       UNTIL WRK-FIM-FOTO-SIM
                   CLOSE ARQ-FOTO-MESTRE
                   DISPLAY "FOTO DO MESTRE DA COMPETENCIA "
                       WRK-COMPETENCIA " GRAVADA (CADSNAP) - "
                       WRK-FOTO-QTDE " REGISTROS"
                   MOVE "PROGRAMA12" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " FOTO DO MESTRE COMP "
                       WRK-COMPETENCIA " QTDE " WRK-FOTO-QTDE
                       " SUBSTITUIDOS " WRK-QTDE-FOTO-APAGADA
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

       0002-H-APAGA-FOTO-ANTIGA SECTION.
               READ ARQ-FOTO-MESTRE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FOTO
                   NOT AT END
                       IF SNP-COMPETENCIA = WRK-COMPETENCIA
                           DELETE ARQ-FOTO-MESTRE RECORD
                           ADD 1 TO WRK-QTDE-FOTO-APAGADA
                       ELSE
                           MOVE "S" TO WRK-FIM-FOTO
                       END-IF
               END-READ.

       0002-I-GRAVA-UMA-FOTO   SECTION.
               READ CADASTRO-MESTRE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FOTO
                   NOT AT END
                       MOVE WRK-COMPETENCIA TO SNP-COMPETENCIA
                       MOVE EMP-CODIGO      TO SNP-CODIGO
                       MOVE BAT-DATA        TO SNP-DATA-FOTO
                       MOVE BAT-NUMERO      TO SNP-LOTE
                       MOVE MST-REGISTRO    TO SNP-IMAGEM
                       WRITE SNP-REGISTRO
                       IF WRK-FS-FOTO-OK
                           ADD 1 TO WRK-FOTO-QTDE
                       END-IF
               END-READ.

      *    SAIDAS DESDE O MES ANTERIOR: QUEM TEM REGISTRO NA
      *    COMPETENCIA ANTERIOR DO FOLHAHST MAS JA NAO ESTA ATIVO
      *    NO MESTRE SAI MARCADO NA PREVIA
       0004-PREVIA-SAIDAS      SECTION.
               MOVE ZEROS TO FHT-CODIGO.
               MOVE ZEROS TO FHT-COMPETENCIA.
               MOVE ZEROS TO FHT-SEQUENCIA.
               START ARQ-HIST-FOLHA KEY IS NOT LESS THAN FHT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PREVIA-HIST
                       MOVE "S" TO WRK-FIM-PREVIA-HIST
                   NOT AT END
                       IF FHT-COMPETENCIA = WRK-COMPETENCIA-ANT
                           AND FHT-SEQUENCIA = ZEROS
                           PERFORM 0004-B-CONFERE-NO-MESTRE
                       END-IF
               END-READ.
               MOVE WRK-LIT-PRE-SAIDA   TO PRE-DET-MARCA.
               WRITE PRE-DETALHE-REC.

      *    DETALHE POR RUBRICA DA COMPETENCIA (FOLHARUB): O
      *    REPROCESSO DA MESMA COMPETENCIA APAGA O DETALHE ANTERIOR
      *    ANTES DE REGRAVAR, COMO NA FOTO DO MESTRE
       0005-A-ABRE-DETALHE-RUBRICAS SECTION.
               MOVE "N"   TO WRK-FOLHARUB-DISPONIVEL.
               MOVE ZEROS TO WRK-QTDE-FRU-APAGADA.
               MOVE ZEROS TO WRK-QTDE-FRU-GRAVADA.
               OPEN I-O ARQ-RUBRICAS-FOLHA.
               IF WRK-FS-FOLHARUB-NAO-EXISTE
                   OPEN OUTPUT ARQ-RUBRICAS-FOLHA
                   CLOSE ARQ-RUBRICAS-FOLHA
                   OPEN I-O ARQ-RUBRICAS-FOLHA
               END-IF.
               IF NOT WRK-FS-FOLHARUB-OK
                   DISPLAY "*** DETALHE POR RUBRICA (FOLHARUB) NAO "
                       "GRAVADO - FS: " WRK-FS-FOLHARUB " ***"
               ELSE
                   MOVE "S"             TO WRK-FOLHARUB-DISPONIVEL
                   MOVE WRK-COMPETENCIA TO FRU-COMPETENCIA
                   MOVE ZEROS           TO FRU-CODIGO
                   MOVE LOW-VALUES      TO FRU-RUBRICA
                   MOVE "N"             TO WRK-FIM-FOLHARUB
                   START ARQ-RUBRICAS-FOLHA KEY IS NOT LESS THAN
                       FRU-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-FOLHARUB
                   END-START
                   PERFORM 0005-B-APAGA-RUBRICA-ANTIGA
                       UNTIL WRK-FIM-FOLHARUB-SIM
               END-IF.

       0005-B-APAGA-RUBRICA-ANTIGA SECTION.
               READ ARQ-RUBRICAS-FOLHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FOLHARUB
                   NOT AT END
                       IF FRU-COMPETENCIA = WRK-COMPETENCIA
                           DELETE ARQ-RUBRICAS-FOLHA RECORD
                           ADD 1 TO WRK-QTDE-FRU-APAGADA
                       ELSE
                           MOVE "S" TO WRK-FIM-FOLHARUB
                       END-IF
               END-READ.

      *    UMA LINHA POR VERBA DO FUNCIONARIO, NA MESMA ABERTURA DO
      *    FOLHAHST: PROVENTOS MENOS REDUTORES = FHT-BRUTO E
      *    DESCONTOS = FHT-INSS + FHT-IRRF + FHT-OUTROS-DESC. AS
      *    VERBAS CALCULADAS LEVAM OS CODIGOS RESERVADOS "#" DO
      *    CPFOLRUB; AS RUBRICAS E EVENTOS, O PROPRIO CODIGO
       0005-DETALHE-RUBRICAS   SECTION.
               MOVE "#SAL"                 TO FRU-RUBRICA.
               MOVE "SALARIO"              TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-SALARIO-MES        TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#HEX"                 TO FRU-RUBRICA.
               MOVE "HORAS EXTRAS"         TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-VALOR-EXTRAS       TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#BCH"                 TO FRU-RUBRICA.
               MOVE "BANCO DE HORAS"       TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-VALOR-BCO-HORAS    TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#ISL"                 TO FRU-RUBRICA.
               MOVE "INSALUBRIDADE"        TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-ADC-VALOR-INSALUB  TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#PER"                 TO FRU-RUBRICA.
               MOVE "PERICULOSIDADE"       TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-ADC-VALOR-PERIC    TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#NOT"                 TO FRU-RUBRICA.
               MOVE "ADICIONAL NOTURNO"    TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-ADC-VALOR-NOTURNO  TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#COM"                 TO FRU-RUBRICA.
               MOVE "COMISSOES"            TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-VALOR-COMISSAO     TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#DSR"                 TO FRU-RUBRICA.
               MOVE "DSR SOBRE COMISSOES"  TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-VALOR-DSR          TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
      *        FALTAS EFETIVAMENTE DESCONTADAS - COM O BRUTO TRAVADO
      *        EM ZERO O REDUTOR E O PROPRIO TOTAL DAS PARCELAS
               MOVE "#FAL"                 TO FRU-RUBRICA.
               MOVE "FALTAS"               TO FRU-DESCRICAO.
               MOVE "R"                    TO FRU-TIPO.
               COMPUTE WRK-FRU-VALOR =
                   WRK-SALARIO-MES + WRK-VALOR-EXTRAS
                   + WRK-VALOR-BCO-HORAS + WRK-ADC-TOTAL
                   + WRK-VALOR-COMISSAO + WRK-VALOR-DSR
                   - WRK-SALARIO-BRUTO.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE ZEROS TO WRK-FRU-SOMA-PROV.
               MOVE ZEROS TO WRK-FRU-SOMA-DESC.
               PERFORM 0005-D-GRAVA-RUBRICA
                   VARYING WRK-FRU-I FROM 1 BY 1
                   UNTIL WRK-FRU-I > WRK-RUI-QTDE.
      *        RUBRICAS ALEM DAS 20 DA TABELA WRK-RUI ENTRAM PELA
      *        DIFERENCA PARA O TOTAL NAO PERDER VALOR
               MOVE "#OUP"                 TO FRU-RUBRICA.
               MOVE "OUTRAS RUBRICAS"      TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               COMPUTE WRK-FRU-VALOR =
                   WRK-RUB-TOT-PROVENTOS - WRK-FRU-SOMA-PROV.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#OUD"                 TO FRU-RUBRICA.
               MOVE "OUTRAS RUBRICAS"      TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               COMPUTE WRK-FRU-VALOR =
                   WRK-RUB-TOT-DESCONTOS - WRK-FRU-SOMA-DESC.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#SFM"                 TO FRU-RUBRICA.
               MOVE "SALARIO-FAMILIA"      TO FRU-DESCRICAO.
               MOVE "P"                    TO FRU-TIPO.
               MOVE WRK-VALOR-SALFAM       TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#ISS"                 TO FRU-RUBRICA.
               MOVE "INSS"                 TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-VALOR-INSS         TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#IRF"                 TO FRU-RUBRICA.
               MOVE "IRRF"                 TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-VALOR-IRRF         TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#CSG"                 TO FRU-RUBRICA.
               MOVE "CONSIGNADO"           TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-VALOR-CONSIG       TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#ADT"                 TO FRU-RUBRICA.
               MOVE "ADIANTAMENTO"         TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-VALOR-ADIANT       TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#PEN"                 TO FRU-RUBRICA.
               MOVE "PENSAO ALIMENTICIA"   TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-PEN-TOTAL          TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#VTR"                 TO FRU-RUBRICA.
               MOVE "VALE-TRANSPORTE"      TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-VALOR-VALE-TRANSP  TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#PLS"                 TO FRU-RUBRICA.
               MOVE "PLANO DE SAUDE"       TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-PLN-TOTAL          TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.
               MOVE "#SND"                 TO FRU-RUBRICA.
               MOVE "CONTRIBUICAO SINDICAL" TO FRU-DESCRICAO.
               MOVE "D"                    TO FRU-TIPO.
               MOVE WRK-SND-TOTAL          TO WRK-FRU-VALOR.
               PERFORM 0005-C-GRAVA-ITEM.

      *    GRAVA A VERBA MONTADA EM FRU-RUBRICA/DESCRICAO/TIPO E
      *    WRK-FRU-VALOR; A MESMA RUBRICA DUAS VEZES NO MES (EX.:
      *    RUBRICA FIXA E EVENTO VARIAVEL) SOMA NO MESMO REGISTRO
       0005-C-GRAVA-ITEM       SECTION.
               IF WRK-FRU-VALOR > ZEROS
                   MOVE WRK-COMPETENCIA     TO FRU-COMPETENCIA
                   MOVE EMP-CODIGO          TO FRU-CODIGO
                   MOVE WRK-FRU-VALOR       TO FRU-VALOR
                   MOVE EMP-CCUSTO          TO FRU-CCUSTO
                   MOVE WRK-EMP-ESTAB       TO FRU-ESTAB
                   MOVE BAT-DATA            TO FRU-DATA
                   MOVE BAT-NUMERO          TO FRU-LOTE
                   WRITE FRU-REGISTRO
                   IF WRK-FS-FOLHARUB-DUPLICADO
                       READ ARQ-RUBRICAS-FOLHA
                       ADD WRK-FRU-VALOR    TO FRU-VALOR
                       REWRITE FRU-REGISTRO
                   ELSE
                       ADD 1 TO WRK-QTDE-FRU-GRAVADA
                   END-IF
               END-IF.

       0005-D-GRAVA-RUBRICA    SECTION.
               MOVE WRK-RUI-CODIGO (WRK-FRU-I)    TO FRU-RUBRICA.
               MOVE WRK-RUI-DESCRICAO (WRK-FRU-I) TO FRU-DESCRICAO.
               MOVE WRK-RUI-VALOR (WRK-FRU-I)     TO WRK-FRU-VALOR.
               IF WRK-RUI-TIPO (WRK-FRU-I) = "P"
                   MOVE "P" TO FRU-TIPO
                   ADD WRK-FRU-VALOR TO WRK-FRU-SOMA-PROV
               ELSE
                   MOVE "D" TO FRU-TIPO
                   ADD WRK-FRU-VALOR TO WRK-FRU-SOMA-DESC
               END-IF.
               PERFORM 0005-C-GRAVA-ITEM.

       0003-FINALIZAR          SECTION.
               IF WRK-MESTRE-DISPONIVEL-SIM
                   CLOSE CADASTRO-MESTRE
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
               IF WRK-HIST-DISPONIVEL-SIM
                   CLOSE ARQ-HIST-FOLHA
               END-IF.
               IF WRK-FOLHARUB-DISPONIVEL-SIM
                   CLOSE ARQ-RUBRICAS-FOLHA
                   DISPLAY "DETALHE POR RUBRICA DA COMPETENCIA "
                       WRK-COMPETENCIA " (FOLHARUB) - "
                       WRK-QTDE-FRU-GRAVADA " GRAVADOS, "
                       WRK-QTDE-FRU-APAGADA " SUBSTITUIDOS"
               END-IF.
               IF WRK-CONSIG-DISPONIVEL-SIM
                   CLOSE ARQ-CONSIGNADOS
               END-IF.
               IF WRK-ADIANT-DISPONIVEL-SIM
                   CLOSE ARQ-ADIANTAMENTO
               END-IF.
               PERFORM 7986-FECHA-BANCO-HORAS.
               PERFORM 7941-FECHA-RATEIO.
               PERFORM 8706-FECHA-ADICION.
               IF WRK-SINDMES-DISPONIVEL-SIM
                   CLOSE ARQ-SIND-MES
               END-IF.
               PERFORM 8751-FECHA-SINDIC.
               PERFORM 7571-FECHA-EVENTOS.
               GOBACK.

      *    CARGA DO RESUMO MENSAL DE PONTO (PONTOMES, VALIDADO
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

      *    CARGA DAS COMISSOES DO MES (COMISMES, VALIDADO PELO
      *    PROGRAMA83) - SO AS LINHAS DA COMPETENCIA DA EXECUCAO;
      *    ARQUIVO AUSENTE DEIXA A TABELA VAZIA E NINGUEM RECEBE
      *    COMISSAO NA FOLHA
       7535-CARREGA-COMISSAO   SECTION.
               MOVE ZEROS TO WRK-QTDE-COMISSAO.
               MOVE "S"   TO WRK-CONTINUA-COMISSAO.
               OPEN INPUT ARQ-COMISSAO.
               IF WRK-FS-COMISSAO-OK
                   PERFORM 7536-CARREGA-UMA-COMISSAO
                       UNTIL NOT WRK-CONTINUA-COMISSAO-SIM
                   CLOSE ARQ-COMISSAO
                   DISPLAY "COMISSOES CARREGADAS - " WRK-QTDE-COMISSAO
                       " FUNCIONARIOS DA COMPETENCIA " WRK-COMPETENCIA
               ELSE
                   CLOSE ARQ-COMISSAO
                   DISPLAY "COMISSOES DO MES (COMISMES) AUSENTES - "
                       "FOLHA SEM COMISSAO"
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
                   DISPLAY "*** MAIS DE 9999 FUNCIONARIOS COM "
                       "COMISSAO - AUMENTAR A TABELA ***"
               ELSE
                   ADD 1 TO WRK-QTDE-COMISSAO
                   MOVE CMS-CODIGO TO
                       WRK-CMS-CODIGO (WRK-QTDE-COMISSAO)
                   MOVE CMS-VALOR-COMISSAO TO
                       WRK-CMS-COMISSAO (WRK-QTDE-COMISSAO)
                   MOVE CMS-VALOR-DSR TO
                       WRK-CMS-DSR (WRK-QTDE-COMISSAO)
                   MOVE CMS-DIAS-UTEIS TO
                       WRK-CMS-UTEIS (WRK-QTDE-COMISSAO)
                   MOVE CMS-DIAS-DSR TO
                       WRK-CMS-DIAS-DSR (WRK-QTDE-COMISSAO)
               END-IF.

           COPY CPDEPPR.

           COPY CPIDADPR.

           COPY CPAFAPR.

           COPY CPDATAVL.

      *    CARGA DO PARAMETRO DE SALARIO-FAMILIA (TABSALF) - VALE
      *    A LINHA COM A MAIOR VIGENCIA <= DATA DO LOTE, COMO NO
      *    TABFAIX

           COPY CPFAIXPR.

           COPY CPPENPR.

           COPY CPTPLPR.

           COPY CPPLNPR.

           COPY CPTABFPR.

           COPY CPRUBPR.
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPAPRPR.

           COPY CPESTPR.

           COPY CPBHRPR.

           COPY CPRATPR.

           COPY CPADCPR.

           COPY CPSNDPR.

           COPY CPEVTPR.

           COPY CPANFPR.
