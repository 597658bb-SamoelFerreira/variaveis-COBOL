      *==                  (REPNDX/REPCOPY, COPYBOOKS CPREPNDX/
      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63
      *== 15/10/26   WS    BAIXA DA PROVISAO DE FERIAS (ARQ.
      *==                  PROVISAO, CPPROVIS/CPPRVTB/CPPRVPR)
      *==                  PELO BRUTO + 1/3 PAGO, COM O ESTORNO NO
      *==                  GLJRNL
      *== 15/10/26   WS    MEDIA DOS ADICIONAIS LEGAIS
      *==                  (INSALUBRIDADE, PERICULOSIDADE E NOTURNO)
      *==                  DOS 12 MESES ANTERIORES, LIDA DO
      *==                  FOLHAHST (CPMADWS/CPMADPR), SOMADA AO
      *==                  SALARIO NA BASE DAS FERIAS E MOSTRADA NO
      *==                  DEMONSTRATIVO
      *== 15/10/26   WS    MEDIA DA REMUNERACAO VARIAVEL (COMISSOES
      *==                  E DSR) DOS MESMOS 12 MESES TAMBEM NA BASE
      *==                  DAS FERIAS, EM LINHA PROPRIA NO
      *==                  DEMONSTRATIVO
      *== 15/10/26   WS    PAGAMENTO EM ANO FECHADO NO CONTROLE
      *==                  ANUAL (ARQ. ANOFECH, CPANOFCH/CPANFWS/
      *==                  CPANFPR, PELO PROGRAMB09) RECUSADO E
      *==                  AUDITADO - NEM GOZO, NEM BAIXA DA
      *==                  PROVISAO, NEM GLJRNL
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-CHAVE
                   FILE STATUS IS WRK-FS-DEPENDE.
               SELECT ARQ-PROVISAO ASSIGN TO "PROVISAO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRV-CHAVE
                   FILE STATUS IS WRK-FS-PROVISAO.
               SELECT ARQ-DIARIO ASSIGN TO "GLJRNL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-DIARIO.
               SELECT ARQ-HIST-FOLHA ASSIGN TO "FOLHAHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FHT-CHAVE
                   FILE STATUS IS WRK-FS-HIST-FOLHA.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.
               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               LABEL RECORD IS STANDARD.
           COPY CPDEPEND.

           FD  ARQ-PROVISAO
               LABEL RECORD IS STANDARD.
           COPY CPPROVIS.

      *    MESMO LAYOUT DO GLJRNL GRAVADO PELO PROGRAMA24
           FD  ARQ-DIARIO
               LABEL RECORD IS STANDARD.
           01  JRN-REGISTRO.
               05 JRN-DATA             PIC 9(08).
               05 JRN-LOTE             PIC 9(05).
               05 JRN-CONTA            PIC X(06).
               05 JRN-CCUSTO           PIC X(05).
               05 JRN-DC               PIC X(01).
               05 JRN-VALOR            PIC 9(13).

           FD  ARQ-HIST-FOLHA
               LABEL RECORD IS STANDARD.
           COPY CPFOLHST.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.
           88 WRK-FS-AUDITORIA-NAO-EXISTE VALUE "35".
       77 WRK-FS-SEQ-LOTE      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-LOTE-OK         VALUE "00".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".

       77 WRK-CODIGO-EMP       PIC 9(05) VALUE ZEROS.
       77 WRK-FUNC-VALIDO      PIC X(01) VALUE "N".
       77 WRK-VALOR-FERIAS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-TERCO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-FERIAS   PIC 9(08)V99 VALUE ZEROS.
      *    SALARIO + MEDIA DOS ADICIONAIS LEGAIS E DA REMUNERACAO
      *    VARIAVEL DOS 12 MESES
      *    ANTERIORES AO DA CONCESSAO (FOLHAHST)
       77 WRK-BASE-FERIAS      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.

           COPY CPBATCH.
           COPY CPDATA.
           COPY CPDEPTB.
           COPY CPIDADE.
           COPY CPPRVTB.
           COPY CPMADWS.
           COPY CPANFWS.

      *    ROTULOS DO FERPAG - MOVIDOS PARA OS CAMPOS NOMEADOS DA
      *    FD ANTES DE CADA WRITE
       77 WRK-LIT-FPD-PERIODO  PIC X(20) VALUE "PERIODO DE GOZO.....".
       77 WRK-LIT-FPD-FERIAS   PIC X(20) VALUE "FERIAS..............".
       77 WRK-LIT-FPD-TERCO    PIC X(20) VALUE "TERCO CONSTITUCIONAL".
       77 WRK-LIT-FPD-MEDIA    PIC X(20) VALUE "MEDIA ADICIONAIS....".
       77 WRK-LIT-FPD-MEDIA-VAR PIC X(20) VALUE "MEDIA VARIAVEIS.....".
       77 WRK-LIT-FPD-BRUTO    PIC X(20) VALUE "BRUTO DE FERIAS.....".
       77 WRK-LIT-FPD-DESC     PIC X(20) VALUE "DESCONTO INSS/IRRF..".
       77 WRK-LIT-FPD-LIQ      PIC X(20) VALUE "LIQUIDO A PAGAR.....".
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
               PERFORM 0000-A-CONFERE-ANO.
               IF WRK-FS-MESTRE-OK
                   AND NOT WRK-ANF-FECHADO-SIM
                   DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
                       ACCEPT WRK-CODIGO-EMP
                   MOVE WRK-CODIGO-EMP TO EMP-CODIGO
                   END-READ
               END-IF.

      *    O PAGAMENTO E A BAIXA DA PROVISAO CAEM NO ANO DO LOTE -
      *    ANO FECHADO PELO FECHAMENTO ANUAL (PROGRAMB09) NAO
      *    RECEBE LANCAMENTO SEM A REABERTURA AUDITADA
       0000-A-CONFERE-ANO      SECTION.
               MOVE BAT-DATA (1:4) TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "FERIAS RECUSADAS - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   MOVE SPACES       TO AUD-DESCRICAO
                   MOVE "PROGRAMA42" TO AUD-PROGRAMA
                   MOVE BAT-OPERADOR TO AUD-OPERADOR
                   STRING "LOTE " BAT-NUMERO " FERIAS RECUSADAS - ANO "
                       WRK-ANF-ANO " FECHADO"
                       DELIMITED BY SIZE INTO AUD-DESCRICAO
                   PERFORM 7000-GRAVA-AUDITORIA
               END-IF.

      *    INICIO DO GOZO DIGITADO (DD/MM/AA) E VALIDADO PELO
      *    CPDATAVL; DIAS DE 1 A 30 REPETEM ATE SEREM VALIDOS. A
      *    DATA FIM E O INICIO AVANCADO DIA A DIA PELA CPD-8070
      *    CONSTITUCIONAL; O DESCONTO DA TABELA DE FAIXAS INCIDE
      *    SOBRE O BRUTO TOTAL (FERIAS + TERCO), COMO NA FOLHA
       0002-CALCULA-FERIAS     SECTION.
               PERFORM 0002-A-MEDIA-ADICIONAIS.
               COMPUTE WRK-BASE-FERIAS = EMP-SALARIO + WRK-MAD-MEDIA
                   + WRK-MAD-MEDIA-VAR.
               COMPUTE WRK-VALOR-FERIAS ROUNDED =
                   WRK-BASE-FERIAS / 30 * WRK-DIAS-GOZO.
               COMPUTE WRK-VALOR-TERCO ROUNDED =
                   WRK-VALOR-FERIAS / 3.
               COMPUTE WRK-SALARIO-BRUTO =
               PERFORM 7500-CALCULA-DESCONTO.
               MOVE WRK-SALARIO-LIQUIDO TO WRK-LIQUIDO-FERIAS.

      *    ADICIONAIS LEGAIS HABITUAIS INTEGRAM A REMUNERACAO DAS
      *    FERIAS PELA MEDIA DAS 12 COMPETENCIAS ANTERIORES AO MES
      *    DA CONCESSAO (SECTION 8720 DO CPMADPR)
       0002-A-MEDIA-ADICIONAIS SECTION.
               PERFORM 8725-ABRE-HIST-MEDIA.
               MOVE BAT-DATA (1:6) TO WRK-MAD-COMP-LIDA.
               IF WRK-MAD-LIDA-MES = 1
                   SUBTRACT 1 FROM WRK-MAD-LIDA-ANO
                   MOVE 12 TO WRK-MAD-LIDA-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MAD-LIDA-MES
               END-IF.
               MOVE WRK-MAD-COMP-LIDA TO WRK-MAD-COMP-FINAL.
               IF WRK-MAD-LIDA-MES = 12
                   MOVE 1 TO WRK-MAD-LIDA-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MAD-LIDA-ANO
                   ADD 1 TO WRK-MAD-LIDA-MES
               END-IF.
               MOVE WRK-MAD-COMP-LIDA TO WRK-MAD-COMP-INICIAL.
               MOVE EMP-CODIGO TO WRK-MAD-CODIGO-EMP.
               PERFORM 8720-MEDIA-ADICIONAIS.
               PERFORM 8726-FECHA-HIST-MEDIA.
               IF WRK-MAD-MEDIA > ZEROS
                   DISPLAY "MEDIA DE ADICIONAIS LEGAIS NA BASE: "
                       WRK-MAD-MEDIA " (" WRK-MAD-MESES " MESES)"
               END-IF.
               IF WRK-MAD-MEDIA-VAR > ZEROS
                   DISPLAY "MEDIA DE REMUNERACAO VARIAVEL NA BASE: "
                       WRK-MAD-MEDIA-VAR " (" WRK-MAD-MESES " MESES)"
               END-IF.

       0003-GRAVA-GOZO         SECTION.
               OPEN EXTEND ARQ-FERIAS-GOZO.
               IF WRK-FS-FERGOZO-NAO-EXISTE
                   " LIQUIDO " WRK-LIQUIDO-FERIAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
      *        BAIXA DA PROVISAO DE FERIAS PELO BRUTO + 1/3 PAGO
               PERFORM 7950-ABRE-PROVISAO.
               MOVE WRK-CODIGO-EMP TO WRK-PRV-CODIGO-EMP.
               MOVE "F"            TO WRK-PRV-TIPO.
               MOVE EMP-CCUSTO     TO WRK-PRV-CCUSTO.
               MOVE BAT-DATA (1:4) TO WRK-PRV-ANO.
               MOVE ZEROS          TO WRK-PRV-PARCELA.
               MOVE "N"            TO WRK-PRV-BAIXA-TOTAL.
               COMPUTE WRK-PRV-VALOR-PAGO =
                   WRK-VALOR-FERIAS + WRK-VALOR-TERCO.
               PERFORM 7951-BAIXA-PROVISAO.
               PERFORM 7955-FECHA-PROVISAO.
               IF WRK-PRV-VALOR-BAIXA > ZEROS
                   DISPLAY "PROVISAO DE FERIAS BAIXADA: "
                       WRK-PRV-VALOR-BAIXA
               END-IF.

       0004-GRAVA-DEMONSTRATIVO SECTION.
               OPEN OUTPUT ARQ-DEMONSTRATIVO.
               WRITE FPD-LINHA-REC.
               PERFORM 8690-COPIA-REPOSITORIO.

               IF WRK-MAD-MEDIA > ZEROS
                   MOVE SPACES             TO FPD-LINHA-REC
                   MOVE "D"                TO FPD-LIN-TIPO
                   MOVE WRK-LIT-FPD-MEDIA  TO FPD-LIN-ROTULO
                   MOVE SPACES             TO FPD-LIN-TEXTO
                   STRING "MEDIA DE " WRK-MAD-MESES
                       " MESES NA BASE DAS FERIAS"
                       DELIMITED BY SIZE INTO FPD-LIN-TEXTO
                   MOVE "R$ "              TO FPD-LIN-LIT-VALOR
                   MOVE WRK-MAD-MEDIA      TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO FPD-LIN-VALOR
                   WRITE FPD-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               IF WRK-MAD-MEDIA-VAR > ZEROS
                   MOVE SPACES             TO FPD-LINHA-REC
                   MOVE "D"                TO FPD-LIN-TIPO
                   MOVE WRK-LIT-FPD-MEDIA-VAR TO FPD-LIN-ROTULO
                   MOVE SPACES             TO FPD-LIN-TEXTO
                   STRING "COMISSOES E DSR - MEDIA DE " WRK-MAD-MESES
                       " MESES"
                       DELIMITED BY SIZE INTO FPD-LIN-TEXTO
                   MOVE "R$ "              TO FPD-LIN-LIT-VALOR
                   MOVE WRK-MAD-MEDIA-VAR  TO WRK-VALOR-EDT
                   MOVE WRK-VALOR-EDT      TO FPD-LIN-VALOR
                   WRITE FPD-LINHA-REC
                   PERFORM 8690-COPIA-REPOSITORIO
               END-IF.
               MOVE SPACES             TO FPD-LINHA-REC.
               MOVE "D"                TO FPD-LIN-TIPO.
               MOVE WRK-LIT-FPD-FERIAS TO FPD-LIN-ROTULO.

           COPY CPIDADPR.

           COPY CPPRVPR.

           COPY CPMADPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
               PERFORM 8610-COPIA-LINHA.

           COPY CPREPPR.

           COPY CPANFPR.
