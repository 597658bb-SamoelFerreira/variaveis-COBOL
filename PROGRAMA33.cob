      *==                  CPREPCOP/CPREPWS/CPREPPR) PARA A
      *==                  REIMPRESSAO DO PROGRAMA63 - PERDIDO O
      *==                  PAPEL, PERDIA-SE O RELATORIO
      *== 15/10/26   WS    BAIXA DA PROVISAO DE 13. (ARQ. PROVISAO,
      *==                  CPPROVIS/CPPRVTB/CPPRVPR) A CADA
      *==                  PARCELA CALCULADA, COM O ESTORNO NO
      *==                  GLJRNL - A PARCELA 1 BAIXA A METADE
      *==                  PAGA, A PARCELA 2 ZERA O SALDO DO ANO
      *== 15/10/26   WS    MEDIA DOS ADICIONAIS LEGAIS
      *==                  (INSALUBRIDADE, PERICULOSIDADE E NOTURNO)
      *==                  PAGOS NO ANO ATE O MES DE REFERENCIA,
      *==                  LIDA DO FOLHAHST (CPMADWS/CPMADPR),
      *==                  SOMADA AO SALARIO NA BASE DO 13.
      *== 15/10/26   WS    MEDIA DA REMUNERACAO VARIAVEL (COMISSOES
      *==                  E DSR, FHT-VARIAVEIS) DOS MESMOS MESES
      *==                  TAMBEM SOMADA NA BASE DO 13.
      *== 15/10/26   WS    13. DE ANO FECHADO NO CONTROLE ANUAL
      *==                  (ARQ. ANOFECH, CPANOFCH/CPANFWS/CPANFPR,
      *==                  PELO PROGRAMB09) NAO E CALCULADO - O
      *==                  DECHIST DO ANO FICA CONGELADO
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-HIST-DEC ASSIGN TO "DECHIST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-HIST-DEC.
               SELECT ARQ-FECHAMENTO-ANO ASSIGN TO "ANOFECH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANF-ANO
                   FILE STATUS IS WRK-FS-ANOFECH.

               SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDE"
                   ORGANIZATION IS INDEXED
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

               SELECT ARQ-REP-INDICE ASSIGN TO "REPNDX"
                   ORGANIZATION IS INDEXED
               LABEL RECORD IS STANDARD.
           COPY CPDECHST.

           FD  ARQ-FECHAMENTO-ANO
               LABEL RECORD IS STANDARD.
           COPY CPANOFCH.

           FD  ARQ-DEPENDENTES
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

           FD  ARQ-REP-INDICE
               LABEL RECORD IS STANDARD.
           COPY CPREPNDX.
       77 WRK-FS-HIST-DEC      PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-DEC-OK         VALUE "00".
           88 WRK-FS-DECHIST-NAO-EXISTE  VALUE "35".
       77 WRK-FS-HIST-FOLHA    PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-FOLHA-OK       VALUE "00".

       77 WRK-NUM-PARCELA      PIC 9(01) VALUE 1.
           88 WRK-PARCELA-1              VALUE 1.
       77 WRK-TOTAL-PARCELA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CENTAVOS   PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-ESPERADO   PIC 9(13) VALUE ZEROS.
      *    MEDIA DOS ADICIONAIS LEGAIS DO ANO (FOLHAHST) NA BASE
       77 WRK-BASE-13          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTDE-COM-MEDIA   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-MEDIA-ADIC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-COM-MEDIA-VAR PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-MEDIA-VAR  PIC 9(11)V99 VALUE ZEROS.

           COPY CPBATCH.
           COPY CPFAIXA.

           COPY CPDEPTB.
           COPY CPIDADE.
           COPY CPPRVTB.
           COPY CPMADWS.
           COPY CPANFWS.

           COPY CPREPWS.

               DISPLAY "DIGITE A PARCELA (1-NOVEMBRO SEM DESCONTO / "
                   "2-DEZEMBRO COM DESCONTOS): "
                   ACCEPT WRK-NUM-PARCELA.
               MOVE WRK-REF-ANO TO WRK-ANF-ANO.
               PERFORM 8150-CONSULTA-ANO-FECHADO.
               IF WRK-ANF-FECHADO-SIM
                   DISPLAY "13. RECUSADO - ANO " WRK-ANF-ANO
                       " FECHADO (ANOFECH) - REABRIR PELO PROGRAMB09"
                   GOBACK
               END-IF.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               MOVE BAT-DATA TO WRK-DATA-VIGENCIA.
               IF WRK-FS-DECHIST-NAO-EXISTE
                   OPEN OUTPUT ARQ-HIST-DEC
               END-IF.
               PERFORM 7950-ABRE-PROVISAO.
               PERFORM 8725-ABRE-HIST-MEDIA.
               OPEN EXTEND ARQ-AUDITORIA.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
                       END-IF
                   END-IF
               END-IF.
      *        ADICIONAIS LEGAIS HABITUAIS INTEGRAM O 13. PELA
      *        MEDIA DOS MESES PAGOS NO ANO ATE A REFERENCIA
               MOVE EMP-CODIGO  TO WRK-MAD-CODIGO-EMP.
               MOVE WRK-REF-ANO TO WRK-MAD-LIDA-ANO.
               MOVE 1           TO WRK-MAD-LIDA-MES.
               MOVE WRK-MAD-COMP-LIDA TO WRK-MAD-COMP-INICIAL.
               MOVE WRK-REF-MES TO WRK-MAD-LIDA-MES.
               MOVE WRK-MAD-COMP-LIDA TO WRK-MAD-COMP-FINAL.
               PERFORM 8720-MEDIA-ADICIONAIS.
               IF WRK-MAD-MEDIA > ZEROS
                   ADD 1 TO WRK-QTDE-COM-MEDIA
                   ADD WRK-MAD-MEDIA TO WRK-TOTAL-MEDIA-ADIC
               END-IF.
               IF WRK-MAD-MEDIA-VAR > ZEROS
                   ADD 1 TO WRK-QTDE-COM-MEDIA-VAR
                   ADD WRK-MAD-MEDIA-VAR TO WRK-TOTAL-MEDIA-VAR
               END-IF.
               COMPUTE WRK-BASE-13 = EMP-SALARIO + WRK-MAD-MEDIA
                   + WRK-MAD-MEDIA-VAR.
               COMPUTE WRK-VALOR-13 ROUNDED =
                   WRK-BASE-13 * WRK-AVOS / 12.
               COMPUTE WRK-METADE ROUNDED = WRK-VALOR-13 / 2.
               IF WRK-PARCELA-1
                   MOVE WRK-METADE TO WRK-VALOR-PARCELA
               MOVE BAT-DATA          TO DHT-DATA.
               MOVE BAT-NUMERO        TO DHT-LOTE.
               WRITE DHT-REGISTRO.
      *        BAIXA DA PROVISAO PELO VALOR BRUTO DA PARCELA - A
      *        SEGUNDA ZERA O QUE SOBROU NO ANO
               MOVE EMP-CODIGO      TO WRK-PRV-CODIGO-EMP.
               MOVE "D"             TO WRK-PRV-TIPO.
               MOVE EMP-CCUSTO      TO WRK-PRV-CCUSTO.
               MOVE WRK-REF-ANO     TO WRK-PRV-ANO.
               MOVE WRK-NUM-PARCELA TO WRK-PRV-PARCELA.
               IF WRK-PARCELA-1
                   MOVE WRK-METADE TO WRK-PRV-VALOR-PAGO
                   MOVE "N"        TO WRK-PRV-BAIXA-TOTAL
               ELSE
                   COMPUTE WRK-PRV-VALOR-PAGO =
                       WRK-VALOR-13 - WRK-METADE
                   MOVE "S"        TO WRK-PRV-BAIXA-TOTAL
               END-IF.
               PERFORM 7951-BAIXA-PROVISAO.

       0003-GRAVA-TOTAL        SECTION.
               MOVE SPACES              TO DEC-TOTAL-REC.
                   " CALCULADO - " WRK-QTDE-FUNC " FUNCIONARIOS, "
                   WRK-QTDE-SEM-ADMIS " SEM DATA DE ADMISSAO "
                   "(12 AVOS ASSUMIDOS - RH REVISAR)".
               DISPLAY "PROVISAO DE 13. BAIXADA - "
                   WRK-PRV-QTDE-BAIXAS " FUNCIONARIOS, "
                   WRK-PRV-QTDE-LANCTOS " LANCAMENTOS NO GLJRNL".
               DISPLAY "MEDIA DE ADICIONAIS LEGAIS NA BASE - "
                   WRK-QTDE-COM-MEDIA " FUNCIONARIOS, SOMA DAS "
                   "MEDIAS " WRK-TOTAL-MEDIA-ADIC.
               DISPLAY "MEDIA DE REMUNERACAO VARIAVEL NA BASE - "
                   WRK-QTDE-COM-MEDIA-VAR " FUNCIONARIOS, SOMA DAS "
                   "MEDIAS " WRK-TOTAL-MEDIA-VAR.
               IF WRK-QTDE-DESC-EXCEDE > ZEROS
                   DISPLAY "*** " WRK-QTDE-DESC-EXCEDE
                       " FUNCIONARIOS COM DESCONTO MAIOR QUE O "
               PERFORM 8620-FECHA-REGISTRO.
               CLOSE ARQ-REGISTRO-DEC.
               CLOSE ARQ-HIST-DEC.
               PERFORM 7955-FECHA-PROVISAO.
               PERFORM 8726-FECHA-HIST-MEDIA.
               IF WRK-DEPENDE-DISPONIVEL-SIM
                   CLOSE ARQ-DEPENDENTES
               END-IF.

           COPY CPTABFPR.

           COPY CPPRVPR.

           COPY CPMADPR.

           COPY CPANFPR.

      *    COPIA DA LINHA RECEM-GRAVADA PARA O REPOSITORIO DE
      *    RELATORIOS (CPREPPR) - REPOSITORIO INDISPONIVEL SO
      *    DESLIGA O REGISTRO
