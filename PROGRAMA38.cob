      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 02/09/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    DESTINO DAS EXTRAS (CARTAO DO SYSIN): COM
      *==                  BANCO DE HORAS, AS EXTRAS DA LINHA VIRAM
      *==                  LOTES DE CREDITO NO BCOHORAS (CPBHRPR) E
      *==                  AS FALTAS SAO COMPENSADAS COM O SALDO NO
      *==                  PRAZO, EM DIAS INTEIROS DA JORNADA
      *==                  INFORMADA; O PONTOMES SAI SEM AS EXTRAS E
      *==                  SO COM AS FALTAS NAO COMPENSADAS
      *== 15/10/26   WS    SEXTA COLUNA OPCIONAL COM AS HORAS
      *==                  NOTURNAS DO MES EM CENTESIMOS (EM BRANCO
      *==                  = ZERO), GRAVADA EM PNT-HORAS-NOTURNAS
      *==                  PARA O ADICIONAL NOTURNO DA FOLHA
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               SELECT ARQ-SEQ-LOTE ASSIGN TO "BATSEQ38"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WRK-FS-SEQ-LOTE.
               SELECT ARQ-BANCO-HORAS ASSIGN TO "BCOHORAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BHR-CHAVE
                   FILE STATUS IS WRK-FS-BCOHORAS.

           DATA DIVISION.
           FILE                    SECTION.
               LABEL RECORD IS STANDARD.
           COPY CPBATSEQ.

           FD  ARQ-BANCO-HORAS
               LABEL RECORD IS STANDARD.
           COPY CPBCOHR.

           WORKING-STORAGE         SECTION.
       77 WRK-FS-IMPORTACAO    PIC X(02) VALUE SPACES.
           88 WRK-FS-IMPORTACAO-OK       VALUE "00".
       77 WRK-IMP-HE50         PIC X(05) VALUE SPACES.
       77 WRK-IMP-HE100        PIC X(05) VALUE SPACES.
       77 WRK-IMP-FALTAS       PIC X(02) VALUE SPACES.
       77 WRK-IMP-HNOT         PIC X(05) VALUE SPACES.
      *    VALORES CONVERTIDOS DA LINHA, GUARDADOS ATE A DECISAO
      *    DE ACEITAR OU REJEITAR
       77 WRK-VAL-CODIGO       PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-HE50         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VAL-HE100        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VAL-FALTAS       PIC 9(02) VALUE ZEROS.
       77 WRK-VAL-HNOT         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VAL-HORAS-BANCO  PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VAL-DIAS-COMPENS PIC 9(02) VALUE ZEROS.

      *    DESTINO DAS EXTRAS (CARTAO DO SYSIN) E JORNADA USADA
      *    PARA CONVERTER EM HORAS O DIA DE FALTA COMPENSADO
      *    (CARTAO EM CENTESIMOS, ZEROS = 220/30 = 7,33)
       77 WRK-DESTINO-EXTRAS   PIC 9(01) VALUE 1.
           88 WRK-EXTRAS-NA-FOLHA        VALUE 1.
           88 WRK-EXTRAS-NO-BANCO        VALUE 2.
       77 WRK-HORAS-DIA-CARTAO PIC 9(04) VALUE ZEROS.
       77 WRK-HORAS-DIA        PIC 9(02)V99 VALUE 7,33.
       77 WRK-DIAS-POSSIVEIS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CREDITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-JA-LANCADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COMPENSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-HORAS-BANCO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-DIAS-COMPENS PIC 9(05) VALUE ZEROS.

      *    CONVERSAO DO TEXTO DA COLUNA EM VALOR NUMERICO, DIGITO
      *    A DIGITO (O RELOGIO DE PONTO NAO PREENCHE COM ZEROS A

           COPY CPAUDELO.

           COPY CPBHRWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM 0000-ABRIR-ARQUIVOS.
               ACCEPT BAT-DATA FROM DATE YYYYMMDD.
               DISPLAY "DIGITE O OPERADOR: "
                   ACCEPT BAT-OPERADOR.
               DISPLAY "DESTINO DAS HORAS EXTRAS (1-PAGAR NA FOLHA"
                   " / 2-BANCO DE HORAS): "
                   ACCEPT WRK-DESTINO-EXTRAS.
               IF NOT WRK-EXTRAS-NO-BANCO
                   MOVE 1 TO WRK-DESTINO-EXTRAS
               END-IF.
               DISPLAY "HORAS POR DIA DE FALTA EM CENTESIMOS "
                   "(ZEROS = 0733): "
                   ACCEPT WRK-HORAS-DIA-CARTAO.
               IF WRK-HORAS-DIA-CARTAO NOT = ZEROS
                   COMPUTE WRK-HORAS-DIA = WRK-HORAS-DIA-CARTAO / 100
               END-IF.
               PERFORM 7200-ATRIBUI-LOTE.
               PERFORM 7300-DETERMINA-TURNO.
               OPEN INPUT ARQ-IMPORTACAO.
               IF WRK-FS-AUDITORIA-NAO-EXISTE
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF.
      *        SEM O BANCO DE HORAS NAO HA PARA ONDE MANDAR AS
      *        EXTRAS - A IMPORTACAO NAO E FEITA (PAGA-LAS NA
      *        FOLHA CONTRARIARIA O ACORDO)
               IF WRK-EXTRAS-NO-BANCO
                   MOVE "PROGRAMA38" TO WRK-BHR-PROGRAMA
                   MOVE BAT-NUMERO   TO WRK-BHR-LOTE
                   PERFORM 7985-ABRE-BANCO-HORAS
                   IF NOT WRK-BCOHORAS-DISPONIVEL-SIM
                       DISPLAY "BANCO DE HORAS INDISPONIVEL - "
                           "EXECUCAO ENCERRADA"
                       MOVE "N" TO WRK-CONTINUA-LEITURA
                   END-IF
               END-IF.

       0001-IMPORTA-UMA        SECTION.
               READ ARQ-IMPORTACAO
               MOVE "N"    TO WRK-LINHA-INVALIDA.
               MOVE SPACES TO WRK-MOTIVO-LINHA.
               MOVE SPACES TO WRK-IMP-CODIGO WRK-IMP-COMPET
                   WRK-IMP-HE50 WRK-IMP-HE100 WRK-IMP-FALTAS
                   WRK-IMP-HNOT.
               UNSTRING IMP-LINHA DELIMITED BY ","
                   INTO WRK-IMP-CODIGO WRK-IMP-COMPET
                        WRK-IMP-HE50 WRK-IMP-HE100
                        WRK-IMP-FALTAS WRK-IMP-HNOT.
               MOVE WRK-IMP-CODIGO (1:5) TO WRK-NUM-TEXTO.
               PERFORM 5000-CONVERTE-NUMERO.
               IF NOT WRK-NUM-VALIDO-SIM OR WRK-NUM-VAZIO-SIM
                       TO WRK-MOTIVO-LINHA
               END-IF.
               MOVE WRK-NUM-VALOR TO WRK-VAL-FALTAS.
      *        HORAS NOTURNAS EM CENTESIMOS - COLUNA OPCIONAL, O
      *        ARQUIVO DO RELOGIO ANTIGO (5 COLUNAS) SAI COM ZERO
               MOVE WRK-IMP-HNOT (1:5) TO WRK-NUM-TEXTO.
               PERFORM 5000-CONVERTE-NUMERO.
               IF NOT WRK-NUM-VALIDO-SIM
                   MOVE "S" TO WRK-LINHA-INVALIDA
                   MOVE "HORAS NOTURNAS NAO NUMERICAS"
                       TO WRK-MOTIVO-LINHA
               END-IF.
               COMPUTE WRK-VAL-HNOT = WRK-NUM-VALOR / 100.
               IF NOT WRK-LINHA-INVALIDA-SIM
                   IF WRK-VAL-COMPET-MES < 1
                       OR WRK-VAL-COMPET-MES > 12
               END-IF.

       0001-C-GRAVA-VALIDADA   SECTION.
               MOVE ZEROS TO WRK-VAL-HORAS-BANCO.
               MOVE ZEROS TO WRK-VAL-DIAS-COMPENS.
               IF WRK-EXTRAS-NO-BANCO
                   PERFORM 0001-E-LANCA-BANCO
               END-IF.
               MOVE WRK-VAL-CODIGO TO PNT-CODIGO.
               MOVE WRK-VAL-COMPET TO PNT-COMPETENCIA.
               MOVE WRK-VAL-HE50   TO PNT-HORAS-EXT-50.
               MOVE WRK-VAL-HE100  TO PNT-HORAS-EXT-100.
               MOVE WRK-VAL-FALTAS TO PNT-DIAS-FALTA.
               MOVE WRK-VAL-HORAS-BANCO  TO PNT-HORAS-BANCO.
               MOVE WRK-VAL-DIAS-COMPENS TO PNT-DIAS-COMPENS.
               MOVE WRK-VAL-HNOT   TO PNT-HORAS-NOTURNAS.
               WRITE PNT-REGISTRO.
               ADD 1 TO WRK-QTDE-GRAVADAS.

               MOVE WRK-MOTIVO-LINHA TO EXC-MOTIVO.
               PERFORM 7100-GRAVA-EXCECAO.

      *    BANCO DE HORAS: CADA PERCENTUAL DE EXTRA DA LINHA VIRA
      *    UM LOTE DE CREDITO DA COMPETENCIA (REIMPORTACAO NAO
      *    CREDITA DE NOVO) E AS FALTAS SAO COMPENSADAS EM DIAS
      *    INTEIROS ENQUANTO HOUVER SALDO NO PRAZO; O QUE SOBRAR
      *    DE FALTA CONTINUA DESCONTADO NA FOLHA
       0001-E-LANCA-BANCO      SECTION.
               MOVE WRK-VAL-CODIGO TO WRK-BHR-CODIGO.
               MOVE WRK-VAL-COMPET TO WRK-BHR-COMPETENCIA.
               MOVE "N" TO WRK-BHR-JA-LANCADO.
               IF WRK-VAL-HE50 > ZEROS
                   MOVE 050          TO WRK-BHR-PERCENTUAL
                   MOVE WRK-VAL-HE50 TO WRK-BHR-HORAS
                   PERFORM 7992-CREDITA-HORAS
               END-IF.
               IF WRK-VAL-HE100 > ZEROS
                   AND NOT WRK-BHR-JA-LANCADO-SIM
                   MOVE 100           TO WRK-BHR-PERCENTUAL
                   MOVE WRK-VAL-HE100 TO WRK-BHR-HORAS
                   PERFORM 7992-CREDITA-HORAS
               END-IF.
               IF WRK-VAL-HE50 > ZEROS OR WRK-VAL-HE100 > ZEROS
                   COMPUTE WRK-VAL-HORAS-BANCO =
                       WRK-VAL-HE50 + WRK-VAL-HE100
                   IF WRK-BHR-JA-LANCADO-SIM
                       ADD 1 TO WRK-QTDE-JA-LANCADAS
                   ELSE
                       ADD 1 TO WRK-QTDE-CREDITADAS
                       ADD WRK-VAL-HORAS-BANCO TO WRK-TOTAL-HORAS-BANCO
                   END-IF
               END-IF.
               MOVE ZEROS TO WRK-VAL-HE50.
               MOVE ZEROS TO WRK-VAL-HE100.
               IF WRK-VAL-FALTAS > ZEROS
                   PERFORM 0001-F-COMPENSA-FALTAS
               END-IF.

       0001-F-COMPENSA-FALTAS  SECTION.
               PERFORM 7990-SALDO-BANCO.
               COMPUTE WRK-DIAS-POSSIVEIS =
                   WRK-BHR-SALDO-PRAZO / WRK-HORAS-DIA.
               IF WRK-DIAS-POSSIVEIS > WRK-VAL-FALTAS
                   MOVE WRK-VAL-FALTAS TO WRK-DIAS-POSSIVEIS
               END-IF.
               COMPUTE WRK-BHR-HORAS-PEDIDAS =
                   WRK-DIAS-POSSIVEIS * WRK-HORAS-DIA.
               PERFORM 7994-COMPENSA-HORAS.
      *        REIMPORTACAO: A COMPENSACAO JA GRAVADA E RELIDA E OS
      *        DIAS SAEM DELA, NAO DO SALDO QUE SOBROU
               COMPUTE WRK-VAL-DIAS-COMPENS ROUNDED =
                   WRK-BHR-HORAS-BAIXADAS / WRK-HORAS-DIA.
               IF WRK-VAL-DIAS-COMPENS > WRK-VAL-FALTAS
                   MOVE WRK-VAL-FALTAS TO WRK-VAL-DIAS-COMPENS
               END-IF.
               IF WRK-VAL-DIAS-COMPENS > ZEROS
                   SUBTRACT WRK-VAL-DIAS-COMPENS FROM WRK-VAL-FALTAS
                   ADD 1 TO WRK-QTDE-COMPENSADAS
                   ADD WRK-VAL-DIAS-COMPENS TO WRK-TOTAL-DIAS-COMPENS
               END-IF.

      *    CONVERTE O TEXTO DE WRK-NUM-TEXTO EM VALOR NUMERICO:
      *    ESPACOS NAS PONTAS IGNORADOS, QUALQUER OUTRO CARACTER
      *    (OU ESPACO NO MEIO DOS DIGITOS) INVALIDA; CAMPO TODO
                   WRK-QTDE-LIDAS " GRAVADAS " WRK-QTDE-GRAVADAS
                   " REJEITADAS " WRK-QTDE-REJEITADAS
                   " (MOTIVOS NO EXCPTRPT)".
               IF WRK-EXTRAS-NO-BANCO
                   DISPLAY "BANCO DE HORAS - LINHAS CREDITADAS "
                       WRK-QTDE-CREDITADAS " (" WRK-TOTAL-HORAS-BANCO
                       " HORAS) JA LANCADAS " WRK-QTDE-JA-LANCADAS
                       " FALTAS COMPENSADAS " WRK-QTDE-COMPENSADAS
                       " (" WRK-TOTAL-DIAS-COMPENS " DIAS)"
               END-IF.
               MOVE "PROGRAMA38" TO AUD-PROGRAMA.
               MOVE BAT-OPERADOR TO AUD-OPERADOR.
               STRING "LOTE " BAT-NUMERO " PONTO LIDAS "
                   WRK-QTDE-LIDAS " GRAVADAS " WRK-QTDE-GRAVADAS
                   " REJEITADAS " WRK-QTDE-REJEITADAS
                   " DESTINO " WRK-DESTINO-EXTRAS
                   DELIMITED BY SIZE INTO AUD-DESCRICAO.
               PERFORM 7000-GRAVA-AUDITORIA.
               CLOSE ARQ-IMPORTACAO.
               END-IF.
               CLOSE ARQ-EXCECAO.
               CLOSE ARQ-AUDITORIA.
               PERFORM 7986-FECHA-BANCO-HORAS.
               GOBACK.

           COPY CPAUDPR.
           COPY CPEXCPR.

           COPY CPBATPR.

           COPY CPBHRPR.
