      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 22/08/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    ACEITA O TIPO P (TABELA EXCLUSIVA ANUAL
      *==                  DO IRRF DA PLR, USADA PELO PROGRAMA84)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
      *    INCLUSAO DE UM CONJUNTO NOVO DE VIGENCIA
       77 WRK-VIGENCIA-NOVA    PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-NOVO        PIC X(01) VALUE SPACES.
           88 WRK-TIPO-NOVO-VALIDO       VALUE "I" "R" "P".
       77 WRK-SEQ-NOVA         PIC 9(02) VALUE ZEROS.
       77 WRK-LIMITE-NOVO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PERC-NOVO        PIC 9(02)V999 VALUE ZEROS.
      *    LIMITES DEVEM SER ASCENDENTES DENTRO DO CONJUNTO E O
      *    PERCENTUAL NAO PODE PASSAR DE 99,999
       0002-D-VALIDA-TIPO      SECTION.
               DISPLAY "DIGITE O TIPO DO CONJUNTO (I-INSS/R-IRRF/"
                   "P-IRRF DA PLR): "
                   ACCEPT WRK-TIPO-NOVO.
               IF NOT WRK-TIPO-NOVO-VALIDO
                   DISPLAY "ERRO: TIPO DEVE SER I, R OU P"
               END-IF.

       0002-C-VALIDA-LINHA     SECTION.
       0003-ALTERA-LINHA       SECTION.
               DISPLAY "DIGITE A VIGENCIA DA LINHA A ALTERAR: "
                   ACCEPT WRK-VIGENCIA-ALT.
               DISPLAY "DIGITE O TIPO DA LINHA (I-INSS/R-IRRF/"
                   "P-IRRF DA PLR): "
                   ACCEPT WRK-TIPO-ALT.
               DISPLAY "DIGITE A SEQ DA LINHA A ALTERAR: "
                   ACCEPT WRK-SEQ-ALT.
