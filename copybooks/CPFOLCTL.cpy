      *==          SUPERVISOR (AUDITADA, COMO O OVERRIDE DO
      *==          PROGRAMA09) - REPROCESSO ACIDENTAL REGRAVAVA O
      *==          HISTORICO FOLHAHST EM SILENCIO.
      *== 15/10/26 WS - ACRESCIDO FCT-QTDE-COMPL, A ULTIMA
      *==          SEQUENCIA DE FOLHA COMPLEMENTAR (PROGRAMA93)
      *==          RESERVADA NA COMPETENCIA FECHADA - E A
      *==          FHT-SEQUENCIA DOS REGISTROS DELA NO FOLHAHST.
      *==          O FOLHACTL EM DISCO NO LAYOUT DE 28 POSICOES
      *==          E CONVERTIDO PARA AS 30 ATUAIS PELO PROGRAMB14,
      *==          COM O CAMPO ZERADO; O REPROCESSO DA FOLHA
      *==          MENSAL PRESERVA O CAMPO.
      *== 15/10/26 WS - SITUACAO E (FCT-ESTORNADO): FOLHA DA
      *==          COMPETENCIA ESTORNADA PELO PROGRAMA94 - DATA,
      *==          HORA E LOTE PASSAM A SER OS DO ESTORNO E A
      *==          FOLHA MENSAL RODA DE NOVO SEM AUTORIZACAO.
      *==========================================================
       01  FCT-REGISTRO.
           05 FCT-COMPETENCIA   PIC 9(06).
           05 FCT-LOTE          PIC 9(05).
           05 FCT-STATUS        PIC X(01).
               88 FCT-COMPLETO              VALUE "C".
               88 FCT-ESTORNADO             VALUE "E".
           05 FCT-QTDE-COMPL    PIC 9(02).
