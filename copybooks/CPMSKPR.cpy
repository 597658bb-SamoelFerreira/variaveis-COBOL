      *==========================================================
      *== Copybook: CPMSKPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: MASCARA DE DADOS PESSOAIS NOS RELATORIOS QUE
      *==          CIRCULAM FORA DO RH (LGPD). O RELATORIO SAI
      *==          MASCARADO POR PADRAO; SEM MASCARA SO QUANDO O
      *==          OPERADOR PEDE (WRK-MSK-PEDIDO = N) E TEM
      *==          OPR-NIVEL IGUAL OU ACIMA DE WRK-MSK-NIVEL-MINIMO
      *==          (8740). O PROGRAMA SEM SIGN-ON PROPRIO PASSA
      *==          PELA 8741, QUE CONFERE A SENHA DO OPERADOR EM
      *==          WRK-MSK-OPERADOR PELO SIGN-ON DO CPOPERPR (7900)
      *==          - SEM O CADASTRO OPERMST A MASCARA FICA (O MODO
      *==          DE IMPLANTACAO DO SIGN-ON NAO LIBERA DADO
      *==          PESSOAL). AS SECTIONS 8742/8743/8744 MASCARAM
      *==          CPF, ENDERECO E AGENCIA/CONTA NAS AREAS DO
      *==          CPMSKWS. O PROGRAMA CHAMADOR DEVE TER COPIADO O
      *==          CPMSKWS NA WORKING-STORAGE E, PARA A 8741, TER
      *==          TUDO QUE O CPOPERPR EXIGE (CADASTRO-OPERADOR,
      *==          WRK-FS-OPERMST, CPOPERWS, ARQ-AUDITORIA).
      *==========================================================
       8740-DEFINE-MASCARA          SECTION.
           MOVE "S" TO WRK-MSK-MASCARAR.
           IF WRK-MSK-PEDIDO-SEM-MASCARA
               IF WRK-MSK-NIVEL-OPER >= WRK-MSK-NIVEL-MINIMO
                   MOVE "N" TO WRK-MSK-MASCARAR
                   DISPLAY "DADOS PESSOAIS SEM MASCARA - "
                       "OPERADOR " WRK-MSK-OPERADOR
                       " NIVEL " WRK-MSK-NIVEL-OPER
               ELSE
                   DISPLAY "OPERADOR SEM NIVEL PARA DADOS "
                       "PESSOAIS SEM MASCARA - RELATORIO SAI "
                       "MASCARADO"
               END-IF
           END-IF.

       8741-AUTORIZA-SEM-MASCARA    SECTION.
           MOVE ZEROS TO WRK-MSK-NIVEL-OPER.
           IF WRK-MSK-PEDIDO-SEM-MASCARA
               OPEN INPUT CADASTRO-OPERADOR
               IF WRK-FS-OPERMST-OK
                   CLOSE CADASTRO-OPERADOR
                   MOVE WRK-MSK-OPERADOR TO WRK-OPERADOR-SIGNON
                   PERFORM 7900-VALIDA-OPERADOR
                   IF WRK-OPERADOR-AUTORIZADO-SIM
                       MOVE WRK-NIVEL-OPERADOR
                           TO WRK-MSK-NIVEL-OPER
                   END-IF
               ELSE
                   DISPLAY "CADASTRO DE OPERADORES (OPERMST) "
                       "INDISPONIVEL - FS: " WRK-FS-OPERMST
                   CLOSE CADASTRO-OPERADOR
               END-IF
           END-IF.
           PERFORM 8740-DEFINE-MASCARA.

       8742-MASCARA-DOCUMENTO       SECTION.
           IF WRK-MSK-MASCARAR-SIM
               AND WRK-MSK-DOCUMENTO NOT = SPACES
               MOVE "***" TO WRK-MSK-DOC-INICIO
               MOVE "**"  TO WRK-MSK-DOC-FIM
           END-IF.

       8743-MASCARA-ENDERECO        SECTION.
           IF WRK-MSK-MASCARAR-SIM
               AND WRK-MSK-ENDERECO NOT = SPACES
               MOVE ALL "*" TO WRK-MSK-ENDERECO
           END-IF.

      *    AGENCIA E CONTA NUMERICAS ENTRAM NOS CAMPOS -NUM E SAEM
      *    EDITADAS NAS AREAS ALFANUMERICAS
       8744-MASCARA-CONTA           SECTION.
           MOVE WRK-MSK-CONTA-NUM   TO WRK-MSK-CONTA.
           MOVE WRK-MSK-AGENCIA-NUM TO WRK-MSK-AGENCIA.
           IF WRK-MSK-MASCARAR-SIM
               IF WRK-MSK-CONTA-NUM > ZEROS
                   MOVE ALL "*" TO WRK-MSK-CONTA-INICIO
               END-IF
               IF WRK-MSK-AGENCIA-NUM > ZEROS
                   MOVE ALL "*" TO WRK-MSK-AGENCIA
               END-IF
           END-IF.
