      *==                  (COPYBOOKS CPBANCO/CPBANCVL, REGRA POR
      *==                  BANCO) - DV ERRADO REJEITA A LINHA PARA
      *==                  O EXCPTRPT COM O MOTIVO PROPRIO
      *== 15/10/26   WS    LINHA DE ENTRADA GANHOU O ESTABELECIMENTO
      *==                  EMPREGADOR (CPEMP; COLUNA 14 DO CSV) -
      *==                  EM BRANCO OU ZERO VIRA 001 (MATRIZ);
      *==                  PREENCHIDO PRECISA ESTAR ATIVO NO
      *==                  CADASTRO ESTAB DO PROGRAMA80
      *== 15/10/26   WS    CPF E ENDERECO MASCARADOS NA LISTAGEM DO
      *==                  SYSOUT POR PADRAO (LGPD) - SEM MASCARA SO A
      *==                  PEDIDO DO OPERADOR COM OPR-NIVEL DE
      *==                  SUPERVISOR NO SIGN-ON (COPYBOOKS
      *==                  CPMSKWS/CPMSKPR); O EXCPTRPT SEGUE COM O
      *==                  DOCUMENTO INTEIRO PARA A CORRECAO
      *== 15/10/26   WS    LAYOUT MST- ACOMPANHA O SINDICATO E A
      *==                  AUTORIZACAO DE DESCONTO DO CPEMP; TODO
      *==                  FUNCIONARIO DO LOTE ENTRA SEM SINDICATO (O
      *==                  VINCULO E FEITO NO PROGRAMA86)
      *== 15/10/26   WS    LAYOUT MST- ACOMPANHA O SEXO E A RACA/COR
      *==                  DO CPEMP
      *== 15/10/26   WS    LAYOUT MST- ACOMPANHA O PCD E O APRENDIZ
      *==                  DO CPEMP
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRG-CODIGO
                   FILE STATUS IS WRK-FS-CARGOS.
               SELECT CADASTRO-ESTAB ASSIGN TO "ESTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-CODIGO
                   FILE STATUS IS WRK-FS-ESTAB.

           DATA DIVISION.
           FILE                    SECTION.
               05 MST-DATA-DESLIG      PIC 9(08).
               05 MST-MOTIVO-DESLIG    PIC X(30).
               05 MST-CARGO            PIC X(04).
               05 MST-ESTAB            PIC 9(03).
               05 MST-SINDICATO        PIC 9(03).
               05 MST-SIND-DESCONTO    PIC X(01).
               05 MST-SEXO             PIC X(01).
               05 MST-RACA-COR         PIC X(01).
               05 MST-PCD              PIC X(01).
               05 MST-APRENDIZ         PIC X(01).
               05 MST-APREND-FIM       PIC 9(08).

           FD  ARQ-EXCECAO
               LABEL RECORD IS STANDARD.
               LABEL RECORD IS STANDARD.
           COPY CPCARGO.

           FD  CADASTRO-ESTAB
               LABEL RECORD IS STANDARD.
           COPY CPESTAB.

           WORKING-STORAGE         SECTION.
       01 WRK-ENTRADA.
           COPY CPEMP.
           88 WRK-CARGOS-DISPONIVEL-SIM   VALUE "S".
       77 WRK-CARGO-INVALIDO   PIC X(01) VALUE "N".
           88 WRK-CARGO-INVALIDO-SIM      VALUE "S".
       77 WRK-FS-ESTAB         PIC X(02) VALUE SPACES.
           88 WRK-FS-ESTAB-OK             VALUE "00".
       77 WRK-ESTAB-DISPONIVEL PIC X(01) VALUE "N".
           88 WRK-ESTAB-DISPONIVEL-SIM    VALUE "S".
       77 WRK-ESTAB-INVALIDO   PIC X(01) VALUE "N".
           88 WRK-ESTAB-INVALIDO-SIM      VALUE "S".
       77 WRK-NUMERO-LINHA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIDAS-CSV   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-IMP-AGENCIA      PIC X(05) VALUE SPACES.
       77 WRK-IMP-CONTA        PIC X(10) VALUE SPACES.
       77 WRK-IMP-CARGO        PIC X(04) VALUE SPACES.
       77 WRK-IMP-ESTAB        PIC X(03) VALUE SPACES.
      *    CONVERSAO DO TEXTO DA COLUNA EM VALOR NUMERICO - UMA
      *    PLANILHA NUNCA PREENCHE COM ZEROS A ESQUERDA, ENTAO O
      *    TEXTO E CONVERTIDO DIGITO A DIGITO (ESPACOS NAS PONTAS
       77 WRK-VAL-BANCO        PIC 9(03) VALUE ZEROS.
       77 WRK-VAL-AGENCIA      PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-CONTA        PIC 9(10) VALUE ZEROS.
       77 WRK-VAL-ESTAB        PIC 9(03) VALUE ZEROS.

       77 WRK-FS-SEQ-FUNC      PIC X(02) VALUE SPACES.
           88 WRK-FS-SEQ-FUNC-OK          VALUE "00".

           COPY CPOPERWS.
           COPY CPAUDELO.
           COPY CPMSKWS.

           PROCEDURE DIVISION.
           MAIN-PROCEDURE.
                   DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA"
                   GOBACK
               END-IF.
      *        CPF E ENDERECO SAEM MASCARADOS NA LISTAGEM POR
      *        PADRAO - SEM MASCARA SO COM O NIVEL DO SIGN-ON
               DISPLAY "MASCARAR DADOS PESSOAIS? (S/N) "
                   ACCEPT WRK-MSK-PEDIDO.
               MOVE WRK-OPERADOR       TO WRK-MSK-OPERADOR.
               MOVE WRK-NIVEL-OPERADOR TO WRK-MSK-NIVEL-OPER.
               PERFORM 8740-DEFINE-MASCARA.
      *        AVISA QUANDO O LOTE DE HOJE JA RODOU - EVITA RODAR
      *        DUAS VEZES CONTRA A MESMA GERACAO DO TRANENT SEM
      *        QUERER; O SUPERVISOR PODE CONFIRMAR O RERUN
               IF WRK-FS-CARGOS-OK
                   MOVE "S" TO WRK-CARGOS-DISPONIVEL
               END-IF.
      *        CADASTRO DE ESTABELECIMENTOS (PROGRAMA80) - VALIDA O
      *        ESTABELECIMENTO EMPREGADOR DA LINHA
               OPEN INPUT CADASTRO-ESTAB.
               IF WRK-FS-ESTAB-OK
                   MOVE "S" TO WRK-ESTAB-DISPONIVEL
               END-IF.

       0001-RECEBE             SECTION.
            MOVE "N" TO WRK-LINHA-INVALIDA.
                IF EMP-CONTA NOT NUMERIC
                    MOVE ZEROS TO EMP-CONTA
                END-IF
      *         ESTABELECIMENTO EM BRANCO OU ZERO E DA MATRIZ (001)
                IF EMP-ESTAB NOT NUMERIC OR EMP-ESTAB = ZEROS
                    MOVE 1 TO EMP-ESTAB
                END-IF
                MOVE "A"    TO EMP-SITUACAO
                MOVE ZEROS  TO EMP-DATA-DESLIG
                MOVE SPACES TO EMP-MOTIVO-DESLIG
                PERFORM 0001-N-VALIDA-NASCIMENTO
                PERFORM 0001-O-VALIDA-ADMISSAO
                PERFORM 0001-P-VALIDA-CCUSTO
                PERFORM 0001-U-VALIDA-ESTAB
            END-IF
            END-IF
            END-IF.
                        TO EXC-MOTIVO
                    PERFORM 7100-GRAVA-EXCECAO
                ELSE
                IF WRK-ESTAB-INVALIDO-SIM
                    DISPLAY "ERRO: CODIGO " EMP-CODIGO
                        " ESTABELECIMENTO " EMP-ESTAB
                        " INVALIDO - REGISTRO REJEITADO"
                    MOVE "PROGRAMA06" TO EXC-PROGRAMA
                    MOVE BAT-NUMERO   TO EXC-LOTE
                    STRING "CODIGO " EMP-CODIGO
                        " ESTAB " EMP-ESTAB
                        DELIMITED BY SIZE INTO EXC-ENTRADA
                    MOVE "ESTABELECIMENTO NAO CADASTRADO OU INATIVO"
                        TO EXC-MOTIVO
                    PERFORM 7100-GRAVA-EXCECAO
                ELSE
                IF WRK-ADMIS-INVALIDO-SIM
                    DISPLAY "ERRO: CODIGO " EMP-CODIGO
                        " ADMISSAO INVALIDA - REGISTRO REJEITADO"
                ELSE
                    DISPLAY "CODIGO... " EMP-CODIGO
                    DISPLAY "NOME..... " EMP-NOME
                    MOVE EMP-DOCUMENTO TO WRK-MSK-DOCUMENTO
                    PERFORM 8742-MASCARA-DOCUMENTO
                    MOVE EMP-ENDERECO  TO WRK-MSK-ENDERECO
                    PERFORM 8743-MASCARA-ENDERECO
                    DISPLAY "DOCUMENTO " WRK-MSK-DOCUMENTO
                    DISPLAY "ENDERECO. " WRK-MSK-ENDERECO
                    DISPLAY "NASC..... " EMP-DATA-NASC
                        " (IDADE " IDC-IDADE ")"
                    MOVE EMP-SALARIO TO WRK-SALARIO-EDT
                END-IF
                END-IF
                END-IF
                END-IF
            END-IF.
       0002-MOSTRA-EXIT.
            EXIT.
               WRK-IMP-SALARIO WRK-IMP-DOCUMENTO WRK-IMP-ENDERECO
               WRK-IMP-NASC WRK-IMP-ADMIS WRK-IMP-CCUSTO
               WRK-IMP-DEP WRK-IMP-BANCO WRK-IMP-AGENCIA
               WRK-IMP-CONTA WRK-IMP-CARGO WRK-IMP-ESTAB.
           UNSTRING IMP-LINHA DELIMITED BY ","
               INTO WRK-IMP-CODIGO WRK-IMP-NOME WRK-IMP-SALARIO
                    WRK-IMP-DOCUMENTO WRK-IMP-ENDERECO
                    WRK-IMP-NASC WRK-IMP-ADMIS WRK-IMP-CCUSTO
                    WRK-IMP-DEP WRK-IMP-BANCO WRK-IMP-AGENCIA
                    WRK-IMP-CONTA WRK-IMP-CARGO WRK-IMP-ESTAB.
           MOVE "N" TO WRK-LINHA-INVALIDA.
           MOVE SPACES            TO WRK-ENTRADA.
      *    CODIGO E SALARIO SAO OBRIGATORIOS E NUMERICOS; OS DEMAIS
               MOVE "S" TO WRK-LINHA-INVALIDA
           END-IF.
           MOVE WRK-NUM-VALOR      TO WRK-VAL-CONTA.
      *    ESTABELECIMENTO (COLUNA 14): LINHAS ANTIGAS DE 13
      *    COLUNAS FICAM EM BRANCO E VAO PARA A MATRIZ
           MOVE WRK-IMP-ESTAB (1:3) TO WRK-NUM-TEXTO.
           PERFORM 0001-S-CONVERTE-NUMERO.
           IF NOT WRK-NUM-VALIDO-SIM
               MOVE "S" TO WRK-LINHA-INVALIDA
           END-IF.
           MOVE WRK-NUM-VALOR      TO WRK-VAL-ESTAB.
      *    DIGITO VERIFICADOR DE AGENCIA E CONTA PELA REGRA DO
      *    BANCO (SECTION 7650 DO CPBANCVL) - DV ERRADO REJEITA A
      *    LINHA COM MOTIVO PROPRIO, NAO COMO MALFORMADA
               MOVE WRK-VAL-AGENCIA   TO EMP-AGENCIA
               MOVE WRK-VAL-CONTA     TO EMP-CONTA
               MOVE WRK-IMP-CARGO     TO EMP-CARGO
               MOVE WRK-VAL-ESTAB     TO EMP-ESTAB
           END-IF
           END-IF.

               END-IF
           END-IF.

      *    ESTABELECIMENTO EMPREGADOR NO CADASTRO ESTAB
      *    (PROGRAMA80) - DESCONHECIDO OU INATIVO REJEITA PARA O
      *    EXCPTRPT; CADASTRO INDISPONIVEL ACEITA COM AVISO, A
      *    MESMA POLITICA DO CCUSTO
       0001-U-VALIDA-ESTAB     SECTION.
           MOVE "N" TO WRK-ESTAB-INVALIDO.
           IF NOT WRK-DUPLICADO-SIM
               AND NOT WRK-SALARIO-INVALIDO-SIM
               AND NOT WRK-DOCUMENTO-INVALIDO-SIM
               AND NOT WRK-DOC-DUPLICADO-SIM
               AND NOT WRK-NASC-INVALIDO-SIM
               AND NOT WRK-ADMIS-INVALIDO-SIM
               AND NOT WRK-CCUSTO-INVALIDO-SIM
               IF WRK-ESTAB-DISPONIVEL-SIM
                   MOVE EMP-ESTAB TO EST-CODIGO
                   READ CADASTRO-ESTAB
                       INVALID KEY
                           MOVE "S" TO WRK-ESTAB-INVALIDO
                       NOT INVALID KEY
                           IF NOT EST-ATIVO
                               MOVE "S" TO WRK-ESTAB-INVALIDO
                           END-IF
                   END-READ
               ELSE
                   MOVE "PROGRAMA06" TO EXC-PROGRAMA
                   MOVE BAT-NUMERO   TO EXC-LOTE
                   MOVE SPACES       TO EXC-ENTRADA
                   STRING "CODIGO " EMP-CODIGO
                       " ESTAB " EMP-ESTAB
                       DELIMITED BY SIZE INTO EXC-ENTRADA
                   MOVE "CADASTRO DE ESTABELECIMENTOS INDISPONIVEL"
                       TO EXC-MOTIVO
                   PERFORM 7100-GRAVA-EXCECAO
                   DISPLAY "ESTABELECIMENTO " EMP-ESTAB
                       " ACEITO SEM VALIDACAO (CADASTRO "
                       "INDISPONIVEL)"
               END-IF
           END-IF.

       0002-A-GRAVA-DETALHE    SECTION.
           ADD 1 TO WRK-QTDE-CODIGOS.
           MOVE EMP-CODIGO TO WRK-CODIGO-TAB (WRK-QTDE-CODIGOS).
               IF WRK-CARGOS-DISPONIVEL-SIM
                   CLOSE CADASTRO-CARGOS
               END-IF.
               IF WRK-ESTAB-DISPONIVEL-SIM
                   CLOSE CADASTRO-ESTAB
               END-IF.
               CLOSE ARQ-EXCECAO.
               IF WRK-GERA-CSV-SIM
                   CLOSE ARQ-CSV
           COPY CPDATAVL.

           COPY CPIDADPR.

           COPY CPMSKPR.
