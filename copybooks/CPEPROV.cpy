      *==========================================================
      *== Copybook: CPEPROV
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE ESTABILIDADES PROVISORIAS
      *==          (ARQ. ESTABPRV, INDEXADO POR CODIGO DO
      *==          FUNCIONARIO + DATA DE INICIO + TIPO) - GESTANTE
      *==          (DA CONFIRMACAO DA GRAVIDEZ ATE 5 MESES APOS O
      *==          PARTO), MEMBRO ELEITO DA CIPA E DIRIGENTE
      *==          SINDICAL (DA CANDIDATURA ATE 1 ANO APOS O FIM
      *==          DO MANDATO) E RETORNO DE AFASTAMENTO POR
      *==          ACIDENTE DO TRABALHO (12 MESES A PARTIR DO
      *==          RETORNO). EPV-DATA-BASE E A DATA DE ONDE O FIM
      *==          E CONTADO (PARTO, FIM DO MANDATO OU RETORNO);
      *==          GESTANTE SEM A DATA DO PARTO FICA COM BASE
      *==          ZERADA E FIM 99999999 (EM ABERTO). MANTIDO PELO
      *==          PROGRAMB08 E CONSULTADO NO DESLIGAMENTO
      *==          (PROGRAMA01 MODO 4) E NA RESCISAO (PROGRAMA45)
      *==          PELA SECTION 8140 DO CPEPVPR. ESTABILIDADE
      *==          CANCELADA FICA NO ARQUIVO, FORA DA CONSULTA.
      *==========================================================
       01  EPV-REGISTRO.
           05 EPV-CHAVE.
               10 EPV-CODIGO-EMP    PIC 9(05).
               10 EPV-DATA-INICIO   PIC 9(08).
               10 EPV-TIPO          PIC X(01).
                   88 EPV-GESTANTE              VALUE "G".
                   88 EPV-CIPA                  VALUE "C".
                   88 EPV-SINDICAL              VALUE "S".
                   88 EPV-ACIDENTE              VALUE "A".
                   88 EPV-TIPO-VALIDO           VALUE "G" "C"
                                                      "S" "A".
           05 EPV-DATA-BASE     PIC 9(08).
           05 EPV-DATA-FIM      PIC 9(08).
               88 EPV-FIM-EM-ABERTO         VALUE 99999999.
           05 EPV-DOCUMENTO     PIC X(30).
           05 EPV-SITUACAO      PIC X(01).
               88 EPV-ATIVA                 VALUE "A".
               88 EPV-CANCELADA             VALUE "C".
           05 EPV-MOTIVO-CANCEL PIC X(40).
           05 EPV-OPERADOR      PIC X(10).
           05 EPV-DATA-REGISTRO PIC 9(08).
           05 EPV-LOTE          PIC 9(05).
