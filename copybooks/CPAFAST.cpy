      *==========================================================
      *== Copybook: CPAFAST
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE AFASTAMENTOS (ARQ.
      *==          AFASTAM, INDEXADO POR CODIGO DO FUNCIONARIO +
      *==          DATA DE INICIO) - TIPO, INICIO, RETORNO
      *==          PREVISTO E RETORNO EFETIVO DE CADA AFASTAMENTO.
      *==          MANTIDO PELO PROGRAMA68 (QUE TAMBEM MARCA O
      *==          MESTRE COMO AFASTADO E DE VOLTA A ATIVO) E USADO
      *==          NA PROPORCIONALIZACAO DO SALARIO E DO FGTS DA
      *==          COMPETENCIA (SECTION 7870 DO CPAFAPR) E NA
      *==          LISTAGEM MENSAL DO PROGRAMA69. AFT-DATA-RETORNO
      *==          E O PRIMEIRO DIA DE VOLTA AO TRABALHO; ZERADO =
      *==          AINDA AFASTADO.
      *==========================================================
       01  AFT-REGISTRO.
           05 AFT-CHAVE.
               10 AFT-CODIGO-EMP    PIC 9(05).
               10 AFT-DATA-INICIO   PIC 9(08).
           05 AFT-TIPO          PIC X(01).
               88 AFT-DOENCA                VALUE "D".
               88 AFT-ACIDENTE              VALUE "A".
               88 AFT-MATERNIDADE           VALUE "M".
               88 AFT-SERVICO-MILITAR       VALUE "S".
               88 AFT-NAO-REMUNERADO        VALUE "N".
               88 AFT-TIPO-VALIDO           VALUE "D" "A" "M"
                                                  "S" "N".
           05 AFT-DATA-PREV-RETORNO PIC 9(08).
           05 AFT-DATA-RETORNO  PIC 9(08).
           05 AFT-DOCUMENTO     PIC X(20).
           05 AFT-OPERADOR      PIC X(10).
           05 AFT-DATA-REGISTRO PIC 9(08).
