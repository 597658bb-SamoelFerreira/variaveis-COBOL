      *==========================================================
      *== Copybook: CPPENSAO
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE PENSOES ALIMENTICIAS
      *==          JUDICIAIS (ARQ. PENSAO, INDEXADO POR CODIGO DO
      *==          FUNCIONARIO + SEQUENCIA DA ORDEM) - PROCESSO,
      *==          BASE DE CALCULO, PERCENTUAL OU VALOR FIXO,
      *==          BENEFICIARIO (NOME, CPF E CONTA BANCARIA) E
      *==          VIGENCIA DE CADA ORDEM. MANTIDO PELO
      *==          PROGRAMA70, DESCONTADO NA FOLHA MENSAL
      *==          (PROGRAMA12, SECTION 7880 DO CPPENPR) E PAGO AO
      *==          BENEFICIARIO NA REMESSA DO PROGRAMA22.
      *==          BASES: L - PERCENTUAL DO LIQUIDO DO MES;
      *==          D - PERCENTUAL DO BRUTO MENOS OS DESCONTOS
      *==          LEGAIS (INSS E IRRF); F - VALOR FIXO MENSAL.
      *==          PEN-ULT-COMPETENCIA/PEN-ULT-VALOR SAO O ULTIMO
      *==          DESCONTO FEITO PELA FOLHA DE PRODUCAO - E O
      *==          VALOR QUE A REMESSA CREDITA AO BENEFICIARIO.
      *==========================================================
       01  PEN-REGISTRO.
           05 PEN-CHAVE.
               10 PEN-CODIGO-EMP    PIC 9(05).
               10 PEN-SEQUENCIA     PIC 9(02).
           05 PEN-PROCESSO      PIC X(25).
           05 PEN-BASE          PIC X(01).
               88 PEN-BASE-LIQUIDO          VALUE "L".
               88 PEN-BASE-LEGAL            VALUE "D".
               88 PEN-BASE-FIXO             VALUE "F".
               88 PEN-BASE-VALIDA           VALUE "L" "D" "F".
           05 PEN-PERCENTUAL    PIC 9(03)V99.
           05 PEN-VALOR-FIXO    PIC 9(08)V99.
           05 PEN-BENEF-NOME    PIC X(30).
           05 PEN-BENEF-CPF     PIC X(11).
           05 PEN-BENEF-BANCO   PIC 9(03).
           05 PEN-BENEF-AGENCIA PIC 9(05).
           05 PEN-BENEF-CONTA   PIC 9(10).
           05 PEN-DATA-INICIO   PIC 9(08).
           05 PEN-DATA-FIM      PIC 9(08).
           05 PEN-SITUACAO      PIC X(01).
               88 PEN-ATIVA                 VALUE "A".
               88 PEN-ENCERRADA             VALUE "E".
           05 PEN-ULT-COMPETENCIA PIC 9(06).
           05 PEN-ULT-VALOR     PIC 9(08)V99.
           05 PEN-OPERADOR      PIC X(10).
           05 PEN-DATA-REGISTRO PIC 9(08).
