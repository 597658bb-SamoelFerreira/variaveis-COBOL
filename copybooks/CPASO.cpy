      *==========================================================
      *== Copybook: CPASO
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LAYOUT DO CADASTRO DE EXAMES OCUPACIONAIS - ASO
      *==          (ARQ. ASOEXAM, INDEXADO POR CODIGO DO
      *==          FUNCIONARIO + DATA DE REALIZACAO + TIPO) -
      *==          ADMISSIONAL, PERIODICO, RETORNO AO TRABALHO E
      *==          DEMISSIONAL, COM A VALIDADE, A CLINICA E O
      *==          RESULTADO. MANTIDO PELO PROGRAMA78 (QUE TAMBEM
      *==          EMITE A LISTA DE VENCIDOS/A VENCER POR CENTRO
      *==          DE CUSTO) E CONSULTADO PELO PROGRAMA45, QUE SO
      *==          FECHA A RESCISAO COM O DEMISSIONAL NO ARQUIVO.
      *==          ASO-VALIDADE E O ULTIMO DIA EM QUE O EXAME VALE;
      *==          ZERADO NO DEMISSIONAL, QUE NAO VENCE.
      *==========================================================
       01  ASO-REGISTRO.
           05 ASO-CHAVE.
               10 ASO-CODIGO-EMP    PIC 9(05).
               10 ASO-DATA-EXAME    PIC 9(08).
               10 ASO-TIPO          PIC X(01).
                   88 ASO-ADMISSIONAL       VALUE "A".
                   88 ASO-PERIODICO         VALUE "P".
                   88 ASO-RETORNO           VALUE "R".
                   88 ASO-DEMISSIONAL       VALUE "D".
                   88 ASO-TIPO-VALIDO       VALUE "A" "P" "R" "D".
           05 ASO-VALIDADE      PIC 9(08).
           05 ASO-CLINICA       PIC X(30).
           05 ASO-RESULTADO     PIC X(01).
               88 ASO-APTO                  VALUE "A".
               88 ASO-INAPTO                VALUE "I".
               88 ASO-RESULTADO-VALIDO      VALUE "A" "I".
           05 ASO-OPERADOR      PIC X(10).
           05 ASO-DATA-REGISTRO PIC 9(08).
