      *==          ESTOURA A MARGEM E RECUSADA PARA O EXCPTRPT,
      *==          COMO QUALQUER ENTRADA REJEITADA. ATE ENTAO AS
      *==          PARCELAS ERAM CONTROLADAS NO PAPEL.
      *== 15/10/26 WS - ACRESCIDOS CSG-ULT-COMPETENCIA E CSG-ULT-LOTE,
      *==          A COMPETENCIA E O LOTE DA FOLHA QUE BAIXOU A
      *==          ULTIMA PARCELA - O REPROCESSO DA MESMA
      *==          COMPETENCIA NAO BAIXA DE NOVO E O ESTORNO DA
      *==          FOLHA (PROGRAMA94) DEVOLVE A PARCELA.
      *== 15/10/26 WS - ACRESCIDO CSG-BANCO, O BANCO CREDOR DO
      *==          CONTRATO (CODIGO DE COMPENSACAO) - A INTERFACE
      *==          DE CONTAS A PAGAR (PROGRAMA96) REPASSA AS
      *==          PARCELAS DESCONTADAS A CADA BANCO; CONTRATO
      *==          ANTIGO COM ZERO SAI COMO BANCO NAO INFORMADO.
      *== 15/10/26 WS - ACRESCIDOS CSG-CONTRATO-BANCO, O NUMERO DO
      *==          CONTRATO NO BANCO, E CSG-COMP-INICIO, A
      *==          COMPETENCIA DA PRIMEIRA PARCELA (ZERO = DESDE
      *==          JA) - A AVERBACAO VEM NO ARQUIVO DO BANCO
      *==          (PROGRAMA97) E O RETORNO MENSAL (PROGRAMA98)
      *==          DEVOLVE CADA PARCELA PELO NUMERO DO BANCO. A
      *==          FOLHA NAO DESCONTA ANTES DO INICIO.
      *== 15/10/26 WS - O CONSIG EM DISCO NO LAYOUT DE 30 POSICOES E
      *==          CONVERTIDO PARA AS 70 ATUAIS PELO PROGRAMB13, COM OS
      *==          CAMPOS NOVOS NOS VALORES DE CONTRATO ANTIGO ACIMA.
      *==========================================================
       01  CSG-REGISTRO.
           05 CSG-CHAVE.
           05 CSG-SITUACAO      PIC X(01).
               88 CSG-ATIVO                 VALUE "A".
               88 CSG-QUITADO               VALUE "Q".
           05 CSG-ULT-COMPETENCIA PIC 9(06).
           05 CSG-ULT-LOTE      PIC 9(05).
           05 CSG-BANCO         PIC 9(03).
           05 CSG-CONTRATO-BANCO PIC X(20).
           05 CSG-COMP-INICIO   PIC 9(06).
