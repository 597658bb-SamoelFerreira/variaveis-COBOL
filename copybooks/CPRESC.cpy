      *==          DE AUDITORIA ESTRUTURADO DO CALCULO MAIS
      *==          SENSIVEL DA CASA, QUE ATE ENTAO SO EXISTIA NO
      *==          PAPEL.
      *== 15/10/26 WS - MOTIVOS 4 (TERMINO DO CONTRATO DE
      *==          EXPERIENCIA) E 5 (RESCISAO ANTECIPADA DA
      *==          EXPERIENCIA); NO MOTIVO 5 RSC-VALOR-AVISO LEVA A
      *==          INDENIZACAO DO ART. 479 DA CLT, NAO O AVISO
      *== 15/10/26 WS - ACRESCIDOS RSC-HORAS-BANCO E RSC-VALOR-BANCO:
      *==          SALDO DO BANCO DE HORAS (BCOHORAS) PAGO NO
      *==          ACERTO COM O ADICIONAL DE CADA LOTE - ENTRA NA
      *==          BASE DO DESCONTO JUNTO COM SALDO E 13.
      *==          REGISTRO DE 129 PARA 145 POSICOES: O RESCHIST
      *==          EM DISCO E CONVERTIDO PELO PROGRAMB16 (ZERA OS
      *==          DOIS CAMPOS) ANTES DA PRIMEIRA RESCISAO NOVA.
      *==========================================================
       01  RSC-REGISTRO.
           05 RSC-CODIGO        PIC 9(05).
           05 RSC-DATA-CALC     PIC 9(08).
           05 RSC-OPERADOR      PIC X(10).
           05 RSC-LOTE          PIC 9(05).
           05 RSC-HORAS-BANCO   PIC 9(04)V99.
           05 RSC-VALOR-BANCO   PIC 9(08)V99.
