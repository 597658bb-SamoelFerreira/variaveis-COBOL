      *==          FOLHA MENSAL (PROGRAMA12) ANTES DO CALCULO DE
      *==          FAIXA - ATE ENTAO AS EXTRAS ERAM CALCULADAS EM
      *==          PLANILHA PELOS SUPERVISORES E REDIGITADAS.
      *== 15/10/26 WS - ACRESCIDOS PNT-HORAS-BANCO E PNT-DIAS-COMPENS:
      *==          COM O DESTINO BANCO DE HORAS NA IMPORTACAO, AS
      *==          EXTRAS VAO PARA O BCOHORAS (PNT-HORAS-EXT-50/100
      *==          FICAM ZERADAS E O TOTAL CREDITADO FICA EM
      *==          PNT-HORAS-BANCO, SO INFORMATIVO) E OS DIAS DE
      *==          FALTA COMPENSADOS COM O SALDO SAEM DE
      *==          PNT-DIAS-FALTA E FICAM EM PNT-DIAS-COMPENS.
      *== 15/10/26 WS - ACRESCIDO PNT-HORAS-NOTURNAS (HORAS DE
      *==          RELOGIO ENTRE 22H E 5H NO MES) - BASE DO
      *==          ADICIONAL NOTURNO CALCULADO PELA FOLHA.
      *==========================================================
       01  PNT-REGISTRO.
           05 PNT-CODIGO        PIC 9(05).
           05 PNT-HORAS-EXT-50  PIC 9(03)V99.
           05 PNT-HORAS-EXT-100 PIC 9(03)V99.
           05 PNT-DIAS-FALTA    PIC 9(02).
           05 PNT-HORAS-BANCO   PIC 9(04)V99.
           05 PNT-DIAS-COMPENS  PIC 9(02).
           05 PNT-HORAS-NOTURNAS PIC 9(03)V99.
