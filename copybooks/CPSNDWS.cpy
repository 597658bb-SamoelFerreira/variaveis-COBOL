      *==========================================================
      *== Copybook: CPSNDWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DO DESCONTO SINDICAL (SECTIONS
      *==          8750-8752 DO CPSNDPR): STATUS DO SINDIC, O
      *==          FUNCIONARIO A CALCULAR (SINDICATO, AUTORIZACAO,
      *==          SALARIO BASE E MES DA COMPETENCIA) E O
      *==          RESULTADO - CONTRIBUICAO ANUAL, MENSALIDADE E
      *==          TOTAL, PARA O FOPAGREG, O SINDMES E O
      *==          CONTRACHEQUE.
      *==========================================================
       77 WRK-FS-SINDIC         PIC X(02)       VALUE SPACES.
           88 WRK-FS-SINDIC-OK                  VALUE "00".
           88 WRK-FS-SINDIC-NAO-EXISTE          VALUE "35".
           88 WRK-FS-SINDIC-DUPLICADO           VALUE "22".
       77 WRK-SINDIC-DISPONIVEL PIC X(01)       VALUE "N".
           88 WRK-SINDIC-DISPONIVEL-SIM         VALUE "S".

      *    FUNCIONARIO A CALCULAR - PREENCHIDOS PELO CHAMADOR
      *    (EMP-SINDICATO, EMP-SIND-DESCONTO, SALARIO BASE E MES)
       77 WRK-SND-CODIGO-SIND   PIC 9(03)       VALUE ZEROS.
       77 WRK-SND-AUTORIZACAO   PIC X(01)       VALUE "N".
           88 WRK-SND-AUTORIZA-CONTRIB          VALUE "C" "S".
           88 WRK-SND-AUTORIZA-MENSAL           VALUE "S".
       77 WRK-SND-SALARIO       PIC 9(08)V99    VALUE ZEROS.
       77 WRK-SND-MES           PIC 9(02)       VALUE ZEROS.

      *    RESULTADO DA 8752
       77 WRK-SND-ACHOU         PIC X(01)       VALUE "N".
           88 WRK-SND-ACHOU-SIM                 VALUE "S".
       77 WRK-SND-VALOR-CONTRIB PIC 9(08)V99    VALUE ZEROS.
       77 WRK-SND-VALOR-MENSAL  PIC 9(08)V99    VALUE ZEROS.
       77 WRK-SND-TOTAL         PIC 9(08)V99    VALUE ZEROS.
