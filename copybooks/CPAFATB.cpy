      *==========================================================
      *== Copybook: CPAFATB
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DA CONTAGEM DE DIAS AFASTADOS
      *==          NA COMPETENCIA (SECTION 7870 DO CPAFAPR). O
      *==          CHAMADOR MOVE WRK-AFT-CODIGO-EMP E
      *==          WRK-AFT-COMPETENCIA (AAAAMM) E RECEBE, SOBRE O
      *==          MES COMERCIAL DE 30 DIAS, OS DIAS SEM SALARIO
      *==          PAGO PELA EMPRESA, OS DIAS SEM DEPOSITO DE FGTS
      *==          E OS DIAS PAGOS. SEM O ARQUIVO AFASTAM, OU SEM
      *==          AFASTAMENTO NO MES, VOLTA 30 DIAS PAGOS E O
      *==          SALARIO SAI CHEIO, COMO ERA.
      *==========================================================
       77 WRK-FS-AFASTAM        PIC X(02)       VALUE SPACES.
           88 WRK-FS-AFASTAM-OK                 VALUE "00".
           88 WRK-FS-AFASTAM-NAO-EXISTE         VALUE "35".
           88 WRK-FS-AFASTAM-DUPLICADO          VALUE "22".
       77 WRK-AFASTAM-DISPONIVEL PIC X(01)      VALUE "N".
           88 WRK-AFASTAM-DISPONIVEL-SIM        VALUE "S".
       77 WRK-FIM-AFASTAM       PIC X(01)       VALUE "N".
           88 WRK-FIM-AFASTAM-SIM               VALUE "S".
       77 WRK-AFT-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-AFT-COMPETENCIA   PIC 9(06)       VALUE ZEROS.
       77 WRK-AFT-DIAS-SEM-SALARIO PIC 9(02)    VALUE ZEROS.
       77 WRK-AFT-DIAS-SEM-FGTS PIC 9(02)       VALUE ZEROS.
       77 WRK-AFT-DIAS-PAGOS    PIC 9(02)       VALUE 30.

      *    DIAS DE CARENCIA PAGOS PELA EMPRESA NO AFASTAMENTO POR
      *    DOENCA OU ACIDENTE ANTES DO BENEFICIO DO INSS
       77 WRK-AFT-DIAS-CARENCIA PIC 9(02)       VALUE 15.

      *    MARCA DIA A DIA DO MES COMERCIAL - DOIS AFASTAMENTOS
      *    SOBREPOSTOS NAO CONTAM O MESMO DIA DUAS VEZES
       01 WRK-AFT-MARCAS.
           05 WRK-AFT-MARCA-SAL     PIC X(01) OCCURS 30 TIMES.
           05 WRK-AFT-MARCA-FGTS    PIC X(01) OCCURS 30 TIMES.
       77 WRK-AFT-DIA           PIC 9(02)       VALUE ZEROS.
       77 WRK-AFT-ULTIMO-DIA    PIC 9(02)       VALUE ZEROS.
       77 WRK-AFT-DATA-DIA      PIC 9(08)       VALUE ZEROS.
       77 WRK-AFT-INICIO-SEM-SAL PIC 9(08)      VALUE ZEROS.
