      *==========================================================
      *== Copybook: CPSNPWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DA LEITURA DO CADASTRO MESTRE
      *==          "NA COMPETENCIA" PELA FOTO MENSAL (ARQ. CADSNAP,
      *==          COPYBOOK CPSNAP; SECTIONS 8760 A 8763 DO
      *==          CPSNPPR). WRK-FOTO-COMPETENCIA ZERADA = CADASTRO
      *==          ATUAL, COMO SEMPRE FOI. WRK-FOTO-DATA-REF E O
      *==          ULTIMO DIA DA COMPETENCIA PEDIDA - A DATA EM QUE
      *==          IDADE E TEMPO DE CASA SAO MEDIDOS NA FOTO.
      *==========================================================
       77 WRK-FS-FOTO           PIC X(02)       VALUE SPACES.
           88 WRK-FS-FOTO-OK                    VALUE "00".
           88 WRK-FS-FOTO-NAO-EXISTE            VALUE "35".
           88 WRK-FS-FOTO-DUPLICADO             VALUE "22".
       77 WRK-FOTO-COMPETENCIA  PIC 9(06)       VALUE ZEROS.
       77 WRK-FOTO-ATIVA        PIC X(01)       VALUE "N".
           88 WRK-FOTO-ATIVA-SIM                VALUE "S".
       77 WRK-FOTO-ABERTA       PIC X(01)       VALUE "N".
           88 WRK-FOTO-ABERTA-SIM               VALUE "S".
       77 WRK-FOTO-QTDE         PIC 9(07)       VALUE ZEROS.
       77 WRK-FOTO-QUOCIENTE    PIC 9(04)       VALUE ZEROS.
       77 WRK-FOTO-RESTO        PIC 9(03)       VALUE ZEROS.
       01 WRK-FOTO-COMP-R.
           05 WRK-FOTO-COMP-ANO     PIC 9(04).
           05 WRK-FOTO-COMP-MES     PIC 9(02).
       01 WRK-FOTO-DATA-REF.
           05 WRK-FOTO-REF-ANO      PIC 9(04).
           05 WRK-FOTO-REF-MES      PIC 9(02).
           05 WRK-FOTO-REF-DIA      PIC 9(02).
