      *==========================================================
      *== Copybook: CPEVTWS
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: CAMPOS DE APOIO DOS EVENTOS VARIAVEIS DA FOLHA
      *==          (SECTIONS 7570-7573 DO CPEVTPR): STATUS DO
      *==          EVENTOS, O FUNCIONARIO E A COMPETENCIA, A CHAVE
      *==          DE BAIXA E OS TOTAIS DO FUNCIONARIO.
      *==========================================================
       77 WRK-FS-EVENTOS        PIC X(02)       VALUE SPACES.
           88 WRK-FS-EVENTOS-OK                 VALUE "00".
           88 WRK-FS-EVENTOS-NAO-EXISTE         VALUE "35".
       77 WRK-EVENTOS-DISPONIVEL PIC X(01)      VALUE "N".
           88 WRK-EVENTOS-DISPONIVEL-SIM        VALUE "S".

      *    PREENCHIDOS PELO CHAMADOR - COM BAIXA (S) O EVENTO
      *    PENDENTE PASSA A PAGO COM A DATA E O LOTE INFORMADOS;
      *    SEM BAIXA (N) SO SOMA, PARA A PREVIA E O CONTRACHEQUE
       77 WRK-EVT-BAIXA         PIC X(01)       VALUE "N".
           88 WRK-EVT-BAIXA-SIM                 VALUE "S".
       77 WRK-EVT-CODIGO-EMP    PIC 9(05)       VALUE ZEROS.
       77 WRK-EVT-COMPETENCIA   PIC 9(06)       VALUE ZEROS.
       77 WRK-EVT-DATA          PIC 9(08)       VALUE ZEROS.
       77 WRK-EVT-LOTE          PIC 9(05)       VALUE ZEROS.

      *    RESULTADO DO FUNCIONARIO (7572) E TOTAIS DA EXECUCAO
       77 WRK-EVT-FIM-LEITURA   PIC X(01)       VALUE "N".
           88 WRK-EVT-FIM-LEITURA-SIM           VALUE "S".
       77 WRK-EVT-QTDE          PIC 9(03)       VALUE ZEROS.
       77 WRK-EVT-TOT-PROVENTOS PIC 9(08)V99    VALUE ZEROS.
       77 WRK-EVT-TOT-DESCONTOS PIC 9(08)V99    VALUE ZEROS.
       77 WRK-EVT-QTDE-APLICADOS PIC 9(05)      VALUE ZEROS.
       77 WRK-EVT-QTDE-BAIXADOS PIC 9(05)       VALUE ZEROS.
