      *== 22/08/26   WS    RECARGA PASSOU A TOMAR A TRAVA DE
      *==                  ATUALIZACAO DO MESTRE (CADLOCK), COMO AS
      *==                  DEMAIS EXECUCOES QUE REGRAVAM O CADMEST
      *== 15/10/26   WS    DETALHE DO CADBKP DE 181 PARA 184 POSICOES
      *==                  (ESTABELECIMENTO NO FIM DO CPEMP)
      *== 15/10/26   WS    DETALHE DO CADBKP DE 184 PARA 188 POSICOES
      *==                  (SINDICATO NO FIM DO CPEMP)
      *== 15/10/26   WS    DETALHE DO CADBKP DE 188 PARA 190 POSICOES
      *==                  (SEXO E RACA/COR NO FIM DO CPEMP)
      *== 15/10/26   WS    DETALHE DO CADBKP DE 190 PARA 200 POSICOES
      *==                  (PCD E APRENDIZ NO FIM DO CPEMP)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               COPY CPEMP.

      *    BACKUP SEQUENCIAL: DETALHE "D" CARREGA O REGISTRO DO
      *    MESTRE INTEIRO (LAYOUT CPEMP, 199 POSICOES) COMO TEXTO;
      *    RODAPE "T" CARREGA CONTAGEM E HASH (SOMA DOS SALARIOS,
      *    TRUNCADA) - AS FIGURAS QUE A RECARGA CONFERE
           FD  ARQ-BACKUP
               LABEL RECORD IS STANDARD.
           01  BKP-DETALHE-REC.
               05 BKP-DET-TIPO         PIC X(01).
               05 BKP-DET-FUNCIONARIO  PIC X(199).
           01  BKP-RODAPE-REC REDEFINES BKP-DETALHE-REC.
               05 BKP-ROD-TIPO         PIC X(01).
               05 BKP-ROD-QTDE         PIC 9(07).
