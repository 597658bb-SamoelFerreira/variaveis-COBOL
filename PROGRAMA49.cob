      *== MODIFICATION HISTORY
      *== DATE       WHO   DESCRIPTION
      *== 02/09/26   WS    VERSAO INICIAL
      *== 15/10/26   WS    REGISTRO CONVERTIDO ENTRA NA MATRIZ
      *==                  (EMP-ESTAB 001)
      *== 15/10/26   WS    REGISTRO CONVERTIDO ENTRA SEM SINDICATO E
      *==                  SEM DESCONTO SINDICAL
      *== 15/10/26   WS    REGISTRO CONVERTIDO ENTRA SEM SEXO E SEM
      *==                  RACA/COR (CARGA DO PROGRAMB00)
      *== 15/10/26   WS    REGISTRO CONVERTIDO ENTRA SEM PCD E SEM
      *==                  APRENDIZAGEM (AJUSTE PELO PROGRAMA01)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
      *        O LAYOUT EM DISCO ANTERIOR A CONVERSAO NAO TINHA O
      *        CARGO - FICA EM BRANCO ATE O RH COMPLETAR
               MOVE SPACES            TO EMP-CARGO.
      *        NEM O ESTABELECIMENTO - TUDO ERA DA MATRIZ
               MOVE 1                 TO EMP-ESTAB.
      *        SINDICATO E AUTORIZACAO FICAM PARA O PROGRAMA86
               MOVE ZEROS             TO EMP-SINDICATO.
               MOVE "N"               TO EMP-SIND-DESCONTO.
      *        SEXO E RACA/COR FICAM PARA A CARGA DO PROGRAMB00
               MOVE SPACES            TO EMP-SEXO.
               MOVE SPACES            TO EMP-RACA-COR.
               MOVE "N"               TO EMP-PCD.
               MOVE "N"               TO EMP-APRENDIZ.
               MOVE ZEROS             TO EMP-APREND-FIM.
               WRITE MST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CODIGO " EMP-CODIGO
