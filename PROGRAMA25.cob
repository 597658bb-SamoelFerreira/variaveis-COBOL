      *==                  AO JORNAL CADJRNL (CPCADJRN/CPCADJPR) A
      *==                  IMAGEM COMPLETA, PARA A RECUPERACAO DO
      *==                  PROGRAMA50
      *== 15/10/26   WS    FUNCIONARIO NOVO ENTRA SEM SINDICATO E SEM
      *==                  DESCONTO SINDICAL - O VINCULO E FEITO NO
      *==                  CADASTRO DE SINDICATOS (PROGRAMA86)
      *== 15/10/26   WS    FUNCIONARIO NOVO ENTRA SEM SEXO E SEM
      *==                  RACA/COR - COMPLETADOS PELA CARGA DO RH
      *==                  (PROGRAMB00)
      *== 15/10/26   WS    FUNCIONARIO NOVO ENTRA SEM PCD E SEM
      *==                  APRENDIZAGEM (AJUSTE PELO PROGRAMA01)
      *==========================================================
           ENVIRONMENT             DIVISION.
           CONFIGURATION           SECTION.
               MOVE "A"             TO EMP-SITUACAO.
               MOVE ZEROS           TO EMP-DATA-DESLIG.
               MOVE SPACES          TO EMP-MOTIVO-DESLIG.
               MOVE ZEROS           TO EMP-SINDICATO.
               MOVE "N"             TO EMP-SIND-DESCONTO.
               MOVE SPACES          TO EMP-SEXO.
               MOVE SPACES          TO EMP-RACA-COR.
               MOVE "N"             TO EMP-PCD.
               MOVE "N"             TO EMP-APRENDIZ.
               MOVE ZEROS           TO EMP-APREND-FIM.
               WRITE MST-REGISTRO.
               IF WRK-FS-MESTRE-DUPLICADO
                   DISPLAY "ERRO: CODIGO " WRK-CODIGO-EMP
