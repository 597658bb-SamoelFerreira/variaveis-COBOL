      *==========================================================
      *== Copybook: CPESTPR
      *== Author: WELLINGTON S
      *== Date: 15/10/26
      *== Purpose: LEITURA DE UM ESTABELECIMENTO NO CADASTRO ESTAB
      *==          (7980, QUE ABRE E FECHA O ARQUIVO SOZINHA). O
      *==          PROGRAMA CHAMADOR DEVE TER FEITO SELECT/FD DE
      *==          CADASTRO-ESTAB (COPY CPESTAB NA FD, INDEXADO POR
      *==          EST-CODIGO, FILE STATUS WRK-FS-ESTAB) E COPIADO
      *==          CPESTWS NA WORKING-STORAGE. ENTRA O CODIGO EM
      *==          WRK-EST-CODIGO (ZERO VIRA 001); SAEM
      *==          WRK-EST-CNPJ/-RAZAO/-SITUACAO E WRK-EST-ACHOU. NAO
      *==          ACHADO (OU CADASTRO AUSENTE) DEVOLVE CNPJ ZERADO
      *==          E A RAZAO "ESTABELECIMENTO NAO CADASTRADO", PARA
      *==          O CHAMADOR DECIDIR SE SEGUE OU PARA;
      *==          WRK-EST-DISPONIVEL DIZ SE O CADASTRO ABRIU.
      *==========================================================
       7980-LE-ESTAB                SECTION.
           MOVE "N" TO WRK-EST-ACHOU.
           MOVE "N" TO WRK-EST-DISPONIVEL.
           IF WRK-EST-CODIGO = ZEROS
               MOVE 1 TO WRK-EST-CODIGO
           END-IF.
           OPEN INPUT CADASTRO-ESTAB.
           IF WRK-FS-ESTAB-OK
               MOVE "S" TO WRK-EST-DISPONIVEL
               MOVE WRK-EST-CODIGO TO EST-CODIGO
               READ CADASTRO-ESTAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"              TO WRK-EST-ACHOU
                       MOVE EST-CNPJ         TO WRK-EST-CNPJ
                       MOVE EST-RAZAO-SOCIAL TO WRK-EST-RAZAO
                       MOVE EST-SITUACAO     TO WRK-EST-SITUACAO
               END-READ
               CLOSE CADASTRO-ESTAB
           END-IF.
           IF NOT WRK-EST-ACHOU-SIM
               MOVE SPACES TO WRK-EST-SITUACAO
               MOVE ZEROS TO WRK-EST-CNPJ
               MOVE "ESTABELECIMENTO NAO CADASTRADO" TO WRK-EST-RAZAO
           END-IF.
