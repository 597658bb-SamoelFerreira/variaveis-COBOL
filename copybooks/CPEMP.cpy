      *==          ANALISTA" E NADA IMPEDIA SALARIO DE DIRETOR
      *==          NUM CODIGO DE FAXINEIRO. REGISTROS ANTIGOS
      *==          FICAM COM O CARGO EM BRANCO ATE O RH COMPLETAR.
      *== 15/10/26 WS - NOVA SITUACAO L-AFASTADO (EMP-AFASTADO),
      *==          MARCADA E DESMARCADA PELO CADASTRO DE
      *==          AFASTAMENTOS (PROGRAMA68, ARQ. AFASTAM) -
      *==          AFASTADO CONTINUA NA FOLHA, COM O SALARIO
      *==          PROPORCIONAL AOS DIAS PAGOS DA COMPETENCIA.
      *== 15/10/26 WS - ACRESCIDO EMP-ESTAB, O ESTABELECIMENTO
      *==          EMPREGADOR (CADASTRO ESTAB, COPYBOOK CPESTAB,
      *==          MANTIDO PELO PROGRAMA80), VALIDADO NA CAPTURA
      *==          (PROGRAMA01/06). A FOLHA, O FGTS, AS GUIAS, A
      *==          DECLARACAO, O INFORME ANUAL E A REMESSA SAEM
      *==          SEPARADOS POR ESTABELECIMENTO. REGISTROS ANTIGOS
      *==          (EM BRANCO OU ZERO) SAO DA MATRIZ, 001. A
      *==          TRANSFERENCIA ENTRE ESTABELECIMENTOS (PROGRAMA01
      *==          MODO 2) SO TROCA ESTE CAMPO - A ADMISSAO E O
      *==          TEMPO DE CASA FICAM.
      *== 15/10/26 WS - ACRESCIDOS EMP-SINDICATO (CADASTRO SINDIC,
      *==          COPYBOOK CPSIND, MANTIDO PELO PROGRAMA86) E
      *==          EMP-SIND-DESCONTO, A AUTORIZACAO DO FUNCIONARIO
      *==          PARA O DESCONTO EM FOLHA: C-SO A CONTRIBUICAO
      *==          ANUAL, S-SOCIO (CONTRIBUICAO E MENSALIDADE),
      *==          N/BRANCO-NENHUM. A FOLHA MENSAL (PROGRAMA12)
      *==          DESCONTA PELAS REGRAS DO SINDICATO E O DISSIDIO
      *==          (PROGRAMA11) PODE RODAR SO PARA UM SINDICATO.
      *==          REGISTROS ANTIGOS (EM BRANCO OU ZERO) FICAM SEM
      *==          SINDICATO E SEM DESCONTO ATE O VINCULO SER FEITO
      *==          NO PROGRAMA86.
      *== 15/10/26 WS - ACRESCIDOS EMP-SEXO (M/F) E EMP-RACA-COR
      *==          (AUTODECLARADA, CODIGOS DO IBGE: 1-BRANCA
      *==          2-PRETA 3-PARDA 4-AMARELA 5-INDIGENA 6-NAO
      *==          INFORMADA), CAPTURADOS NA ENTRADA (PROGRAMA01/
      *==          64) E BASE DO RELATORIO SEMESTRAL DE IGUALDADE
      *==          SALARIAL POR CARGO (PROGRAMA99). REGISTROS
      *==          ANTIGOS FICAM EM BRANCO ATE A CARGA DO RH
      *==          (PROGRAMB00, ARQ. SEXOCARG).
      *== 15/10/26 WS - ACRESCIDOS EMP-PCD (S/N), EMP-APRENDIZ (S/N)
      *==          E EMP-APREND-FIM (TERMINO DO CONTRATO DE
      *==          APRENDIZAGEM, AAAAMMDD; ZEROS QUANDO NAO E
      *==          APRENDIZ), CAPTURADOS NA ENTRADA (PROGRAMA01/64).
      *==          APRENDIZ RECOLHE FGTS A 2% (PROGRAMA43); AS COTAS
      *==          LEGAIS SAO APURADAS NO PROGRAMB01. REGISTROS
      *==          ANTIGOS (EM BRANCO) CONTAM COMO "N".
      *== 15/10/26 WS - O MESTRE EM DISCO NO LAYOUT DE 180 POSICOES
      *==          (ATE O CARGO) E CONVERTIDO PARA AS 199 ATUAIS PELO
      *==          PROGRAMB10, COM OS VALORES DE REGISTRO ANTIGO
      *==          ACIMA - SEM A CONVERSAO O ARQUIVO FALHA NA
      *==          ABERTURA (FS 39).
      *==========================================================
           05 EMP-CODIGO        PIC 9(05).
           05 EMP-NOME          PIC X(30).
           05 EMP-SITUACAO      PIC X(01).
               88 EMP-ATIVO                 VALUE "A".
               88 EMP-DESLIGADO             VALUE "D".
               88 EMP-AFASTADO              VALUE "L".
           05 EMP-DATA-DESLIG   PIC 9(08).
           05 EMP-MOTIVO-DESLIG PIC X(30).
           05 EMP-CARGO         PIC X(04).
           05 EMP-ESTAB         PIC 9(03).
           05 EMP-SINDICATO     PIC 9(03).
           05 EMP-SIND-DESCONTO PIC X(01).
               88 EMP-SIND-AUTORIZADO       VALUE "C" "S".
               88 EMP-SIND-SOCIO            VALUE "S".
               88 EMP-SIND-SEM-DESCONTO     VALUE "N" " ".
           05 EMP-SEXO          PIC X(01).
               88 EMP-SEXO-MASCULINO        VALUE "M".
               88 EMP-SEXO-FEMININO         VALUE "F".
               88 EMP-SEXO-VALIDO           VALUE "M" "F".
           05 EMP-RACA-COR      PIC X(01).
               88 EMP-RACA-COR-VALIDA       VALUE "1" THRU "6".
           05 EMP-PCD           PIC X(01).
               88 EMP-PCD-SIM               VALUE "S".
           05 EMP-APRENDIZ      PIC X(01).
               88 EMP-APRENDIZ-SIM          VALUE "S".
           05 EMP-APREND-FIM    PIC 9(08).
