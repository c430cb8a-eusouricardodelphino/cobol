      *>*************************************************************
      *> DIFRETRO.CPY
      *> LAYOUT DO ARQUIVO DE DIFERENCAS SALARIAIS RETROATIVAS
      *> (DIFRETRO). UM REGISTRO POR FUNCIONARIO CUJO REAJUSTE FOI
      *> EFETIVADO COM COMPETENCIA DE EFEITO ANTERIOR A DO LOTE,
      *> GRAVADO PELO AUMENTO_ESTRUTURADO A PARTIR DO QUE JA FOI PAGO
      *> NO HISTORICO DA FOLHA (FOLHAHST) DESDE A COMPETENCIA DE
      *> EFEITO: SALARIO BASE E HORAS (EXTRAS/NOTURNO, MENOS FALTAS),
      *> 13O E FERIAS COM O TERCO - CADA BASE MULTIPLICADA PELO
      *> PERCENTUAL DO REAJUSTE. A PROXIMA FOLHA MENSAL (FOLHAPAG)
      *> PAGA O TOTAL COMO PROVENTO TRIBUTAVEL PROPRIO E MARCA O
      *> REGISTRO COMO PAGO, COM A COMPETENCIA DO PAGAMENTO.
      *>*************************************************************
       01  DR-REGISTRO.
           05  DR-MATRICULA           PIC 9(06).
           05  DR-DATA-CALCULO        PIC 9(08).
           05  DR-COMPET-INICIO       PIC 9(06).
           05  DR-COMPET-FIM          PIC 9(06).
           05  DR-PERCENTUAL          PIC 9(01)V9(04).
           05  DR-VALOR-SALARIO       PIC 9(07)V99.
           05  DR-VALOR-DECIMO        PIC 9(07)V99.
           05  DR-VALOR-FERIAS        PIC 9(07)V99.
           05  DR-VALOR-TOTAL         PIC 9(07)V99.
           05  DR-DEPARTAMENTO        PIC X(10).
           05  DR-SITUACAO            PIC X(01).
               88  DR-PENDENTE            VALUE 'P'.
               88  DR-PAGA                VALUE 'G'.
           05  DR-COMPET-PAGAMENTO    PIC 9(06).
           05  FILLER                 PIC X(10).
