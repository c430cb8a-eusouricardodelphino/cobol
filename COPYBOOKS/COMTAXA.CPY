      *> LAYOUT DA TABELA DE FAIXAS DE COMISSAO POR VOLUME DE VENDAS
      *> (COMTAXA). CADA REGISTRO DESCREVE UMA FAIXA DO TOTAL VENDIDO
      *> NO DIA PELO VENDEDOR E O PERCENTUAL DE COMISSAO DA FAIXA.
      *> 15/10/2026 - NOVO PERCENTUAL DA FAIXA PARA O VENDEDOR QUE JA
      *>              BATEU A META DO MES (METAVEND), TIRADO DO
      *>              FILLER - ZERADO OU EM BRANCO = SEM ACELERADOR,
      *>              VALE O PERCENTUAL NORMAL DA FAIXA
      *>*************************************************************
       01  CT-REGISTRO.
           05  CT-FAIXA-DE             PIC 9(08)V99.
           05  CT-FAIXA-ATE            PIC 9(08)V99.
           05  CT-PERCENTUAL           PIC 9(02)V99.
           05  CT-PCT-ACIMA-META       PIC 9(02)V99.
           05  FILLER                  PIC X(06).
