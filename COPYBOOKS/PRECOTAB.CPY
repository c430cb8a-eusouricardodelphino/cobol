      *>*************************************************************
      *> PRECOTAB.CPY
      *> LAYOUT DA TABELA DE PRECOS DE PRODUTOS (PRECOTAB). UM
      *> REGISTRO POR PRODUTO E DATA DE VIGENCIA - VALE O REGISTRO DE
      *> MAIOR VIGENCIA NAO POSTERIOR A DATA DO MOVIMENTO. O DESCONTO
      *> POR QUANTIDADE E INFORMADO POR CLASSIFICACAO DA TABELA DE
      *> FAIXAS FAIXAQTD (A QUANTIDADE DO ITEM E CLASSIFICADA NA
      *> FAIXA E A FAIXA DA O PERCENTUAL); CLASSIFICACAO AUSENTE NO
      *> REGISTRO = SEM DESCONTO. USADA PELO FECHAMENTO DE VENDAS
      *> (PROGCOB15) PARA APONTAR VENDA ABAIXO DO PRECO DE LISTA.
      *>*************************************************************
       01  PT-REGISTRO.
           05  PT-PRODUTO             PIC X(06).
           05  PT-DATA-VIGENCIA       PIC 9(08).
           05  PT-PRECO-LISTA         PIC 9(06)V99.
           05  PT-FAIXA-DESCONTO OCCURS 5 TIMES.
               10  PT-FD-CLASSIFICACAO    PIC X(10).
               10  PT-FD-PCT-DESCONTO     PIC 9(02)V99.
           05  FILLER                 PIC X(08).
