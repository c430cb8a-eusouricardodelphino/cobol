      *>*************************************************************
      *> PRECEXCE.CPY
      *> LAYOUT DO ARQUIVO DE EXCECOES DE PRECO (PRECEXCE), GRAVADO
      *> PELO FECHAMENTO DE VENDAS (PROGCOB15) PARA CADA VENDA COM
      *> VALOR ABAIXO DO PRECO DE LISTA DA PRECOTAB (PRECO X
      *> QUANTIDADE MENOS O DESCONTO DA FAIXA DE QUANTIDADE) - A
      *> PREVENCAO DE PERDAS ACOMPANHA POR LOJA, CAIXA E VENDEDOR
      *> QUEM CONCEDE DESCONTO NAO AUTORIZADO.
      *>*************************************************************
       01  PX-REGISTRO.
           05  PX-DATA                PIC 9(08).
           05  PX-LOJA                PIC X(06).
           05  PX-CAIXA               PIC 9(02).
           05  PX-VENDEDOR            PIC X(10).
           05  PX-DATAHORA            PIC 9(12).
           05  PX-NUM-DOC             PIC 9(06).
           05  PX-PRODUTO             PIC X(06).
           05  PX-QTD-ITEM            PIC 9(03).
           05  PX-CLASSIFICACAO       PIC X(10).
           05  PX-PCT-DESCONTO        PIC 9(02)V99.
           05  PX-VALOR-LISTA         PIC 9(07)V99.
           05  PX-VALOR-VENDA         PIC 9(06)V99.
           05  PX-DIFERENCA           PIC 9(07)V99.
