      *>              SEQUENCIA POR LOJA/CAIXA (BURACO E DUPLICIDADE
      *>              SAEM NO SALESRPT E NO ARQUIVO FISCEXCE); DOC
      *>              ZERADO VALE COMO MOVIMENTO ANTERIOR AO CAMPO
      *> 15/10/2026 - NOVA FORMA DE PAGAMENTO 'V' (VALE-TROCA): NA
      *>              DEVOLUCAO, O ESTORNO SAI COMO CREDITO EM VALE
      *>              (VDA-DEV-NUM-VALE = NUMERO DO VALE EMITIDO); NO
      *>              DETALHE, A VENDA E PAGA COM O VALE (VDA-NUM-VALE
      *>              = NUMERO DO VALE RESGATADO). SALDO E VALIDADE DE
      *>              CADA VALE NO CADASTRO VALETROC; AREA DE DADOS
      *>              AMPLIADA DE X(50) PARA X(58) - NUMERO EM BRANCO
      *>              OU ZERADO VALE COMO MOVIMENTO SEM VALE
      *>*************************************************************
       01  VDA-REGISTRO.
           05  VDA-TIPO-REGISTRO      PIC X(01).
               88  VDA-SANGRIA            VALUE 'S'.
               88  VDA-SUPRIMENTO         VALUE 'U'.
               88  VDA-TRAILER            VALUE 'T'.
           05  VDA-DADOS               PIC X(58).
           05  VDA-HEADER-DADOS REDEFINES VDA-DADOS.
               10  VDA-DATA-MOVIMENTO     PIC 9(08).
               10  VDA-LOJA               PIC X(06).
               10  FILLER                 PIC X(44).
           05  VDA-DETALHE-DADOS REDEFINES VDA-DADOS.
               10  VDA-VENDEDOR           PIC X(10).
               10  VDA-CAIXA              PIC 9(02).
                   88  VDA-PAGTO-DEBITO       VALUE 'B'.
                   88  VDA-PAGTO-CREDITO      VALUE 'C'.
                   88  VDA-PAGTO-PIX          VALUE 'P'.
                   88  VDA-PAGTO-VALE         VALUE 'V'.
               10  VDA-PRODUTO            PIC X(06).
               10  VDA-QTD-ITEM           PIC 9(03).
               10  VDA-NUM-DOC            PIC 9(06).
               10  VDA-NUM-VALE           PIC 9(08).
               10  FILLER                 PIC X(02).
           05  VDA-DEVOL-DADOS REDEFINES VDA-DADOS.
               10  VDA-DEV-VENDEDOR       PIC X(10).
               10  VDA-DEV-DATAHORA-ORIG  PIC 9(12).
               10  VDA-DEV-VALOR          PIC 9(06)V99.
               10  VDA-DEV-FORMA-PAGTO    PIC X(01).
                   88  VDA-DEV-EM-VALE        VALUE 'V'.
               10  VDA-DEV-PRODUTO        PIC X(06).
               10  VDA-DEV-QTD-ITEM       PIC 9(03).
               10  VDA-DEV-NUM-DOC        PIC 9(06).
               10  VDA-DEV-NUM-VALE       PIC 9(08).
               10  FILLER                 PIC X(02).
           05  VDA-MOVCX-DADOS REDEFINES VDA-DADOS.
               10  VDA-CX-CAIXA           PIC 9(02).
               10  VDA-CX-DATAHORA        PIC 9(12).
               10  VDA-CX-VALOR           PIC 9(06)V99.
               10  FILLER                 PIC X(36).
           05  VDA-TRAILER-DADOS REDEFINES VDA-DADOS.
               10  VDA-QTD-REGISTROS      PIC 9(06).
               10  VDA-TOTAL-VENDAS       PIC 9(10)V99.
               10  FILLER                 PIC X(40).
