      *>*************************************************************
      *> ADQTAXA.CPY
      *> LAYOUT DA TABELA DE TAXAS E PRAZOS DA ADQUIRENTE (ADQTAXA).
      *> UM REGISTRO POR FORMA DE PAGAMENTO (DEBITO, CREDITO OU PIX)
      *> E DATA DE VIGENCIA: PERCENTUAL DE DESCONTO DA ADQUIRENTE
      *> (MDR), PRAZO EM DIAS CORRIDOS ATE O CREDITO (D+N) E EM
      *> QUANTAS PARCELAS MENSAIS O VALOR E REPASSADO (1 = A VISTA
      *> NO PRAZO; N = UMA PARCELA A CADA 30 DIAS A PARTIR DO PRAZO).
      *> VALE O REGISTRO DE MAIOR VIGENCIA ATE A DATA DA VENDA -
      *> MUDANCA DE CONTRATO COM A ADQUIRENTE E SO UM REGISTRO NOVO.
      *>*************************************************************
       01  AD-REGISTRO.
           05  AD-FORMA                PIC X(01).
               88  AD-FORMA-DEBITO         VALUE 'B'.
               88  AD-FORMA-CREDITO        VALUE 'C'.
               88  AD-FORMA-PIX            VALUE 'P'.
           05  AD-DATA-VIGENCIA        PIC 9(08).
           05  AD-PCT-MDR              PIC 9(02)V99.
           05  AD-PRAZO-DIAS           PIC 9(03).
           05  AD-QTD-PARCELAS         PIC 9(02).
           05  FILLER                  PIC X(10).
