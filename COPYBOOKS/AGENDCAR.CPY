      *>*************************************************************
      *> AGENDCAR.CPY
      *> LAYOUT DA AGENDA DE RECEBIVEIS DE CARTAO E PIX (AGENDCAR).
      *> UM REGISTRO POR LOJA/DATA DE VENDA/FORMA/PARCELA, MONTADO
      *> PELO CARTAGEN A PARTIR DOS TOTAIS POR FORMA DO FECHAMENTO
      *> (SALESSUM) E DA TABELA DE TAXAS DA ADQUIRENTE (ADQTAXA):
      *> DATA PREVISTA DO CREDITO (JA EM DIA UTIL), VALOR BRUTO,
      *> DESCONTO DA ADQUIRENTE (MDR) E VALOR LIQUIDO A RECEBER. A
      *> PARCELA FICA EM ABERTO ATE A LIQUIDACAO DA ADQUIRENTE
      *> (ADQLIQ) CASAR COM A AGENDA DO DIA. O FLUXCAIX PROJETA AS
      *> PARCELAS EM ABERTO NA DATA PREVISTA DO CREDITO.
      *>*************************************************************
       01  AG-REGISTRO.
           05  AG-DATA-VENDA           PIC 9(08).
           05  AG-LOJA                 PIC X(06).
           05  AG-FORMA                PIC X(01).
               88  AG-FORMA-DEBITO         VALUE 'B'.
               88  AG-FORMA-CREDITO        VALUE 'C'.
               88  AG-FORMA-PIX            VALUE 'P'.
           05  AG-PARCELA              PIC 9(02).
           05  AG-QTD-PARCELAS         PIC 9(02).
           05  AG-DATA-PREVISTA        PIC 9(08).
           05  AG-VALOR-BRUTO          PIC 9(10)V99.
           05  AG-VALOR-MDR            PIC 9(08)V99.
           05  AG-VALOR-LIQUIDO        PIC 9(10)V99.
           05  AG-SITUACAO             PIC X(01).
               88  AG-ABERTO               VALUE 'A' ' '.
               88  AG-LIQUIDADO            VALUE 'L'.
           05  AG-DATA-LIQUIDACAO      PIC 9(08).
           05  FILLER                  PIC X(10).
