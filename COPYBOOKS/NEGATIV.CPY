      *>*************************************************************
      *> NEGATIV.CPY
      *> LAYOUT FIXO DO EXTRATO PARA O BIRO DE CREDITO / EMPRESA DE
      *> COBRANCA EXTERNA (NEGATIV). UM REGISTRO POR MOVIMENTO DE
      *> TITULO DE FRETE: 'I' = INCLUSAO, GRAVADA PELO COBRANCA
      *> QUANDO O TITULO PASSA DO PRAZO APOS O AVISO FINAL, E
      *> 'E' = EXCLUSAO, GRAVADA PELO RECEBPAG QUANDO O TITULO
      *> NEGATIVADO E QUITADO (PAGAMENTO OU COMPENSACAO DE
      *> CREDITO). O ARQUIVO SO RECEBE ACRESCIMO E E TRANSMITIDO AO
      *> BIRO TODO DIA; O DEVEDOR E IDENTIFICADO PELO CODIGO DO
      *> CLIENTE DE FRETE, CADASTRADO NO BIRO NA CONTRATACAO.
      *>*************************************************************
       01  NG-REGISTRO.
           05  NG-TIPO                PIC X(01).
               88  NG-INCLUSAO            VALUE 'I'.
               88  NG-EXCLUSAO            VALUE 'E'.
           05  NG-CLIENTE             PIC 9(06).
           05  NG-PEDIDO              PIC 9(06).
           05  NG-DATA-EMISSAO        PIC 9(08).
           05  NG-VENCIMENTO          PIC 9(08).
           05  NG-VALOR-ORIGINAL      PIC 9(09)V99.
           05  NG-SALDO-DEVEDOR       PIC 9(09)V99.
           05  NG-DATA-MOVIMENTO      PIC 9(08).
           05  NG-DATA-AVISO-FINAL    PIC 9(08).
           05  FILLER                 PIC X(20).
