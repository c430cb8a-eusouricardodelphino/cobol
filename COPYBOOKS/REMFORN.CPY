      *>*************************************************************
      *> REMFORN.CPY
      *> LAYOUT DO ARQUIVO DE REMESSA DE PAGAMENTO A FORNECEDORES
      *> (REMFORN), GERADO PELA RODADA SEMANAL DO PAGFORN PARA ENVIO
      *> AO BANCO - MESMO ESQUEMA DO BANCOREM: UM CABECALHO COM A
      *> DATA DE GERACAO E A DATA DE CORTE, UM DETALHE POR NOTA PAGA
      *> COM O DOMICILIO BANCARIO DO FORNECEDOR (FORNMAST) E A DATA
      *> AGENDADA, E UM TRAILER COM OS TOTAIS DE CONTROLE.
      *>*************************************************************
       01  RF-REGISTRO.
           05  RF-TIPO                PIC X(01).
               88  RF-HEADER              VALUE 'H'.
               88  RF-DETALHE             VALUE 'D'.
               88  RF-TRAILER             VALUE 'T'.
           05  RF-DADOS               PIC X(70).
           05  RF-HEADER-DADOS REDEFINES RF-DADOS.
               10  RF-DATA-GERACAO        PIC 9(08).
               10  RF-DATA-CORTE          PIC 9(08).
               10  FILLER                 PIC X(54).
           05  RF-DETALHE-DADOS REDEFINES RF-DADOS.
               10  RF-FORNECEDOR          PIC 9(06).
               10  RF-DOCUMENTO-FORN      PIC 9(14).
               10  RF-BANCO               PIC 9(03).
               10  RF-AGENCIA             PIC 9(04).
               10  RF-CONTA               PIC X(10).
               10  RF-NOTA                PIC X(10).
               10  RF-DATA-PAGAMENTO      PIC 9(08).
               10  RF-VALOR               PIC 9(10)V99.
               10  FILLER                 PIC X(03).
           05  RF-TRAILER-DADOS REDEFINES RF-DADOS.
               10  RF-QTD-PAGAMENTOS      PIC 9(06).
               10  RF-TOTAL-PAGAMENTOS    PIC 9(12)V99.
               10  FILLER                 PIC X(50).
