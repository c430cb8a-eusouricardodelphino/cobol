      *>*************************************************************
      *> DIARIOEX.CPY
      *> LAYOUT DO ARQUIVO DE EXPORTACAO DO LIVRO DIARIO (DIARIOEX),
      *> GERADO PELO DIARIO PARA O SISTEMA FISCAL DO ESCRITORIO
      *> CONTABIL: UM CABECALHO COM A EMPRESA/CNPJ, O PERIODO E O
      *> NUMERO DO LIVRO, UM DETALHE POR LANCAMENTO NA ORDEM DO LIVRO
      *> (NUMERO SEQUENCIAL E FOLHA EM QUE FOI IMPRESSO) E UM TRAILER
      *> COM OS TOTAIS DE CONTROLE. LEIAUTE FIXO - NAO ALTERAR SEM
      *> AVISAR O ESCRITORIO.
      *>*************************************************************
       01  DX-REGISTRO.
           05  DX-TIPO                PIC X(01).
               88  DX-CABECALHO           VALUE '0'.
               88  DX-LANCAMENTO          VALUE '1'.
               88  DX-TRAILER             VALUE '9'.
           05  DX-DADOS               PIC X(90).
           05  DX-CABECALHO-DADOS REDEFINES DX-DADOS.
               10  DX-EMPRESA             PIC X(02).
               10  DX-CNPJ                PIC 9(14).
               10  DX-RAZAO-SOCIAL        PIC X(40).
               10  DX-DATA-INICIAL        PIC 9(08).
               10  DX-DATA-FINAL          PIC 9(08).
               10  DX-NUMERO-LIVRO        PIC 9(04).
               10  FILLER                 PIC X(14).
           05  DX-LANCAMENTO-DADOS REDEFINES DX-DADOS.
               10  DX-NUMERO-LANCTO       PIC 9(06).
               10  DX-DATA                PIC 9(08).
               10  DX-CONTA-DEBITO        PIC X(10).
               10  DX-CONTA-CREDITO       PIC X(10).
               10  DX-VALOR               PIC 9(12)V99.
               10  DX-HISTORICO           PIC X(20).
               10  DX-CENTRO-CUSTO        PIC X(06).
               10  DX-FOLHA               PIC 9(05).
               10  FILLER                 PIC X(11).
           05  DX-TRAILER-DADOS REDEFINES DX-DADOS.
               10  DX-QTD-LANCTOS         PIC 9(06).
               10  DX-TOTAL-DEBITOS       PIC 9(14)V99.
               10  DX-TOTAL-CREDITOS      PIC 9(14)V99.
               10  DX-QTD-FOLHAS          PIC 9(05).
               10  FILLER                 PIC X(47).
