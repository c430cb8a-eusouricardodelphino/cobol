      *>*************************************************************
      *> SALDODIA.CPY
      *> LAYOUT DO ARQUIVO DE SALDOS DIARIOS POR CONTA (SALDODIA),
      *> INDEXADO POR SD-CHAVE: EMPRESA, CONTA, CENTRO DE CUSTO E
      *> DATA DO LANCAMENTO. CADA REGISTRO E O MOVIMENTO A DEBITO E A
      *> CREDITO DA CONTA NO CENTRO E NO DIA, SOMADO DO GLPOST PELO
      *> SALDOATU (EMPRESA EM BRANCO NO GLPOST ENTRA COMO '01') - OS
      *> RELATORIOS CONTABEIS LEEM OS SALDOS DAQUI E SO VAO AO GLPOST
      *> QUANDO PRECISAM DO LANCAMENTO INDIVIDUAL.
      *> O REGISTRO DE CONTROLE (SD-EMPRESA = '**', PRIMEIRO DA CHAVE)
      *> GUARDA QUANTOS REGISTROS DO GLPOST JA FORAM ABSORVIDOS - O
      *> GLPOST SO CRESCE (TODO GRAVADOR ABRE EM EXTEND), ENTAO A
      *> ATUALIZACAO SEGUINTE SOMA APENAS O QUE FOI ACRESCENTADO
      *> DEPOIS, QUALQUER QUE SEJA A DATA DO LANCAMENTO. A CONFERENCIA
      *> SEMANAL (SALDOVER) RECALCULA TUDO DO GLPOST E APONTA DESVIO.
      *>*************************************************************
       01  SD-REGISTRO.
           05  SD-CHAVE.
               10  SD-EMPRESA             PIC X(02).
                   88  SD-REGISTRO-CONTROLE   VALUE '**'.
               10  SD-CONTA               PIC X(10).
               10  SD-CENTRO-CUSTO        PIC X(06).
               10  SD-DATA                PIC 9(08).
           05  SD-MOVIMENTO.
               10  SD-DEBITOS             PIC 9(13)V99.
               10  SD-CREDITOS            PIC 9(13)V99.
               10  SD-QTD-DEBITOS         PIC 9(07).
               10  SD-QTD-CREDITOS        PIC 9(07).
               10  SD-DATA-ATUALIZACAO    PIC 9(08).
               10  FILLER                 PIC X(10).
           05  SD-CONTROLE REDEFINES SD-MOVIMENTO.
               10  SD-CT-QTD-ABSORVIDOS   PIC 9(09).
               10  SD-CT-DATA-ATUALIZACAO PIC 9(08).
               10  SD-CT-HORA-ATUALIZACAO PIC 9(08).
               10  FILLER                 PIC X(37).
