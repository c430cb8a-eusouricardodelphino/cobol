      *>*************************************************************
      *> SINISTRO.CPY
      *> LAYOUT DO CADASTRO DE SINISTROS DE TRANSPORTE (SINISTRO). UM
      *> REGISTRO POR PEDIDO EXPEDIDO QUE SOFREU AVARIA OU EXTRAVIO,
      *> ABERTO AUTOMATICAMENTE PELO SHIPSTAT QUANDO A EXPEDICAO PASSA
      *> PARA SINISTRO ('S') - VALOR RECLAMADO = VALOR DA MERCADORIA
      *> DO SHIPMAST. O SUPERVISOR APROVA OU RECUSA NO PROGRAMA
      *> SINIAPRV; APROVADO, O VALOR E ABATIDO DOS PROXIMOS PAGAMENTOS
      *> DA TRANSPORTADORA PELO CONTAPAG (SN-VALOR-DESCONTADO ACUMULA
      *> ATE LIQUIDAR) E DEVOLVIDO AO CLIENTE COMO CREDITO NO CONTAREC
      *> PELO RECEBPAG (SN-CREDITO-CLIENTE).
      *>*************************************************************
       01  SN-REGISTRO.
           05  SN-PEDIDO               PIC 9(06).
           05  SN-TRANSPORTADORA       PIC X(10).
           05  SN-CLIENTE              PIC 9(06).
           05  SN-OCORRENCIA           PIC X(01).
               88  SN-AVARIA               VALUE 'A'.
               88  SN-EXTRAVIO             VALUE 'X'.
           05  SN-VALOR                PIC 9(06)V99.
           05  SN-VALOR-DESCONTADO     PIC 9(06)V99.
           05  SN-SITUACAO             PIC X(01).
               88  SN-ABERTO               VALUE 'A' ' '.
               88  SN-APROVADO             VALUE 'V'.
               88  SN-RECUSADO             VALUE 'R'.
               88  SN-LIQUIDADO            VALUE 'L'.
           05  SN-DATA-ABERTURA        PIC 9(08).
           05  SN-DATA-DECISAO         PIC 9(08).
           05  SN-DATA-LIQUIDACAO      PIC 9(08).
           05  SN-CREDITO-CLIENTE      PIC X(01).
               88  SN-CREDITO-EMITIDO      VALUE 'S'.
           05  SN-DATA-CREDITO         PIC 9(08).
