      *>*************************************************************
      *> FORNNF.CPY
      *> LAYOUT DO ARQUIVO DE NOTAS DE FORNECEDORES A PAGAR (FORNNF).
      *> UM REGISTRO POR NOTA/BOLETO LANCADO PELO CONTAS A PAGAR, COM
      *> O VENCIMENTO, A CONTA DE DESPESA DO PLANOCTA E O CENTRO DE
      *> CUSTO DO DEPTMAST QUE RECEBEM O LANCAMENTO. A RODADA
      *> SEMANAL (PAGFORN) PROVISIONA A DESPESA DA NOTA NOVA
      *> (SITUACAO 'A'), PAGA AS QUE VENCEM ATE A DATA DE CORTE
      *> (SITUACAO 'G' COM A DATA DO PAGAMENTO) E REGRAVA O ARQUIVO
      *> - RERODADA NAO PROVISIONA NEM PAGA DUAS VEZES. NOTA AINDA
      *> NAO PAGA ENTRA NA PROJECAO DO FLUXCAIX PELO VENCIMENTO.
      *>*************************************************************
       01  NF-REGISTRO.
           05  NF-FORNECEDOR          PIC 9(06).
           05  NF-DOCUMENTO           PIC X(10).
           05  NF-DATA-EMISSAO        PIC 9(08).
           05  NF-DATA-VENCIMENTO     PIC 9(08).
           05  NF-VALOR               PIC 9(10)V99.
           05  NF-CONTA-DESPESA       PIC X(10).
           05  NF-CENTRO-CUSTO        PIC X(06).
           05  NF-SITUACAO            PIC X(01).
               88  NF-PENDENTE            VALUE 'P' ' '.
               88  NF-PROVISIONADA        VALUE 'A'.
               88  NF-PAGA                VALUE 'G'.
           05  NF-DATA-PAGAMENTO      PIC 9(08).
