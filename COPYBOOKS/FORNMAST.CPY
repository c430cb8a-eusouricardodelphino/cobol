      *>*************************************************************
      *> FORNMAST.CPY
      *> LAYOUT DO CADASTRO DE FORNECEDORES GERAIS (FORNMAST) - TODO
      *> CREDOR QUE NAO E TRANSPORTADORA DE FRETE (ALUGUEL, ENERGIA,
      *> AGUA, TELEFONIA, FORNECEDORES DA ESCOLA E DEMAIS CONTAS).
      *> UM REGISTRO POR FORNECEDOR COM O CNPJ/CPF E O DOMICILIO
      *> BANCARIO PARA A REMESSA DE PAGAMENTO (REMFORN). FORNECEDOR
      *> BLOQUEADO TEM AS NOTAS SEGURADAS PELA RODADA DE PAGAMENTO
      *> (PAGFORN) ATE SER LIBERADO.
      *>*************************************************************
       01  FO-REGISTRO.
           05  FO-CODIGO              PIC 9(06).
           05  FO-NOME                PIC X(30).
           05  FO-DOCUMENTO           PIC 9(14).
           05  FO-BANCO               PIC 9(03).
           05  FO-AGENCIA             PIC 9(04).
           05  FO-CONTA               PIC X(10).
           05  FO-SITUACAO            PIC X(01).
               88  FO-ATIVO               VALUE 'A' ' '.
               88  FO-BLOQUEADO           VALUE 'B'.
