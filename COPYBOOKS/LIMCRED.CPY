      *>*************************************************************
      *> LIMCRED.CPY
      *> LAYOUT DO CADASTRO DE LIMITES DE CREDITO DOS CLIENTES DE
      *> FRETE (LIMCRED). UM REGISTRO POR CLIENTE, MANTIDO PELO
      *> FINANCEIRO NO PROGRAMA ONLINE LIMCMANT: LIMITE DE CREDITO EM
      *> REAIS E DATA DA PROXIMA REVISAO DO LIMITE. O PROGCOB09 RETEM
      *> O PEDIDO NOVO QUANDO OS TITULOS EM ABERTO NO CONTAREC MAIS
      *> OS PEDIDOS COTADOS NO DIA PASSAM DO LIMITE. CLIENTE SEM
      *> REGISTRO AQUI NAO TEM LIMITE (SO O CLIBLOQ O RETEM).
      *>*************************************************************
       01  LC-REGISTRO.
           05  LC-CLIENTE              PIC 9(06).
           05  LC-LIMITE               PIC 9(09)V99.
           05  LC-DATA-REVISAO         PIC 9(08).
           05  LC-DATA-ALTERACAO       PIC 9(08).
           05  LC-USUARIO              PIC X(20).
           05  FILLER                  PIC X(10).
