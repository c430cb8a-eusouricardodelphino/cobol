      *>*************************************************************
      *> ATIVOMOV.CPY
      *> LAYOUT DO ARQUIVO DE MOVIMENTOS DO ATIVO IMOBILIZADO
      *> (ATIVOMOV). UM REGISTRO POR MOVIMENTO A APLICAR NO ATIVOMST
      *> PELA RODADA MENSAL DE DEPRECIACAO (DEPRECIA), ANTES DO
      *> CALCULO DO MES: INCLUSAO DE BEM NOVO (O CUSTO JA ENTROU NO
      *> GL PELA NOTA DO FORNECEDOR NA CONTA IMOBILIZAD), BAIXA POR
      *> VENDA/DESCARTE (AV-VALOR-VENDA ZERADO = DESCARTE SEM
      *> RECEITA) E TRANSFERENCIA DE CENTRO DE CUSTO/LOJA.
      *>*************************************************************
       01  AV-REGISTRO.
           05  AV-TIPO                PIC X(01).
               88  AV-EH-INCLUSAO         VALUE 'I'.
               88  AV-EH-BAIXA            VALUE 'B'.
               88  AV-EH-TRANSFERENCIA    VALUE 'T'.
           05  AV-CODIGO              PIC 9(06).
           05  AV-DATA-MOVIMENTO      PIC 9(08).
           05  AV-DESCRICAO           PIC X(30).
           05  AV-CLASSE              PIC X(02).
           05  AV-CUSTO               PIC 9(10)V99.
           05  AV-VIDA-UTIL           PIC 9(03).
           05  AV-CENTRO-CUSTO        PIC X(06).
           05  AV-LOJA                PIC X(06).
           05  AV-VALOR-VENDA         PIC 9(10)V99.
