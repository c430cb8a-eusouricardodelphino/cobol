      *>*************************************************************
      *> ESTOQUE.CPY
      *> LAYOUT DO CADASTRO DE SALDOS DE ESTOQUE (ESTOQUE). UM
      *> REGISTRO POR LOJA E PRODUTO COM O SALDO CONTABIL EM
      *> UNIDADES, MANTIDO TODA NOITE PELO ESTOQATU: VENDA 'D' DO
      *> SALESTXN BAIXA, DEVOLUCAO 'R' REPOE, ENTRADA DE MERCADORIA E
      *> TRANSFERENCIA DO ESTQMOV MOVIMENTAM E A CONTAGEM FISICA
      *> AJUSTA O SALDO PARA O CONTADO (A DIFERENCA SAI NO RELATORIO
      *> DE QUEBRAS). ESTOQUE MINIMO E LOTE DE REPOSICAO SAO
      *> INFORMADOS PELO MOVIMENTO 'M' DO ESTQMOV E ALIMENTAM O
      *> RELATORIO DE REPOSICAO. SALDO NEGATIVO = VENDA SEM ENTRADA
      *> REGISTRADA, A CONFERIR NA CONTAGEM.
      *>*************************************************************
       01  SQ-REGISTRO.
           05  SQ-LOJA                PIC X(06).
           05  SQ-PRODUTO             PIC X(06).
           05  SQ-SALDO               PIC S9(07).
           05  SQ-ESTOQUE-MINIMO      PIC 9(07).
           05  SQ-LOTE-REPOSICAO      PIC 9(07).
           05  SQ-DATA-ULT-MOVTO      PIC 9(08).
           05  SQ-DATA-ULT-CONTAGEM   PIC 9(08).
           05  SQ-DIFERENCA-CONTAGEM  PIC S9(07).
           05  FILLER                 PIC X(10).
