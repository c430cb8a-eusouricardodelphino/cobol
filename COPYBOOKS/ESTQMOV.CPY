      *>*************************************************************
      *> ESTQMOV.CPY
      *> LAYOUT DO MOVIMENTO DE ESTOQUE (ESTQMOV), APLICADO PELO
      *> ESTOQATU DEPOIS DAS VENDAS E DEVOLUCOES DO SALESTXN DO DIA:
      *>   'E' ENTRADA DE MERCADORIA NA LOJA (DOCUMENTO = NOTA FISCAL
      *>       DO FORNECEDOR);
      *>   'T' TRANSFERENCIA DA LOJA PARA SM-LOJA-DESTINO (SAI DE UMA
      *>       E ENTRA NA OUTRA NO MESMO LOTE);
      *>   'C' CONTAGEM FISICA - SM-QUANTIDADE E O CONTADO, QUE
      *>       SUBSTITUI O SALDO CONTABIL (DIFERENCA = QUEBRA/SOBRA);
      *>   'M' PARAMETROS DE REPOSICAO - SM-QUANTIDADE E O ESTOQUE
      *>       MINIMO E SM-LOTE-REPOSICAO A QUANTIDADE A PEDIR.
      *>*************************************************************
       01  SM-REGISTRO.
           05  SM-TIPO                PIC X(01).
               88  SM-ENTRADA             VALUE 'E'.
               88  SM-TRANSFERENCIA       VALUE 'T'.
               88  SM-CONTAGEM            VALUE 'C'.
               88  SM-PARAM-REPOSICAO     VALUE 'M'.
           05  SM-DATA                PIC 9(08).
           05  SM-LOJA                PIC X(06).
           05  SM-PRODUTO             PIC X(06).
           05  SM-QUANTIDADE          PIC 9(07).
           05  SM-LOJA-DESTINO        PIC X(06).
           05  SM-LOTE-REPOSICAO      PIC 9(07).
           05  SM-DOCUMENTO           PIC X(10).
           05  FILLER                 PIC X(09).
