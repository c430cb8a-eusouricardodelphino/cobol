      *>              A SER GRAVADOS AO FINAL DO REGISTRO - BASE DO
      *>              RANKING MENSAL DE LOJAS (LOJARANK): RECEITA,
      *>              TICKET MEDIO E TAXA DE DEVOLUCAO POR LOJA
      *> 15/10/2026 - VALE-TROCA RESGATADO (VENDA PAGA COM VALE) E
      *>              EMITIDO (DEVOLUCAO EM VALE) NO LOTE ACRESCENTADOS
      *>              AO FINAL DO REGISTRO - OS TOTAIS POR FORMA ACIMA
      *>              NAO INCLUEM O VALE
      *>*************************************************************
       01  SS-REGISTRO.
           05  SS-DATA                 PIC 9(08).
           05  SS-LOJA                 PIC X(06).
           05  SS-QTD-DEVOL            PIC 9(06).
           05  SS-VLR-DEVOL            PIC 9(10)V99.
           05  SS-VALE-RESGATADO       PIC 9(10)V99.
           05  SS-VALE-EMITIDO         PIC 9(10)V99.
