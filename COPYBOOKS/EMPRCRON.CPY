      *>*************************************************************
      *> EMPRCRON.CPY
      *> LAYOUT DO CRONOGRAMA DE AMORTIZACAO DOS CONSIGNADOS
      *> (EMPRCRON, INDEXADO POR MATRICULA + NUMERO DA PARCELA).
      *> GERADO PELO CONSICRO A PARTIR DO EMPRESTA PELA TABELA PRICE:
      *> PARCELA DO CONTRATO, JUROS DO MES SOBRE O SALDO DEVEDOR E
      *> AMORTIZACAO = PARCELA - JUROS (A ULTIMA PARCELA ZERA O
      *> SALDO). PRINCIPAL E QUANTIDADE DE PARCELAS IDENTIFICAM O
      *> CONTRATO DONO DAS LINHAS. A FOLHA (FOLHAPAG) BAIXA A LINHA
      *> DA PARCELA DESCONTADA NO MES; O DESLIGAMENTO (EMPMOVTO) TOMA
      *> O SALDO INICIAL DA PRIMEIRA LINHA EM ABERTO COMO SALDO
      *> DEVEDOR PARA QUITACAO E MARCA AS LINHAS RESTANTES.
      *>*************************************************************
       01  EC-REGISTRO.
           05  EC-CHAVE.
               10  EC-MATRICULA       PIC 9(06).
               10  EC-NUM-PARCELA     PIC 9(03).
           05  EC-PRINCIPAL           PIC 9(07)V99.
           05  EC-PARCELAS-TOTAL      PIC 9(03).
           05  EC-TAXA-MENSAL         PIC 9(02)V9(04).
           05  EC-SALDO-INICIAL       PIC 9(07)V99.
           05  EC-VALOR-JUROS         PIC 9(07)V99.
           05  EC-VALOR-AMORTIZACAO   PIC 9(07)V99.
           05  EC-VALOR-PARCELA       PIC 9(07)V99.
           05  EC-SALDO-FINAL         PIC 9(07)V99.
           05  EC-SITUACAO            PIC X(01).
               88  EC-EM-ABERTO           VALUE 'A'.
               88  EC-BAIXADA             VALUE 'B'.
               88  EC-QUITADA-RESCISAO    VALUE 'Q'.
           05  EC-COMPET-BAIXA        PIC 9(06).
           05  FILLER                 PIC X(10).
