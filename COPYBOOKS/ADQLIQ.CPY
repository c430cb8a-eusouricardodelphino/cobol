      *>*************************************************************
      *> ADQLIQ.CPY
      *> LAYOUT DO EXTRATO DE LIQUIDACAO DA ADQUIRENTE (ADQLIQ). UM
      *> REGISTRO POR DATA DE CREDITO/FORMA COM O VALOR LIQUIDO
      *> EFETIVAMENTE DEPOSITADO - CASADO PELO CARTAGEN CONTRA AS
      *> PARCELAS EM ABERTO DA AGENDA (AGENDCAR) PREVISTAS PARA A
      *> MESMA DATA E FORMA.
      *>*************************************************************
       01  LQ-REGISTRO.
           05  LQ-DATA-CREDITO         PIC 9(08).
           05  LQ-FORMA                PIC X(01).
               88  LQ-FORMA-DEBITO         VALUE 'B'.
               88  LQ-FORMA-CREDITO        VALUE 'C'.
               88  LQ-FORMA-PIX            VALUE 'P'.
           05  LQ-VALOR-LIQUIDO        PIC 9(10)V99.
