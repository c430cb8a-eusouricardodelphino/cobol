      *> PRECO DO CURSPREC E OS DESCONTOS DO PARMGER; A BAIXA E
      *> FEITA PELO MENSPAGO, QUE TAMBEM EMITE A INADIMPLENCIA POR
      *> TURMA.
      *> 15/10/2026 - NOVOS CAMPOS NO FIM DO REGISTRO: ME-VALOR-PAGO
      *>              (PRINCIPAL JA RECEBIDO - PAGAMENTO A MENOR E
      *>              PARCIAL E A COBRANCA SEGUE ABERTA PELO SALDO) E
      *>              ME-ENCARGOS (MULTA E JUROS DE ATRASO RECEBIDOS,
      *>              FORA DO PRINCIPAL). ME-DATA-PAGAMENTO PASSA A SER
      *>              A DATA DO ULTIMO PAGAMENTO. BRANCO NO LEGADO
      *>              VALE COMO ZERO
      *>*************************************************************
       01  ME-REGISTRO.
           05  ME-MATRICULA           PIC 9(06).
               88  ME-ABERTA              VALUE 'A' ' '.
               88  ME-PAGA                VALUE 'P'.
           05  ME-DATA-PAGAMENTO      PIC 9(08).
           05  ME-VALOR-PAGO          PIC 9(07)V99.
           05  ME-ENCARGOS            PIC 9(07)V99.
