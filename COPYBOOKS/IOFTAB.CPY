      *>*************************************************************
      *> IOFTAB.CPY
      *> TABELA REGRESSIVA DE IOF SOBRE O RENDIMENTO DO RESGATE, POR
      *> DIA CORRIDO DESDE A APLICACAO (POSICAO 1 = RESGATE NO 1O
      *> DIA, 96%; POSICAO 30 = 0%). OS VALORES ABAIXO SAO O PADRAO
      *> LEGAL - O PROGRAMA QUE INCLUI ESTE COPYBOOK SOBREPOE CADA
      *> DIA PELA CHAVE IOF-DIA-nn DO PARAMETRO CENTRAL PARMGER
      *> (PROGRAMA INVESTIMENTOS), SEM RECOMPILACAO. RESGATE A PARTIR
      *> DO 30O DIA NAO PAGA IOF.
      *>*************************************************************
       01  IOF-TABELA-PADRAO.
           05  FILLER              PIC X(25)
                                   VALUE '0960009300090000860008300'.
           05  FILLER              PIC X(25)
                                   VALUE '0800007600073000700006600'.
           05  FILLER              PIC X(25)
                                   VALUE '0630006000056000530005000'.
           05  FILLER              PIC X(25)
                                   VALUE '0460004300040000360003300'.
           05  FILLER              PIC X(25)
                                   VALUE '0300002600023000200001600'.
           05  FILLER              PIC X(25)
                                   VALUE '0130001000006000030000000'.
       01  IOF-TABELA REDEFINES IOF-TABELA-PADRAO.
           05  IOF-PCT-DIA         PIC 9(03)V99 OCCURS 30 TIMES.
