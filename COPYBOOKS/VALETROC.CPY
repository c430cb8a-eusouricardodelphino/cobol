      *>*************************************************************
      *> VALETROC.CPY
      *> LAYOUT DO CADASTRO DE VALES-TROCA (VALETROC). UM REGISTRO
      *> POR VALE EMITIDO NA DEVOLUCAO COM FORMA 'V' - O NUMERO VEM
      *> DO PDV NO REGISTRO DE DEVOLUCAO (VDA-DEV-NUM-VALE). O
      *> FECHAMENTO DE VENDAS (PROGCOB15) INCLUI O VALE NA EMISSAO E
      *> ABATE O SALDO A CADA RESGATE (DETALHE COM FORMA 'V'); O
      *> VENCIMENTO (VALEEXP) BAIXA O SALDO DO VALE VENCIDO PARA A
      *> RECEITA. O SALDO DOS VALES EM ABERTO E O PASSIVO DE
      *> VALE-TROCA DA EMPRESA (CONTA VALE-TROCA DO PLANOCTA).
      *>*************************************************************
       01  VT-REGISTRO.
           05  VT-NUM-VALE             PIC 9(08).
           05  VT-LOJA                 PIC X(06).
           05  VT-CAIXA                PIC 9(02).
           05  VT-DATA-EMISSAO         PIC 9(08).
           05  VT-DATA-VALIDADE        PIC 9(08).
           05  VT-VALOR-EMITIDO        PIC 9(08)V99.
           05  VT-SALDO                PIC 9(08)V99.
           05  VT-SITUACAO             PIC X(01).
               88  VT-ABERTO               VALUE 'A' ' '.
               88  VT-UTILIZADO            VALUE 'U'.
               88  VT-EXPIRADO             VALUE 'E'.
           05  VT-DATA-ULT-MOVTO       PIC 9(08).
           05  VT-VALOR-EXPIRADO       PIC 9(08)V99.
           05  FILLER                  PIC X(10).
