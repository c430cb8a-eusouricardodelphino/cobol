      *>*************************************************************
      *> METAVEND.CPY
      *> LAYOUT DO ARQUIVO DE METAS MENSAIS DE VENDAS (METAVEND),
      *> MANTIDO PELA AREA COMERCIAL. UM REGISTRO POR COMPETENCIA E
      *> LOJA (VENDEDOR EM BRANCO = META DA LOJA) OU POR COMPETENCIA,
      *> LOJA E VENDEDOR (META INDIVIDUAL). LIDO PELO ACOMPANHAMENTO
      *> DE METAS (METAREL) E PELA COMISSAO (COMISSAO), QUE SOBE A
      *> FAIXA DO VENDEDOR QUE JA BATEU A META NO MES.
      *>*************************************************************
       01  MV-REGISTRO.
           05  MV-COMPETENCIA          PIC 9(06).
           05  MV-LOJA                 PIC X(06).
           05  MV-VENDEDOR             PIC X(10).
           05  MV-VALOR-META           PIC 9(10)V99.
           05  FILLER                  PIC X(06).
