      *>*************************************************************
      *> CTLTOT.CPY
      *> LAYOUT DO REGISTRO DE TOTAIS DE CONTROLE ENTRE PASSOS DO
      *> LOTE (CTLTOT). CADA PROGRAMA QUE GRAVA SALESSUM, INVLEDG OU
      *> GLPOST ACRESCENTA, AO TERMINAR, UM REGISTRO POR ARQUIVO E
      *> DATA DOS REGISTROS GRAVADOS NA EXECUCAO: QUANTIDADE E SOMA
      *> DO VALOR (TOTAL-HASH). O PROGRAMA QUE LE O ARQUIVO SOMA OS
      *> REGISTROS DE CONTROLE DA DATA E CONFERE CONTRA O QUE
      *> ENCONTROU NO ARQUIVO ANTES DE PROCESSAR - ARQUIVO VAZIO OU
      *> TRUNCADO POR FALHA DE GRAVACAO NAO PASSA ADIANTE. GRAVADO E
      *> LIDO SO PELO SUBPROGRAMA COMUM CTLTOTAL.
      *>*************************************************************
       01  TT-REGISTRO.
           05  TT-ARQUIVO             PIC X(08).
           05  TT-DATA                PIC 9(08).
           05  TT-PROGRAMA            PIC X(20).
           05  TT-QTD-REGISTROS       PIC 9(09).
           05  TT-VALOR-HASH          PIC 9(15)V99.
           05  TT-DATA-GRAVACAO       PIC 9(08).
           05  TT-HORA-GRAVACAO       PIC 9(08).
