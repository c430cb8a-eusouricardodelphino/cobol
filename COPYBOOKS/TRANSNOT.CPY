      *>*************************************************************
      *> TRANSNOT.CPY
      *> LAYOUT DO BOLETIM MENSAL DE DESEMPENHO DAS TRANSPORTADORAS
      *> (TRANSNOT). UM REGISTRO POR TRANSPORTADORA, REGRAVADO TODO
      *> MES PELO TRANSAVL A PARTIR DO SHIPMAST/SHIPARCH, DO
      *> HISTORICO SHIPTRAN E DO FATPEND: PONTUALIDADE CONTRA A DATA
      *> PREVISTA DE ENTREGA, OCORRENCIAS DE ENTREGA, FATURAS PARADAS
      *> (ACIMA DA COTACAO/DUPLICADA) E A NOTA RESULTANTE. O
      *> PROGCOB09 PREFERE A TRANSPORTADORA DE MELHOR NOTA ENTRE AS
      *> QUE COBREM A UF/PESO E NAO ATRIBUI CARGA A EXCLUIDA. NOTA
      *> ABAIXO DO PISO DO PARMGER EXCLUI A TRANSPORTADORA ATE O
      *> COMPRAS REABILITAR PELO PROGRAMA TRANSREA. MES SEM
      *> MOVIMENTO MANTEM A NOTA ANTERIOR (TN-AVALIADA = 'N').
      *>*************************************************************
       01  TN-REGISTRO.
           05  TN-TRANSPORTADORA       PIC X(10).
           05  TN-COMPETENCIA          PIC 9(06).
           05  TN-QTD-EXPEDIDOS        PIC 9(05).
           05  TN-QTD-ENTREGUES        PIC 9(05).
           05  TN-QTD-NO-PRAZO         PIC 9(05).
           05  TN-PCT-NO-PRAZO         PIC 9(03)V99.
           05  TN-QTD-RECUSA           PIC 9(04).
           05  TN-QTD-ENDERECO         PIC 9(04).
           05  TN-QTD-AVARIA           PIC 9(04).
           05  TN-QTD-EXTRAVIO         PIC 9(04).
           05  TN-QTD-FAT-ACIMA        PIC 9(04).
           05  TN-QTD-FAT-DUPLIC       PIC 9(04).
           05  TN-NOTA                 PIC 9(03)V99.
           05  TN-AVALIADA             PIC X(01).
               88  TN-COM-MOVIMENTO        VALUE 'S'.
               88  TN-SEM-MOVIMENTO        VALUE 'N' ' '.
           05  TN-SITUACAO             PIC X(01).
               88  TN-ATIVA                VALUE 'A' ' '.
               88  TN-EXCLUIDA             VALUE 'X'.
               88  TN-REABILITADA          VALUE 'R'.
           05  TN-DATA-EXCLUSAO        PIC 9(08).
           05  TN-DATA-REABILITACAO    PIC 9(08).
           05  TN-USUARIO-REABILIT     PIC X(20).
           05  FILLER                  PIC X(10).
