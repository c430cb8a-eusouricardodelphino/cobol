      *>*************************************************************
      *> IDXPUBL.CPY
      *> LAYOUT DO ARQUIVO DA SERIE PUBLICADA DE INDICES (IDXPUBL) -
      *> CDI E IPCA COMO DIVULGADOS, UM REGISTRO POR INDICE E
      *> ANO-MES COM A TAXA MENSAL. O IDXCARGA CONFERE O ARQUIVO
      *> CONTRA O INDEXRT (LACUNA, DUPLICIDADE, VARIACAO SOBRE O MES
      *> ANTERIOR) E MANDA OS MESES BONS PARA A FILA DE APROVACAO
      *> PENDAPRV - O INDEXRT SO MUDA NA APROVACAO PELO APROVMNT.
      *>*************************************************************
       01  XP-REGISTRO.
           05  XP-INDICE               PIC X(03).
           05  XP-ANO-MES              PIC 9(06).
           05  XP-TAXA-MES             PIC 9(02)V9(04).
           05  FILLER                  PIC X(10).
