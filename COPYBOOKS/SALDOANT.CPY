      *> DEBITO E CREDITO ATE O FECHAMENTO - GRAVADO PELO GLCLOSE NO
      *> ENCERRAMENTO DO MES E LIDO PELO BALANCTE PARA IMPRIMIR UM
      *> MES FECHADO SEM REVARRER O HISTORICO INTEIRO DO GLPOST.
      *> 15/10/2026 - SALDOS TRANSPORTADOS POR EMPRESA E CONTA: NOVO
      *>              SL-EMPRESA AO FINAL DO REGISTRO (EM BRANCO NOS
      *>              FECHAMENTOS ANTERIORES VALE A PRINCIPAL '01')
      *>*************************************************************
       01  SL-REGISTRO.
           05  SL-ANO-MES             PIC 9(06).
           05  SL-CONTA               PIC X(10).
           05  SL-DEB-ACUM            PIC 9(13)V99.
           05  SL-CRE-ACUM            PIC 9(13)V99.
           05  SL-EMPRESA             PIC X(02).
