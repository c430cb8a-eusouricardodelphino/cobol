      *> EMPREG E O LIQUIDO A CREDITAR) E UM TRAILER COM OS TOTAIS DE
      *> CONTROLE. O MESMO LAYOUT DE DETALHE E REAPROVEITADO PELO
      *> REPAGAR (CREDITOS DEVOLVIDOS A REAPRESENTAR, VER BANCORET).
      *> 15/10/2026 - DETALHE GANHA O TIPO DE CREDITO: 'S' (OU BRANCO)
      *>              SALARIO DO PROPRIO FUNCIONARIO, 'P' PENSAO
      *>              ALIMENTICIA DESCONTADA DELE E CREDITADA AO
      *>              FAVORECIDO (BANCO/AGENCIA/CONTA DO BENEFREC).
      *>*************************************************************
       01  BR-REGISTRO.
           05  BR-TIPO                PIC X(01).
               10  BR-AGENCIA             PIC 9(04).
               10  BR-CONTA               PIC X(10).
               10  BR-VALOR               PIC 9(07)V99.
               10  BR-TIPO-CREDITO        PIC X(01).
                   88  BR-CREDITO-SALARIO     VALUE 'S' ' '.
                   88  BR-CREDITO-PENSAO      VALUE 'P'.
               10  FILLER                 PIC X(07).
           05  BR-TRAILER-DADOS REDEFINES BR-DADOS.
               10  BR-QTD-CREDITOS        PIC 9(06).
               10  BR-TOTAL-CREDITOS      PIC 9(11)V99.
