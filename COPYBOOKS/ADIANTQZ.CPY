      *>*************************************************************
      *> ADIANTQZ.CPY
      *> LAYOUT DO ARQUIVO DE ADIANTAMENTOS QUINZENAIS (ADIANTQZ).
      *> UM REGISTRO POR FUNCIONARIO E COMPETENCIA, GRAVADO PELO
      *> ADIANTAM NA RODADA DO DIA 20 COM O VALOR CREDITADO (PERCENTUAL
      *> DA CHAVE PERCENTUAL DO ADIANTAM NO PARMGER SOBRE O SALARIO).
      *> A FOLHA MENSAL (FOLHAPAG) DESCONTA O ADIANTAMENTO ATE O
      *> LIMITE DO LIQUIDO DISPONIVEL, ACUMULA O VALOR JA DESCONTADO E
      *> MARCA O REGISTRO COMO DESCONTADO QUANDO QUITADO - SALDO QUE
      *> NAO COUBE NO LIQUIDO FICA PENDENTE PARA A FOLHA SEGUINTE. A
      *> COMPETENCIA E O VALOR DO ULTIMO DESCONTO PERMITEM REPROCESSAR
      *> A FOLHA DO MES SEM DESCONTAR DUAS VEZES.
      *>*************************************************************
       01  AQ-REGISTRO.
           05  AQ-MATRICULA           PIC 9(06).
           05  AQ-COMPETENCIA         PIC 9(06).
           05  AQ-DATA-PAGAMENTO      PIC 9(08).
           05  AQ-PERCENTUAL          PIC 9(03)V99.
           05  AQ-VALOR               PIC 9(07)V99.
           05  AQ-VALOR-DESCONTADO    PIC 9(07)V99.
           05  AQ-COMPET-DESCONTO     PIC 9(06).
           05  AQ-VALOR-ULT-DESCONTO  PIC 9(07)V99.
           05  AQ-DEPARTAMENTO        PIC X(10).
           05  AQ-SITUACAO            PIC X(01).
               88  AQ-PENDENTE            VALUE 'P'.
               88  AQ-DESCONTADO          VALUE 'D'.
           05  FILLER                 PIC X(10).
