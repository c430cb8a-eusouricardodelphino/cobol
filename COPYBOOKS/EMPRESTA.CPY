      *> PARCELAS E REGRAVADO PELO PROPRIO FOLHAPAG; O RELATORIO
      *> CONSIREL APONTA OS QUITADOS E OS EM ATRASO (FUNCIONARIO
      *> AFASTADO SEM FOLHA PARA DESCONTAR).
      *> 15/10/2026 - TAXA DE JUROS MENSAL DO CONTRATO (EP-TAXA-MENSAL,
      *>              EM %, NO LUGAR DE PARTE DO FILLER - EM BRANCO NOS
      *>              CONTRATOS ANTIGOS, TRATADA COMO SEM JUROS), BASE
      *>              DO CRONOGRAMA TABELA PRICE DO EMPRCRON GERADO
      *>              PELO CONSICRO. SITUACAO 'R' = CONTRATO ENCERRADO
      *>              NA RESCISAO COM SALDO REMANESCENTE COBRADO PELO
      *>              BANCO (RELATORIO CONSIRSC DO EMPMOVTO)
      *>*************************************************************
       01  EP-REGISTRO.
           05  EP-MATRICULA           PIC 9(06).
           05  EP-SITUACAO            PIC X(01).
               88  EP-EMPREST-ATIVO       VALUE 'A' ' '.
               88  EP-EMPREST-QUITADO     VALUE 'Q'.
               88  EP-EMPREST-RESCINDIDO  VALUE 'R'.
           05  EP-TAXA-MENSAL         PIC 9(02)V9(04).
           05  FILLER                 PIC X(02).
