      *>              RESGATE/SIMULACAO; 'A' = APORTE EM CONTRATO
      *>              ABERTO - O EXTRATO DO CLIENTE (INVEXTR) PASSA A
      *>              SEPARAR CONTRIBUICAO DE RENDIMENTO
      *> 15/10/2026 - NOVO CAMPO IL-IOF-RETIDO AO FINAL DO REGISTRO:
      *>              IOF REGRESSIVO DO RESGATE EM MENOS DE 30 DIAS DA
      *>              APLICACAO, JA DEDUZIDO DO IL-RESULTADO-NETO
      *>              (BRANCO NOS REGISTROS ANTIGOS = SEM IOF)
      *> 15/10/2026 - NOVO IL-TIPO 'C' = COME-COTAS DE FUNDO: IR
      *>              ANTECIPADO (IL-IR-RETIDO) SOBRE O RENDIMENTO DO
      *>              SEMESTRE (IL-RESULTADO-BRUTO), DEDUZIDO DO SALDO
      *>              DA POSICAO - SEM PRINCIPAL (IL-MONTANTE ZERO) E
      *>              SEM DINHEIRO PARA O CLIENTE (IL-RESULTADO-NETO
      *>              ZERO)
      *>*************************************************************
       01  IL-REGISTRO.
           05  IL-DATA-PROCESSAMENTO   PIC 9(08).
               88  IL-EH-RESGATE           VALUE 'R' ' '.
               88  IL-EH-APORTE            VALUE 'A'.
               88  IL-EH-ROLAGEM           VALUE 'V'.
               88  IL-EH-COME-COTAS        VALUE 'C'.
           05  IL-IOF-RETIDO           PIC 9(12)V99.
