      *>*************************************************************
      *> BENEFREC.CPY
      *> LAYOUT DO CADASTRO DE BENEFICIOS E DESCONTOS RECORRENTES
      *> (BENEFREC). UM REGISTRO POR ITEM FIXO DO FUNCIONARIO,
      *> CHAVEADO PELA MATRICULA (EMPREG), APLICADO PELO FOLHAPAG EM
      *> TODA COMPETENCIA DENTRO DA VIGENCIA (INICIO/FIM; FIM ZERADO
      *> = SEM PRAZO). TIPOS:
      *>   VT = VALE-TRANSPORTE - DESCONTA O PERCENTUAL (ZERADO = O
      *>        PADRAO DO PARMGER VT-PCT, 6%) DO SALARIO BASE,
      *>        LIMITADO AO CUSTO DO BENEFICIO INFORMADO EM VALOR;
      *>   PS = PLANO DE SAUDE - DESCONTA O VALOR (PARTE DO
      *>        FUNCIONARIO);
      *>   PA = PENSAO ALIMENTICIA JUDICIAL - PERCENTUAL SOBRE O
      *>        LIQUIDO (BRUTO MENOS INSS E IRRF) OU, SEM PERCENTUAL,
      *>        O VALOR FIXO; CREDITADA AO FAVORECIDO NA CONTA
      *>        INFORMADA, EM DETALHE PROPRIO DO BANCOREM;
      *>   DF = OUTRO DESCONTO FIXO AUTORIZADO - DESCONTA O VALOR.
      *>*************************************************************
       01  BN-REGISTRO.
           05  BN-MATRICULA           PIC 9(06).
           05  BN-TIPO                PIC X(02).
               88  BN-VALE-TRANSPORTE     VALUE 'VT'.
               88  BN-PLANO-SAUDE         VALUE 'PS'.
               88  BN-PENSAO-ALIMENTICIA  VALUE 'PA'.
               88  BN-DESCONTO-FIXO       VALUE 'DF'.
           05  BN-VALOR               PIC 9(07)V99.
           05  BN-PERCENTUAL          PIC 9(03)V99.
           05  BN-DATA-INICIO         PIC 9(08).
           05  BN-DATA-FIM            PIC 9(08).
      *>   FAVORECIDO DA PENSAO (SO TIPO PA)
           05  BN-FAVORECIDO          PIC X(20).
           05  BN-BANCO               PIC 9(03).
           05  BN-AGENCIA             PIC 9(04).
           05  BN-CONTA               PIC X(10).
           05  FILLER                 PIC X(10).
