      *>*************************************************************
      *> ORCAMENT.CPY
      *> LAYOUT DO ARQUIVO DE ORCAMENTO POR CONTA (ORCAMENT). UM
      *> REGISTRO POR ANO-MES, CONTA DE RESULTADO DO PLANOCTA E
      *> CENTRO DE CUSTO DO DEPTMAST (BRANCO = CORPORATIVO), CARREGADO
      *> PELA CONTROLADORIA A CADA REVISAO DO ORCAMENTO. O VALOR SEGUE
      *> O SINAL DA DRE DO DEMONSTR: RECEITA POSITIVA, DESPESA
      *> NEGATIVA. BASE DO RELATORIO DE ORCADO X REALIZADO (ORCREAL).
      *>*************************************************************
       01  OR-REGISTRO.
           05  OR-ANO-MES             PIC 9(06).
           05  OR-CONTA               PIC X(10).
           05  OR-CENTRO-CUSTO        PIC X(06).
           05  OR-VALOR               PIC S9(11)V99.
