      *>              ('B' = BOLSISTA, 'I' = IRMAO MATRICULADO;
      *>              BRANCO = SEM DESCONTO) - OS PERCENTUAIS FICAM
      *>              NO PARMGER E SAO APLICADOS PELO MENSALID
      *> 15/10/2026 - NOVO CAMPO SM-PROGRAMA NO LUGAR DE PARTE DO
      *>              FILLER: PROGRAMA DE ESTUDO DO ALUNO NA GRADE
      *>              CURRICULAR CURRIC (BRANCO = ALUNO AVULSO, FORA
      *>              DA AUDITORIA DE FORMATURA DO FORMATUR)
      *> 15/10/2026 - NOVA MARCACAO 'S' EM SM-DESCONTO: BOLSA SUSPENSA
      *>              NA REVISAO DE FIM DE PERIODO (BOLSAREV) - SEM
      *>              DESCONTO NA MENSALIDADE; VOLTA A 'B' SE O
      *>              ALUNO RECUPERA O DESEMPENHO NO PERIODO SEGUINTE,
      *>              OU E CANCELADA (BRANCO)
      *> 15/10/2026 - EX-ALUNO (ULTIMO PERIODO NO MATRTURM ALEM DA
      *>              RETENCAO DO PARMGER E SEM MENSALIDADE EM ABERTO)
      *>              TEM O NOME APAGADO PELO ANONIMIZ - SM-NOME FICA
      *>              'ANONIMIZADO'; MATRICULA E DEMAIS CAMPOS FICAM
      *>*************************************************************
       01  SM-REGISTRO.
           05  SM-MATRICULA            PIC 9(06).
               88  SM-SEM-DESCONTO         VALUE ' '.
               88  SM-BOLSISTA             VALUE 'B'.
               88  SM-DESCONTO-IRMAO       VALUE 'I'.
               88  SM-BOLSA-SUSPENSA       VALUE 'S'.
           05  SM-PROGRAMA             PIC X(06).
           05  FILLER                  PIC X(03).
