      *>*************************************************************
      *> ATIVOMST.CPY
      *> LAYOUT DO CADASTRO DO ATIVO IMOBILIZADO (ATIVOMST),
      *> INDEXADO POR AT-CODIGO. UM REGISTRO POR BEM - EQUIPAMENTO,
      *> BENFEITORIA/INSTALACAO DE LOJA, VEICULO, MOVEIS E
      *> INFORMATICA - COM A AQUISICAO (DATA E CUSTO), A VIDA UTIL EM
      *> MESES E O CENTRO DE CUSTO/LOJA QUE RECEBE A DEPRECIACAO.
      *> MANTIDO PELOS MOVIMENTOS DO ATIVOMOV E DEPRECIADO PELA
      *> RODADA MENSAL (DEPRECIA): AT-DEPREC-ACUMULADA E O TOTAL JA
      *> LANCADO NO GLPOST E AT-ANO-MES-DEPREC O ULTIMO ANO-MES
      *> DEPRECIADO - RERODADA NO MESMO MES NAO DEPRECIA DUAS VEZES.
      *> BEM BAIXADO FICA NO CADASTRO (HISTORICO), SEM DEPRECIAR.
      *>*************************************************************
       01  AT-REGISTRO.
           05  AT-CODIGO               PIC 9(06).
           05  AT-DESCRICAO            PIC X(30).
           05  AT-CLASSE               PIC X(02).
               88  AT-EQUIPAMENTO          VALUE 'EQ'.
               88  AT-INSTALACAO           VALUE 'IN'.
               88  AT-VEICULO              VALUE 'VE'.
               88  AT-MOVEIS               VALUE 'MO'.
               88  AT-INFORMATICA          VALUE 'TI'.
           05  AT-DATA-AQUISICAO       PIC 9(08).
           05  AT-CUSTO                PIC 9(10)V99.
           05  AT-VIDA-UTIL            PIC 9(03).
           05  AT-CENTRO-CUSTO         PIC X(06).
           05  AT-LOJA                 PIC X(06).
           05  AT-DEPREC-ACUMULADA     PIC 9(10)V99.
           05  AT-ANO-MES-DEPREC       PIC 9(06).
           05  AT-SITUACAO             PIC X(01).
               88  AT-EM-USO               VALUE 'A' ' '.
               88  AT-BAIXADO              VALUE 'B'.
           05  AT-DATA-BAIXA           PIC 9(08).
           05  AT-VALOR-BAIXA          PIC 9(10)V99.
