      *>              LANCAMENTO CONTABIL (ESTORNO), A APROVACAO DE
      *>              ALTERACOES PENDENTES (APROVMNT) E A TRIAGEM DE
      *>              ALERTAS (ALERTRIA)
      *> 15/10/2026 - CATALOGO DE CONTINGENCIA GANHA O RASTREAMENTO
      *>              DE PEDIDOS DO ATENDIMENTO (RASTREIO)
      *> 15/10/2026 - CATALOGO DE CONTINGENCIA GANHA A MANUTENCAO
      *>              DO LIMITE DE CREDITO DOS CLIENTES DE FRETE
      *>              (LIMCMANT)
      *> 15/10/2026 - CATALOGO DE CONTINGENCIA GANHA A CONSULTA
      *>              CONSOLIDADA DAS TRILHAS DE AUDITORIA (AUDCONS)
      *> 15/10/2026 - CATALOGO DE CONTINGENCIA GANHA A MANUTENCAO DAS
      *>              EXCECOES DE CALENDARIO DAS LOJAS (LOJEMANT)
      *> 15/10/2026 - CATALOGO DE CONTINGENCIA GANHA A TRIAGEM DE
      *>              SINISTROS DE TRANSPORTE (SINIAPRV) E A
      *>              REABILITACAO DE TRANSPORTADORAS (TRANSREA); TABELA
      *>              DO CATALOGO AMPLIADA PARA 30 OPCOES
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WRK-PM-PROGRAMA   PIC X(08).
               10  WRK-PM-PERMITIDO  PIC X(01).
       01  WRK-TABELA-CATALOGO.
           05  WRK-CATALOGO OCCURS 30 TIMES
                   INDEXED BY WRK-IDX-CAT.
               10  WRK-CAT-OPCAO       PIC 9(02).
               10  WRK-CAT-DESCRICAO   PIC X(40).
                   TO WRK-CAT-DESCRICAO (13)
               MOVE 'APROVMNT' TO WRK-CAT-PROGRAMA (13)
               MOVE 'APROVMNT' TO WRK-CAT-ACESSO (13)
               MOVE 14 TO WRK-CAT-OPCAO (14)
               MOVE 'TRIAGEM DE ALERTAS DO LOTE'
                   TO WRK-CAT-DESCRICAO (14)
               MOVE 'ALERTRIA' TO WRK-CAT-PROGRAMA (14)
               MOVE 'ALERTRIA' TO WRK-CAT-ACESSO (14)
               MOVE 20 TO WRK-QTD-OPCOES
               MOVE 15 TO WRK-CAT-OPCAO (15)
               MOVE 'RASTREAMENTO DE PEDIDOS (ATENDIMENTO)'
                   TO WRK-CAT-DESCRICAO (15)
               MOVE 'RASTREIO' TO WRK-CAT-PROGRAMA (15)
               MOVE 'RASTREIO' TO WRK-CAT-ACESSO (15)
               MOVE 16 TO WRK-CAT-OPCAO (16)
               MOVE 'LIMITE DE CREDITO DE CLIENTES DE FRETE'
                   TO WRK-CAT-DESCRICAO (16)
               MOVE 'LIMCMANT' TO WRK-CAT-PROGRAMA (16)
               MOVE 'LIMCMANT' TO WRK-CAT-ACESSO (16)
               MOVE 17 TO WRK-CAT-OPCAO (17)
               MOVE 'CONSULTA DAS TRILHAS DE AUDITORIA'
                   TO WRK-CAT-DESCRICAO (17)
               MOVE 'AUDCONS'  TO WRK-CAT-PROGRAMA (17)
               MOVE 'AUDCONS'  TO WRK-CAT-ACESSO (17)
               MOVE 18 TO WRK-CAT-OPCAO (18)
               MOVE 'EXCECOES DE CALENDARIO DAS LOJAS'
                   TO WRK-CAT-DESCRICAO (18)
               MOVE 'LOJEMANT' TO WRK-CAT-PROGRAMA (18)
               MOVE 'LOJEMANT' TO WRK-CAT-ACESSO (18)
               MOVE 19 TO WRK-CAT-OPCAO (19)
               MOVE 'TRIAGEM DE SINISTROS DE TRANSPORTE'
                   TO WRK-CAT-DESCRICAO (19)
               MOVE 'SINIAPRV' TO WRK-CAT-PROGRAMA (19)
               MOVE 'SINIAPRV' TO WRK-CAT-ACESSO (19)
               MOVE 20 TO WRK-CAT-OPCAO (20)
               MOVE 'REABILITACAO DE TRANSPORTADORAS'
                   TO WRK-CAT-DESCRICAO (20)
               MOVE 'TRANSREA' TO WRK-CAT-PROGRAMA (20)
               MOVE 'TRANSREA' TO WRK-CAT-ACESSO (20)
           END-IF.

      *>   OPCAO DE VERIFICACAO DE ACESSO E DE SAIDA, SEMPRE PRESENTES
