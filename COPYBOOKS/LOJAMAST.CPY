      *> (PROGCOB15): LOJA DESCONHECIDA CAI NO CAMINHO DE EXCECAO EM
      *> VEZ DE VIRAR UM TOTAL FANTASMA NO HISTORICO. BASE TAMBEM DO
      *> RANKING MENSAL DE LOJAS (LOJARANK).
      *> 15/10/2026 - CENTRO DE CUSTO CONTABIL DA LOJA ACRESCENTADO
      *>              AO FINAL DO REGISTRO - CARIMBADO PELO
      *>              FECHAMENTO (PROGCOB15) NOS LANCAMENTOS DE VENDA
      *>              DO GLPOST; EM BRANCO VALE O PROPRIO CODIGO DA
      *>              LOJA
      *> 15/10/2026 - EMPRESA DO GRUPO DONA DA LOJA (CADASTRO
      *>              EMPRESAS) ACRESCENTADA AO FINAL DO REGISTRO -
      *>              CARIMBADA NOS LANCAMENTOS DE VENDA, CARTAO E
      *>              ATIVO DA LOJA; EM BRANCO VALE A PRINCIPAL '01'
      *>*************************************************************
       01  LJ-REGISTRO.
           05  LJ-CODIGO              PIC X(06).
               88  LJ-LOJA-ATIVA          VALUE 'S' ' '.
               88  LJ-LOJA-INATIVA        VALUE 'N'.
           05  FILLER                 PIC X(05).
           05  LJ-CENTRO-CUSTO        PIC X(06).
           05  LJ-EMPRESA             PIC X(02).
