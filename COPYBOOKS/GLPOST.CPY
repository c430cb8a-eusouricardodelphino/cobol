      *>              FRETE PELO CENTRO OPERACIONAL DO CADASTRO) -
      *>              BASE DO RELATORIO DE GASTO POR CENTRO (CCUSTO);
      *>              BRANCO = LANCAMENTO CORPORATIVO SEM CENTRO
      *> 15/10/2026 - NOVO CAMPO GL-EMPRESA AO FINAL DO REGISTRO: A
      *>              EMPRESA DO GRUPO (CADASTRO EMPRESAS) DONA DO
      *>              LANCAMENTO - FOLHA PELA EMPRESA DO FUNCIONARIO,
      *>              VENDAS/CARTOES/ATIVO PELA EMPRESA DA LOJA;
      *>              BRANCO = EMPRESA PRINCIPAL '01' (LEGADO E
      *>              ROTINAS CORPORATIVAS)
      *>*************************************************************
       01  GL-REGISTRO.
           05  GL-DATA                 PIC 9(08).
           05  GL-HISTORICO            PIC X(20).
           05  GL-VALOR                PIC 9(12)V99.
           05  GL-CENTRO-CUSTO         PIC X(06).
           05  GL-EMPRESA              PIC X(02).
