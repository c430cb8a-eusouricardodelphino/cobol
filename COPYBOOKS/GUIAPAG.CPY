      *> ROLADO PARA DIA UTIL (DIAUTIL). LIDO PELO TESOURAR PARA QUE
      *> A SAIDA DO DIA APARECA NA POSICAO DE CAIXA ANTES DO
      *> VENCIMENTO BATER NA CONTA.
      *> 15/10/2026 - NOVO TIPO 'FGTS': GUIA DO DEPOSITO MENSAL DE
      *>              FGTS, CONSOLIDADA PELO GUIAIMP A PARTIR DOS
      *>              CREDITOS EM FGTS-RECOL NO GLPOST
      *> 15/10/2026 - NOVO TIPO 'FORNEC': PAGAMENTO DE NOTA DE
      *>              FORNECEDOR GERAL AGENDADO PELA RODADA SEMANAL
      *>              DO PAGFORN
      *> 15/10/2026 - GUIAS DE RECOLHIMENTO POR EMPRESA: NOVOS
      *>              GP-EMPRESA E GP-CNPJ AO FINAL DO REGISTRO,
      *>              PREENCHIDOS PELO GUIAIMP (EM BRANCO NOS DEMAIS
      *>              TIPOS E NO LEGADO)
      *> 15/10/2026 - NOVO TIPO 'ICMS': GUIA MENSAL DO ICMS SOBRE
      *>              FRETE POR UF DE DESTINO, APURADA PELO ICMSAPUR
      *>              A PARTIR DO ICMSMOV (UF NA DESCRICAO)
      *>*************************************************************
       01  GP-REGISTRO.
           05  GP-DATA-VENCIMENTO     PIC 9(08).
           05  GP-TIPO                PIC X(08).
               88  GP-EH-GUIA-INSS        VALUE 'INSS'.
               88  GP-EH-GUIA-IRRF        VALUE 'IRRF'.
               88  GP-EH-GUIA-FGTS        VALUE 'FGTS'.
               88  GP-EH-GUIA-ICMS        VALUE 'ICMS'.
               88  GP-EH-PAGTO-FRETE      VALUE 'FRETE'.
               88  GP-EH-PAGTO-FORNEC     VALUE 'FORNEC'.
           05  GP-COMPETENCIA         PIC 9(06).
           05  GP-VALOR               PIC 9(12)V99.
           05  GP-DESCRICAO           PIC X(30).
           05  GP-EMPRESA             PIC X(02).
           05  GP-CNPJ                PIC 9(14).
