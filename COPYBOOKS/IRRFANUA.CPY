      *>*************************************************************
      *> IRRFANUA.CPY
      *> LAYOUT DO EXTRATO ANUAL DE RETENCOES NA FONTE (IRRFANUA),
      *> GERADO PELO COMPREND NA RODADA DE FIM DE ANO A PARTIR DO
      *> HISTORICO DA FOLHA (FOLHAHST). UM REGISTRO DE TAMANHO FIXO
      *> POR MATRICULA COM PAGAMENTO NO ANO-CALENDARIO: TOTAIS DO
      *> ANO, O 13O EM SEPARADO (TRIBUTACAO EXCLUSIVA) E A ABERTURA
      *> MES A MES DO RENDIMENTO TRIBUTAVEL E DO IRRF RETIDO - E O
      *> ARQUIVO QUE O CONTADOR TRANSMITE, SEM REDIGITACAO.
      *>*************************************************************
       01  IA-REGISTRO.
           05  IA-ANO-CALENDARIO      PIC 9(04).
           05  IA-MATRICULA           PIC 9(06).
           05  IA-CPF                 PIC X(11).
           05  IA-NOME                PIC X(20).
           05  IA-RENDIMENTO-TRIB     PIC 9(11)V99.
           05  IA-INSS                PIC 9(11)V99.
           05  IA-IRRF                PIC 9(11)V99.
           05  IA-PENSAO              PIC 9(11)V99.
           05  IA-QTD-DEPENDENTES     PIC 9(02).
           05  IA-VALOR-13            PIC 9(11)V99.
           05  IA-INSS-13             PIC 9(11)V99.
           05  IA-IRRF-13             PIC 9(11)V99.
           05  IA-RENDIMENTO-ISENTO   PIC 9(11)V99.
           05  IA-MES OCCURS 12 TIMES.
               10  IA-MES-RENDIMENTO  PIC 9(09)V99.
               10  IA-MES-IRRF        PIC 9(09)V99.
           05  FILLER                 PIC X(10).
