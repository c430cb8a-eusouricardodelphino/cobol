      *>*************************************************************
      *> FOLHAHST.CPY
      *> LAYOUT DO HISTORICO PERMANENTE DE RESULTADOS DA FOLHA
      *> (FOLHAHST). UM REGISTRO POR MATRICULA, COMPETENCIA E VERBA
      *> PAGA OU DESCONTADA, GRAVADO EM EXTEND PELA FOLHA MENSAL
      *> (FOLHAPAG), PELO 13O (DECIMO13) E PELAS FERIAS (FERIASPG) -
      *> A ORIGEM SEPARA OS TRES PROCESSAMENTOS DA MESMA COMPETENCIA
      *> E A SEQUENCIA REPRODUZ A ORDEM DAS LINHAS DO CONTRACHEQUE.
      *> SERVE PARA RECONSTITUIR O CONTRACHEQUE DEPOIS DE EXPURGADO
      *> O SPOOL, PARA O INFORME ANUAL DE RENDIMENTOS E PARA A
      *> CONFERENCIA DE VARIACAO DA FOLHA CONTRA O MES ANTERIOR.
      *> TIPO: P = PROVENTO, D = DESCONTO, L = LIQUIDO PAGO,
      *>       I = INFORMATIVO (BRUTO, FGTS - NAO MEXE NO LIQUIDO).
      *> 15/10/2026 - NOVA RUBRICA RETR - DIFERENCA RETROATIVA DE
      *>              REAJUSTE PAGA PELA FOLHA (DIFRETRO)
      *> 15/10/2026 - NOVA RUBRICA ADIA - DESCONTO NA FOLHA DO
      *>              ADIANTAMENTO QUINZENAL PAGO PELO ADIANTAM
      *> 15/10/2026 - NOVA RUBRICA AULA - HORAS-AULA DOS DOCENTES
      *>              PAGAS PELA FOLHA (DOCHORAS)
      *>*************************************************************
       01  HF-REGISTRO.
           05  HF-MATRICULA           PIC 9(06).
           05  HF-COMPETENCIA         PIC 9(06).
           05  HF-ORIGEM              PIC X(01).
               88  HF-ORIGEM-FOLHA        VALUE 'F'.
               88  HF-ORIGEM-DECIMO       VALUE 'D'.
               88  HF-ORIGEM-FERIAS       VALUE 'V'.
           05  HF-SEQUENCIA           PIC 9(02).
           05  HF-RUBRICA             PIC X(04).
               88  HF-RUB-SALARIO-BASE    VALUE 'SALB'.
               88  HF-RUB-HORA-EXTRA-50   VALUE 'HE50'.
               88  HF-RUB-HORA-EXTRA-100  VALUE 'HE10'.
               88  HF-RUB-NOTURNO         VALUE 'NOTU'.
               88  HF-RUB-HORA-AULA       VALUE 'AULA'.
               88  HF-RUB-COMISSAO        VALUE 'COMI'.
               88  HF-RUB-DIF-RETROATIVA  VALUE 'RETR'.
               88  HF-RUB-FALTAS          VALUE 'FALT'.
               88  HF-RUB-SALARIO-FAMILIA VALUE 'SFAM'.
               88  HF-RUB-BRUTO           VALUE 'BRUT'.
               88  HF-RUB-INSS            VALUE 'INSS'.
               88  HF-RUB-IRRF            VALUE 'IRRF'.
               88  HF-RUB-CONSIGNADO      VALUE 'CONS'.
               88  HF-RUB-VALE-TRANSPORTE VALUE 'VTRA'.
               88  HF-RUB-PLANO-SAUDE     VALUE 'SAUD'.
               88  HF-RUB-PENSAO          VALUE 'PENS'.
               88  HF-RUB-ADIANTAMENTO    VALUE 'ADIA'.
               88  HF-RUB-DESCONTO-FIXO   VALUE 'DFIX'.
               88  HF-RUB-DECIMO-TERCEIRO VALUE 'DEC3'.
               88  HF-RUB-ADIANTAMENTO-13 VALUE 'AD13'.
               88  HF-RUB-FERIAS          VALUE 'FERI'.
               88  HF-RUB-TERCO-FERIAS    VALUE 'TERC'.
               88  HF-RUB-LIQUIDO         VALUE 'LIQU'.
               88  HF-RUB-FGTS            VALUE 'FGTS'.
           05  HF-TIPO                PIC X(01).
               88  HF-PROVENTO            VALUE 'P'.
               88  HF-DESCONTO            VALUE 'D'.
               88  HF-LIQUIDO             VALUE 'L'.
               88  HF-INFORMATIVO         VALUE 'I'.
           05  HF-DESCRICAO           PIC X(20).
           05  HF-QUANTIDADE          PIC 9(03)V99.
           05  HF-VALOR               PIC 9(09)V99.
           05  HF-DEPARTAMENTO        PIC X(10).
           05  HF-DATA-PROCESSAMENTO  PIC 9(08).
           05  FILLER                 PIC X(10).
