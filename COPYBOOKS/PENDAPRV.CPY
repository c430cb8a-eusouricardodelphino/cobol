      *> INICIAL JA CIFRADA OU A JUSTIFICATIVA.
      *> 03/09/2026 - DUPLO CONTROLE ESTENDIDO AO USRMAST (NOVO
      *>              ALVO 'USRMAST')
      *> 15/10/2026 - NOVO ALVO 'INDEXRT' (SERIE DE INDICES CARREGADA
      *>              PELO IDXCARGA): AV-PROGRAMA CARREGA O INDICE,
      *>              AV-CHAVE O ANO-MES E AV-VALOR-NOVO A TAXA
      *>*************************************************************
       01  AV-REGISTRO.
           05  AV-DATA                PIC 9(08).
           05  AV-ARQUIVO             PIC X(08).
               88  AV-ALVO-PARMGER        VALUE 'PARMGER'.
               88  AV-ALVO-USRMAST        VALUE 'USRMAST'.
               88  AV-ALVO-INDEXRT        VALUE 'INDEXRT'.
           05  AV-PROGRAMA            PIC X(20).
           05  AV-CHAVE               PIC X(15).
           05  AV-VALOR-NOVO          PIC S9(06)V9(04).
