      *>              GENERICA FRETEUF (BRANCO = REGISTRO ANTERIOR AO
      *>              CAMPO) - O FRETECON/FRETEFAT CONCILIAM CONTRA A
      *>              FONTE REALMENTE APLICADA
      *> 15/10/2026 - NOVOS CAMPOS FS-VALOR-MERCADORIA (VALOR DECLARADO
      *>              DO PEDIDO) E FS-SEGURO (TAXA AD VALOREM COBRADA,
      *>              JA INCLUIDA EM FS-FRETE) NO FIM DO REGISTRO - O
      *>              SINISTRO ABERTO PELO SHIPSTAT INDENIZA O VALOR
      *>              DA MERCADORIA. REGISTRO GRAVADO ANTES DOS CAMPOS
      *>              VEM COM BRANCOS NELES (VALE COMO ZERO)
      *> 15/10/2026 - NOVOS CAMPOS NO FIM DO REGISTRO (108 POSICOES):
      *>              FS-PESO-REAL E FS-CUBAGEM (M3) DO PEDIDO,
      *>              SOMADOS DOS VOLUMES DO FRETEVOL PELO PROGCOB09,
      *>              E FS-CARGA, NUMERO DA CARGA (ROMANEIO) DADO PELO
      *>              ROMANEIO - ZERO/BRANCO = AINDA SEM CARGA
      *>*************************************************************
       01  FS-REGISTRO.
           05  FS-PEDIDO               PIC 9(06).
               88  FS-TARIFA-CONTRATO      VALUE 'C'.
               88  FS-TARIFA-TABELA        VALUE 'T' ' '.
           05  FS-ZONA                 PIC X(01).
           05  FS-VALOR-MERCADORIA     PIC 9(06)V99.
           05  FS-SEGURO               PIC 9(06)V99.
           05  FS-PESO-REAL            PIC 9(04)V99.
           05  FS-CUBAGEM              PIC 9(03)V9(04).
           05  FS-CARGA                PIC 9(10).
