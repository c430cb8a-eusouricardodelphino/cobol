      *>*************************************************************
      *> ICMSMOV.CPY
      *> LAYOUT DO MOVIMENTO DE ICMS SOBRE FRETE (ICMSMOV). UM
      *> REGISTRO POR PEDIDO FATURADO PELO FRETEFAT, COM A BASE (O
      *> FRETE COBRADO - ICMS INCLUIDO NO PRECO), A ALIQUOTA DO PAR
      *> ORIGEM/DESTINO DA TABELA ICMSUF E O IMPOSTO DESTACADO.
      *> ARQUIVO SO DE ACRESCIMO, APURADO NO MES PELO ICMSAPUR POR UF
      *> DE DESTINO PARA A GUIA DE RECOLHIMENTO NO GUIAPAG.
      *>*************************************************************
       01  IV-REGISTRO.
           05  IV-DATA                PIC 9(08).
           05  IV-PEDIDO              PIC 9(06).
           05  IV-CLIENTE             PIC 9(06).
           05  IV-UF-ORIGEM           PIC X(02).
           05  IV-UF-DESTINO          PIC X(02).
           05  IV-BASE                PIC 9(06)V99.
           05  IV-ALIQUOTA            PIC 9(02)V99.
           05  IV-ICMS                PIC 9(06)V99.
