      *>*************************************************************
      *> ICMSUF.CPY
      *> LAYOUT DA TABELA DE ALIQUOTAS DE ICMS SOBRE O SERVICO DE
      *> TRANSPORTE (ICMSUF). UM REGISTRO POR PAR UF DE ORIGEM X UF
      *> DE DESTINO, COM A ALIQUOTA E A DATA DE INICIO DE VIGENCIA -
      *> EM ORDEM DE ORIGEM/DESTINO/VIGENCIA, O LEITOR FICA COM A
      *> ALIQUOTA VIGENTE MAIS RECENTE DO PAR (MESMA CONVENCAO DO
      *> PARMGER). LIDA PELO FRETEFAT, QUE DESTACA O ICMS DE CADA
      *> PEDIDO FATURADO; A ORIGEM E A UF DA EMPRESA PRINCIPAL NO
      *> CADASTRO EMPRESAS.
      *>*************************************************************
       01  IU-REGISTRO.
           05  IU-UF-ORIGEM           PIC X(02).
           05  IU-UF-DESTINO          PIC X(02).
           05  IU-ALIQUOTA            PIC 9(02)V99.
           05  IU-DATA-VIGENCIA       PIC 9(08).
