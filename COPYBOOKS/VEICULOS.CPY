      *>*************************************************************
      *> VEICULOS.CPY
      *> LAYOUT DO CADASTRO DE VEICULOS DAS TRANSPORTADORAS
      *> (VEICULOS). UM REGISTRO POR TRANSPORTADORA E TIPO DE VEICULO
      *> (TOCO, TRUCK, CARRETA...), MANTIDO PELO COMPRAS NA
      *> CONTRATACAO: QUANTOS VEICULOS DO TIPO A TRANSPORTADORA POE
      *> A NOSSA DISPOSICAO POR DIA E A CAPACIDADE DE CADA UM - PESO
      *> MAXIMO EM KG E CUBAGEM MAXIMA EM M3. O ROMANEIO MONTA AS
      *> CARGAS DO DIA DENTRO DESSES LIMITES. QUANTIDADE ZERO =
      *> TIPO SUSPENSO (NAO RECEBE CARGA).
      *>*************************************************************
       01  VE-REGISTRO.
           05  VE-TRANSPORTADORA       PIC X(10).
           05  VE-TIPO                 PIC X(10).
           05  VE-QTD-DISPONIVEL       PIC 9(02).
           05  VE-PESO-MAXIMO          PIC 9(05)V99.
           05  VE-CUBAGEM-MAXIMA       PIC 9(03)V99.
           05  FILLER                  PIC X(10).
