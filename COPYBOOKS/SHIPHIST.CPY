      *>*************************************************************
      *> SHIPHIST.CPY
      *> LAYOUT DO HISTORICO PERMANENTE DE SITUACAO DAS EXPEDICOES
      *> (SHIPHIST). UM REGISTRO POR TRANSACAO SHIPTRAN EFETIVAMENTE
      *> APLICADA PELO SHIPSTAT AO SHIPMAST - MUDANCA DE SITUACAO OU
      *> OCORRENCIA DE ENTREGA, COM A DATA, O MOTIVO DO ENTREGADOR E
      *> A SITUACAO ANTERIOR DO PEDIDO. ARQUIVO SO DE ACRESCIMO,
      *> CONSULTADO PELO RASTREIO (ATENDIMENTO AO CLIENTE) - AS
      *> GERACOES SHIPTRAN.HIST SO GUARDAM O ULTIMO MES.
      *>*************************************************************
       01  HS-REGISTRO.
           05  HS-PEDIDO               PIC 9(06).
           05  HS-SITUACAO-NOVA        PIC X(01).
               88  HS-PARA-EXPEDIDO        VALUE 'E'.
               88  HS-PARA-ENTREGUE        VALUE 'G'.
               88  HS-OCOR-RECUSA          VALUE 'R'.
               88  HS-OCOR-ENDERECO        VALUE 'N'.
               88  HS-OCOR-AVARIA          VALUE 'A'.
               88  HS-OCOR-EXTRAVIO        VALUE 'X'.
           05  HS-DATA                 PIC 9(08).
           05  HS-MOTIVO               PIC X(02).
           05  HS-SITUACAO-ANTERIOR    PIC X(01).
           05  HS-DATA-APLICACAO       PIC 9(08).
           05  FILLER                  PIC X(10).
