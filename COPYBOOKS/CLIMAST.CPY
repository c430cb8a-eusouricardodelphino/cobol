      *>              CONFERIDO PELA CARTEIRA NA ABERTURA DE POSICAO
      *>              CONTRA O PERFIL MINIMO DO PRODUTO (PRODCAT);
      *>              BRANCO VALE COMO NAO AVALIADO = CONSERVADOR
      *> 15/10/2026 - CLIENTE INATIVO HA MAIS QUE A RETENCAO DO
      *>              PARMGER (DATA DA DESATIVACAO NO CLIAUDIT) TEM
      *>              NOME E DOCUMENTO APAGADOS PELO ANONIMIZ -
      *>              CL-NOME FICA 'ANONIMIZADO'; CODIGO E POSICOES
      *>              SAO MANTIDOS
      *>*************************************************************
       01  CL-REGISTRO.
           05  CL-CODIGO               PIC 9(06).
