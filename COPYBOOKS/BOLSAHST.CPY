      *>*************************************************************
      *> BOLSAHST.CPY
      *> LAYOUT DO HISTORICO DE DECISOES DE BOLSA (BOLSAHST). UM
      *> REGISTRO POR BOLSISTA REVISADO NO FIM DO PERIODO PELO
      *> BOLSAREV, COM O DESEMPENHO APURADO NO STUTRAN (MEDIA E
      *> FREQUENCIA MEDIAS DAS DISCIPLINAS, REPROVACOES), A DECISAO
      *> (RENOVADA, SUSPENSA OU CANCELADA), A MARCACAO DE DESCONTO DO
      *> ALUNO ANTES E DEPOIS E O MOTIVO. SO CRESCE - O BOLSISTA JA
      *> DECIDIDO NO PERIODO NAO E REVISADO DE NOVO NA RERODADA.
      *>*************************************************************
       01  BH-REGISTRO.
           05  BH-MATRICULA           PIC 9(06).
           05  BH-PERIODO             PIC 9(06).
           05  BH-DATA-DECISAO        PIC 9(08).
           05  BH-DECISAO             PIC X(01).
               88  BH-RENOVADA            VALUE 'R'.
               88  BH-SUSPENSA            VALUE 'S'.
               88  BH-CANCELADA           VALUE 'C'.
           05  BH-DESCONTO-ANTERIOR   PIC X(01).
           05  BH-DESCONTO-NOVO       PIC X(01).
           05  BH-MEDIA               PIC 9(02)V99.
           05  BH-FREQUENCIA          PIC 9(03)V99.
           05  BH-REPROVACOES         PIC 9(02).
           05  BH-MOTIVO              PIC X(30).
           05  FILLER                 PIC X(10).
