      *> QUANDO UM CANCELAMENTO LIBERA VAGA, O MATRICUL PROMOVE O
      *> PRIMEIRO AGUARDANDO ('A') DA TURMA E MARCA O REGISTRO COMO
      *> PROMOVIDO ('P').
      *> 15/10/2026 - NOVA SITUACAO 'I' (ESPERA POR INADIMPLENCIA:
      *>              ALUNO COM MENSALIDADE VENCIDA HA MAIS DIAS QUE O
      *>              PARMGER PERMITE - NAO E PROMOVIDO E VOLTA A 'A'
      *>              QUANDO A DIVIDA E QUITADA) E NOVO CAMPO
      *>              ES-MOTIVO COM A RAZAO DA ESPERA
      *>*************************************************************
       01  ES-REGISTRO.
           05  ES-MATRICULA           PIC 9(06).
               88  ES-AGUARDANDO          VALUE 'A' ' '.
               88  ES-PROMOVIDA           VALUE 'P'.
               88  ES-CANCELADA           VALUE 'C'.
               88  ES-INADIMPLENTE        VALUE 'I'.
           05  ES-DATA                PIC 9(08).
           05  ES-MOTIVO              PIC X(30).
