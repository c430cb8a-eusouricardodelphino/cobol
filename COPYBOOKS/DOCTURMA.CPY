      *>*************************************************************
      *> DOCTURMA.CPY
      *> LAYOUT DA ALOCACAO DE PROFESSORES NAS TURMAS (DOCTURMA). UM
      *> REGISTRO POR CURSO/TURMA/PERIODO DO TURMAMST, COM A
      *> MATRICULA DO PROFESSOR RESPONSAVEL (CADASTRO DOCENTE) E A
      *> DURACAO DE CADA AULA EM HORAS-AULA. CADA DATA DE AULA DA
      *> TURMA NO ARQUIVO DE PRESENCA VALE UMA AULA DADA PELO
      *> PROFESSOR ALOCADO.
      *>*************************************************************
       01  DA-REGISTRO.
           05  DA-CURSO                PIC X(06).
           05  DA-TURMA                PIC X(04).
           05  DA-PERIODO              PIC 9(06).
           05  DA-MATRICULA            PIC 9(06).
           05  DA-HORAS-POR-AULA       PIC 9(01)V9.
           05  FILLER                  PIC X(08).
