      *>*************************************************************
      *> HORARIO.CPY
      *> LAYOUT DA GRADE HORARIA DAS TURMAS (HORARIO). UM REGISTRO
      *> POR AULA SEMANAL DE CADA CURSO/TURMA/PERIODO DO TURMAMST:
      *> DIA DA SEMANA (1 = SEGUNDA A 7 = DOMINGO), HORA DE INICIO E
      *> DE FIM (HHMM) E SALA. O MATRICUL REJEITA A INCLUSAO EM TURMA
      *> COM AULA NO MESMO HORARIO DE OUTRA TURMA DO ALUNO NO
      *> PERIODO; O SALAOCUP APONTA SALA COM DUAS AULAS AO MESMO
      *> TEMPO ANTES DO INICIO DO PERIODO.
      *>*************************************************************
       01  HR-REGISTRO.
           05  HR-CURSO               PIC X(06).
           05  HR-TURMA               PIC X(04).
           05  HR-PERIODO             PIC 9(06).
           05  HR-DIA-SEMANA          PIC 9(01).
           05  HR-HORA-INICIO         PIC 9(04).
           05  HR-HORA-FIM            PIC 9(04).
           05  HR-SALA                PIC X(06).
           05  FILLER                 PIC X(09).
