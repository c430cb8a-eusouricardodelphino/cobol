      *>*************************************************************
      *> CURRIC.CPY
      *> LAYOUT DA GRADE CURRICULAR (CURRIC). DEFINE CADA PROGRAMA DE
      *> ESTUDO (CURSO DE FORMACAO) EM REGISTROS DE TRES TIPOS:
      *>   'P' = CABECALHO DO PROGRAMA - NOME, MINIMO DE CREDITOS
      *>         NO TOTAL E MINIMO DE CREDITOS EM ELETIVAS
      *>   'O' = DISCIPLINA OBRIGATORIA DO PROGRAMA, COM OS CREDITOS
      *>   'E' = DISCIPLINA ELETIVA DO PROGRAMA, COM OS CREDITOS
      *> A DISCIPLINA E A MESMA DO CATALOGO CURSOCAT. O PROGRAMA DO
      *> ALUNO VEM DO STUMAST (SM-PROGRAMA) E A AUDITORIA DE
      *> FORMATURA (FORMATUR) CONFERE O HISTORICO STUTRAN CONTRA A
      *> GRADE. CREDITO = HORAS-AULA/15 NA CONVENCAO DA SECRETARIA.
      *>*************************************************************
       01  CC-REGISTRO.
           05  CC-PROGRAMA            PIC X(06).
           05  CC-TIPO                PIC X(01).
               88  CC-CABECALHO           VALUE 'P'.
               88  CC-OBRIGATORIA         VALUE 'O'.
               88  CC-ELETIVA             VALUE 'E'.
           05  CC-CURSO               PIC X(06).
           05  CC-CREDITOS            PIC 9(03).
           05  CC-MIN-CREDITOS        PIC 9(03).
           05  CC-MIN-ELETIVAS        PIC 9(03).
           05  CC-DESCRICAO           PIC X(30).
           05  FILLER                 PIC X(08).
