      *>*************************************************************
      *> DOCENTE.CPY
      *> LAYOUT DO CADASTRO DE PROFESSORES (DOCENTE). UM REGISTRO
      *> POR PROFESSOR, NA MESMA MATRICULA DO CADASTRO DE
      *> FUNCIONARIOS (EMP-MATRICULA), COM A TITULACAO E O VALOR DA
      *> HORA-AULA. O DOCHORAS CONTA AS AULAS DADAS NO MES PELO
      *> ARQUIVO DE PRESENCA E LANCA AS HORAS-AULA NO PONTOMOV PARA
      *> O FOLHAPAG PAGAR. PROFESSOR INATIVO NAO RECEBE LANCAMENTO.
      *>*************************************************************
       01  DC-REGISTRO.
           05  DC-MATRICULA            PIC 9(06).
           05  DC-NOME                 PIC X(30).
           05  DC-TITULACAO            PIC X(01).
               88  DC-GRADUADO             VALUE 'G'.
               88  DC-ESPECIALISTA         VALUE 'E'.
               88  DC-MESTRE               VALUE 'M'.
               88  DC-DOUTOR               VALUE 'D'.
           05  DC-VALOR-HORA-AULA      PIC 9(03)V99.
           05  DC-SITUACAO             PIC X(01).
               88  DC-ATIVO                VALUE 'A' ' '.
               88  DC-INATIVO              VALUE 'I'.
           05  FILLER                  PIC X(10).
