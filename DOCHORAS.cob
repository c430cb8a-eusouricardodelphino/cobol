       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCHORAS.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = APURACAO MENSAL DAS HORAS-AULA DOS PROFESSORES:
      *> CONTA AS AULAS DADAS NA COMPETENCIA A PARTIR DAS DATAS DE
      *> AULA DO ARQUIVO DE PRESENCA (UMA AULA POR TURMA/DATA),
      *> ATRIBUI CADA AULA AO PROFESSOR ALOCADO NA TURMA (DOCTURMA)
      *> COM A DURACAO EM HORAS-AULA, E LANCA NO PONTOMOV DA
      *> COMPETENCIA AS HORAS E O VALOR DA HORA-AULA DO CADASTRO
      *> DOCENTE PARA O FOLHAPAG PAGAR - FIM DO LANCAMENTO MANUAL DE
      *> HORAS DE PROFESSOR. O PROFESSOR PRECISA ESTAR ATIVO NO
      *> DOCENTE E NO CADASTRO DE FUNCIONARIOS (EMPFILE). EMITE A
      *> CARGA HORARIA POR PROFESSOR E TURMA/PERIODO (CARGARPT), COM
      *> AS AULAS SEM PROFESSOR ALOCADO.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCENTE ASSIGN TO "DOCENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DOCENTE-STATUS.
           SELECT DOCTURMA ASSIGN TO "DOCTURMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DOCTURMA-STATUS.
           SELECT PRESENCA ASSIGN TO "PRESENCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRESENCA-STATUS.
           SELECT EMPFILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT PONTOMOV ASSIGN TO "PONTOMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOMOV-STATUS.
           SELECT CARGARPT ASSIGN TO "CARGARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTE.
           COPY "DOCENTE.CPY" IN 'COPYBOOKS'.
       FD  DOCTURMA.
           COPY "DOCTURMA.CPY" IN 'COPYBOOKS'.
       FD  PRESENCA.
           COPY "PRESENCA.CPY" IN 'COPYBOOKS'.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  PONTOMOV.
           COPY "PONTOMOV.CPY" IN 'COPYBOOKS'.
       FD  CARGARPT
           RECORDING MODE IS F.
       01  CARGARPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-DOCENTE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DOCTURMA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PRESENCA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPFILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PONTOMOV-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CARGARPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-PRESENCA    PIC X(01) VALUE 'N'.
           88 WRK-EOF-PRESENCA    VALUE 'S'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-DOCENTES    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DOCENTE     PIC 9(03) VALUE ZEROS.
       77 WRK-DOCENTE-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALOCACOES   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ALOCACAO    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-AL-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-AULAS       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-AULA        PIC 9(04) VALUE ZEROS.
       77 WRK-AULA-ACHADA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-PONTOS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PONTO       PIC 9(04) VALUE ZEROS.
       77 WRK-PONTO-ACHADO    PIC X(01) VALUE 'N'.
       77 WRK-HORAS-ALOCACAO  PIC 9(04)V9 VALUE ZEROS.
       77 WRK-VALOR-DOCENTE   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCR-TITULACAO PIC X(12) VALUE SPACES.
       77 WRK-DESCR-LANCAMENTO PIC X(40) VALUE SPACES.
       77 WRK-AULAS-EDIT      PIC ZZZ9 VALUE ZEROS.
       77 WRK-HORAS-EDIT      PIC ZZZ9,9 VALUE ZEROS.
       77 WRK-HORAS-AULA-EDIT PIC 9,9 VALUE ZEROS.
       77 WRK-VALOR-HORA-EDIT PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-AULAS-MES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-DOCENTE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANCADOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NAO-LANCADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ALOC-INVALIDA PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-HORAS       PIC 9(06)V9 VALUE ZEROS.
       77 WRK-TOT-VALOR       PIC 9(09)V99 VALUE ZEROS.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       01 WRK-TABELA-DOCENTES.
           05  WRK-DOC-ITEM OCCURS 200 TIMES
                   INDEXED BY WRK-IDX-TDC.
               10  WRK-DC-MATRICULA   PIC 9(06).
               10  WRK-DC-NOME        PIC X(30).
               10  WRK-DC-TITULACAO   PIC X(01).
               10  WRK-DC-VALOR-HORA  PIC 9(03)V99.
               10  WRK-DC-SITUACAO    PIC X(01).
               10  WRK-DC-AULAS       PIC 9(04).
               10  WRK-DC-HORAS       PIC 9(04)V9.
               10  WRK-DC-LANCAR      PIC X(01).
       01 WRK-TABELA-ALOCACOES.
           05  WRK-ALO-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TAL.
               10  WRK-DA-CURSO       PIC X(06).
               10  WRK-DA-TURMA       PIC X(04).
               10  WRK-DA-PERIODO     PIC 9(06).
               10  WRK-DA-MATRICULA   PIC 9(06).
               10  WRK-DA-HORAS-AULA  PIC 9(01)V9.
               10  WRK-DA-AULAS       PIC 9(03).
       01 WRK-TABELA-AULAS.
           05  WRK-AUL-ITEM OCCURS 5000 TIMES
                   INDEXED BY WRK-IDX-TAU.
               10  WRK-AU-CHAVE.
                   15  WRK-AU-CURSO   PIC X(06).
                   15  WRK-AU-TURMA   PIC X(04).
                   15  WRK-AU-PERIODO PIC 9(06).
                   15  WRK-AU-DATA    PIC 9(08).
               10  WRK-AU-ALOCADA     PIC X(01).
       01 WRK-TABELA-PONTOS.
           05  WRK-PONTO-REG OCCURS 1000 TIMES PIC X(43).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-LER-PRESENCA UNTIL WRK-EOF-PRESENCA.
           PERFORM 300000-EMITIR-CARGA.
           PERFORM 400000-ATUALIZAR-PONTOMOV.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-COMPETENCIA.

           PERFORM 110000-CARREGAR-DOCENTES.
           PERFORM 120000-CARREGAR-ALOCACOES.

           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'EMPFILE INDISPONIVEL - STATUS '
                       WRK-EMPFILE-STATUS
                       ' - PROFESSOR NAO SERA VALIDADO NESTA RODADA'
           END-IF.

           OPEN OUTPUT CARGARPT.
           MOVE SPACES TO CARGARPT-LINHA.
           STRING 'CARGA HORARIA DOCENTE - COMPETENCIA '
                  WRK-COMPETENCIA ' - ' WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO CARGARPT-LINHA
           END-STRING.
           WRITE CARGARPT-LINHA.

           OPEN INPUT PRESENCA.
           IF WRK-PRESENCA-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE PRESENCA - NENHUMA AULA '
                       'APURADA - STATUS ' WRK-PRESENCA-STATUS
               MOVE 'S' TO WRK-FIM-PRESENCA
           END-IF.

      *>*********************************************
       110000-CARREGAR-DOCENTES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-DOCENTES.
           OPEN INPUT DOCENTE.
           IF WRK-DOCENTE-STATUS = '00'
               PERFORM 111000-LER-DOCENTE
                   UNTIL WRK-DOCENTE-STATUS = '10'
               CLOSE DOCENTE
           ELSE
               DISPLAY 'DOCENTE INDISPONIVEL - STATUS '
                       WRK-DOCENTE-STATUS
                       ' - NENHUMA HORA-AULA SERA LANCADA'
           END-IF.

      *>*********************************************
       111000-LER-DOCENTE.
      *>*********************************************
           READ DOCENTE
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-DOCENTES < 200
                       ADD 1 TO WRK-QTD-DOCENTES
                       MOVE DC-MATRICULA
                           TO WRK-DC-MATRICULA (WRK-QTD-DOCENTES)
                       MOVE DC-NOME
                           TO WRK-DC-NOME (WRK-QTD-DOCENTES)
                       MOVE DC-TITULACAO
                           TO WRK-DC-TITULACAO (WRK-QTD-DOCENTES)
                       MOVE DC-VALOR-HORA-AULA
                           TO WRK-DC-VALOR-HORA (WRK-QTD-DOCENTES)
                       MOVE DC-SITUACAO
                           TO WRK-DC-SITUACAO (WRK-QTD-DOCENTES)
                       MOVE ZEROS
                           TO WRK-DC-AULAS (WRK-QTD-DOCENTES)
                       MOVE ZEROS
                           TO WRK-DC-HORAS (WRK-QTD-DOCENTES)
                       MOVE 'N'
                           TO WRK-DC-LANCAR (WRK-QTD-DOCENTES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'DOCENTE COM MAIS DE 200 PROFESSORES '
                               '- REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-ALOCACOES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-ALOCACOES.
           OPEN INPUT DOCTURMA.
           IF WRK-DOCTURMA-STATUS = '00'
               PERFORM 121000-LER-ALOCACAO
                   UNTIL WRK-DOCTURMA-STATUS = '10'
               CLOSE DOCTURMA
           ELSE
               DISPLAY 'DOCTURMA INDISPONIVEL - STATUS '
                       WRK-DOCTURMA-STATUS
                       ' - AULAS FICAM SEM PROFESSOR'
           END-IF.

      *>*********************************************
       121000-LER-ALOCACAO.
      *>*********************************************
           READ DOCTURMA
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-ALOCACOES < 500
                       ADD 1 TO WRK-QTD-ALOCACOES
                       MOVE DA-CURSO
                           TO WRK-DA-CURSO (WRK-QTD-ALOCACOES)
                       MOVE DA-TURMA
                           TO WRK-DA-TURMA (WRK-QTD-ALOCACOES)
                       MOVE DA-PERIODO
                           TO WRK-DA-PERIODO (WRK-QTD-ALOCACOES)
                       MOVE DA-MATRICULA
                           TO WRK-DA-MATRICULA (WRK-QTD-ALOCACOES)
                       MOVE DA-HORAS-POR-AULA
                           TO WRK-DA-HORAS-AULA (WRK-QTD-ALOCACOES)
                       MOVE ZEROS
                           TO WRK-DA-AULAS (WRK-QTD-ALOCACOES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'DOCTURMA COM MAIS DE 500 ALOCACOES '
                               '- REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       200000-LER-PRESENCA.
      *>*********************************************
      *>   O ARQUIVO TEM UM REGISTRO POR ALUNO - A AULA E A DATA DA
      *>   TURMA, CONTADA UMA VEZ SO
           READ PRESENCA
               AT END
                   MOVE 'S' TO WRK-FIM-PRESENCA
               NOT AT END
                   IF PS-DATA-AULA (1:6) = WRK-COMPETENCIA
                       PERFORM 210000-REGISTRAR-AULA
                   END-IF
           END-READ.

      *>*********************************************
       210000-REGISTRAR-AULA.
      *>*********************************************
           MOVE 'N' TO WRK-AULA-ACHADA.
           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                   UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
               IF WRK-AU-CURSO (WRK-IDX-AULA) = PS-CURSO
                   AND WRK-AU-TURMA (WRK-IDX-AULA) = PS-TURMA
                   AND WRK-AU-PERIODO (WRK-IDX-AULA) = PS-PERIODO
                   AND WRK-AU-DATA (WRK-IDX-AULA) = PS-DATA-AULA
                   MOVE 'S' TO WRK-AULA-ACHADA
                   MOVE WRK-QTD-AULAS TO WRK-IDX-AULA
               END-IF
           END-PERFORM.

           IF WRK-AULA-ACHADA = 'N'
               IF WRK-QTD-AULAS < 5000
                   ADD 1 TO WRK-QTD-AULAS
                   ADD 1 TO WRK-QTD-AULAS-MES
                   MOVE PS-CURSO     TO WRK-AU-CURSO (WRK-QTD-AULAS)
                   MOVE PS-TURMA     TO WRK-AU-TURMA (WRK-QTD-AULAS)
                   MOVE PS-PERIODO   TO WRK-AU-PERIODO (WRK-QTD-AULAS)
                   MOVE PS-DATA-AULA TO WRK-AU-DATA (WRK-QTD-AULAS)
                   PERFORM 211000-LOCALIZAR-ALOCACAO
                   IF WRK-IDX-AL-ACHADA > 0
                       MOVE 'S' TO WRK-AU-ALOCADA (WRK-QTD-AULAS)
                       ADD 1 TO WRK-DA-AULAS (WRK-IDX-AL-ACHADA)
                   ELSE
                       MOVE 'N' TO WRK-AU-ALOCADA (WRK-QTD-AULAS)
                       ADD 1 TO WRK-QTD-SEM-DOCENTE
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
                   DISPLAY 'MAIS DE 5000 AULAS NA COMPETENCIA - '
                           'AULA DE ' PS-CURSO '/' PS-TURMA ' EM '
                           PS-DATA-AULA ' IGNORADA'
               END-IF
           END-IF.

      *>*********************************************
       211000-LOCALIZAR-ALOCACAO.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-AL-ACHADA.
           PERFORM VARYING WRK-IDX-ALOCACAO FROM 1 BY 1
                   UNTIL WRK-IDX-ALOCACAO > WRK-QTD-ALOCACOES
               IF WRK-DA-CURSO (WRK-IDX-ALOCACAO) = PS-CURSO
                   AND WRK-DA-TURMA (WRK-IDX-ALOCACAO) = PS-TURMA
                   AND WRK-DA-PERIODO (WRK-IDX-ALOCACAO) = PS-PERIODO
                   MOVE WRK-IDX-ALOCACAO TO WRK-IDX-AL-ACHADA
                   MOVE WRK-QTD-ALOCACOES TO WRK-IDX-ALOCACAO
               END-IF
           END-PERFORM.

      *>*********************************************
       300000-EMITIR-CARGA.
      *>*********************************************
           PERFORM VARYING WRK-IDX-DOCENTE FROM 1 BY 1
                   UNTIL WRK-IDX-DOCENTE > WRK-QTD-DOCENTES
               PERFORM 310000-APURAR-DOCENTE
           END-PERFORM.

           PERFORM 320000-LISTAR-PENDENCIAS.

      *>*********************************************
       310000-APURAR-DOCENTE.
      *>*********************************************
           EVALUATE WRK-DC-TITULACAO (WRK-IDX-DOCENTE)
               WHEN 'G'
                   MOVE 'GRADUADO'     TO WRK-DESCR-TITULACAO
               WHEN 'E'
                   MOVE 'ESPECIALISTA' TO WRK-DESCR-TITULACAO
               WHEN 'M'
                   MOVE 'MESTRE'       TO WRK-DESCR-TITULACAO
               WHEN 'D'
                   MOVE 'DOUTOR'       TO WRK-DESCR-TITULACAO
               WHEN OTHER
                   MOVE SPACES         TO WRK-DESCR-TITULACAO
           END-EVALUATE.

           MOVE SPACES TO CARGARPT-LINHA.
           WRITE CARGARPT-LINHA.
           MOVE WRK-DC-VALOR-HORA (WRK-IDX-DOCENTE)
               TO WRK-VALOR-HORA-EDIT.
           MOVE SPACES TO CARGARPT-LINHA.
           STRING 'PROFESSOR ' WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                  ' ' WRK-DC-NOME (WRK-IDX-DOCENTE)
                  ' ' WRK-DESCR-TITULACAO
                  ' HORA-AULA ' WRK-VALOR-HORA-EDIT
               DELIMITED BY SIZE INTO CARGARPT-LINHA
           END-STRING.
           WRITE CARGARPT-LINHA.
           MOVE '  CURSO  TURMA PERIODO  AULAS H/AULA   HORAS'
               TO CARGARPT-LINHA.
           WRITE CARGARPT-LINHA.

           PERFORM VARYING WRK-IDX-ALOCACAO FROM 1 BY 1
                   UNTIL WRK-IDX-ALOCACAO > WRK-QTD-ALOCACOES
               IF WRK-DA-MATRICULA (WRK-IDX-ALOCACAO) =
                       WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                   PERFORM 312000-IMPRIMIR-ALOCACAO
               END-IF
           END-PERFORM.

           PERFORM 311000-CONFERIR-LANCAMENTO.

           COMPUTE WRK-VALOR-DOCENTE ROUNDED =
                   WRK-DC-HORAS (WRK-IDX-DOCENTE) *
                   WRK-DC-VALOR-HORA (WRK-IDX-DOCENTE).
           MOVE WRK-DC-AULAS (WRK-IDX-DOCENTE) TO WRK-AULAS-EDIT.
           MOVE WRK-DC-HORAS (WRK-IDX-DOCENTE) TO WRK-HORAS-EDIT.
           MOVE WRK-VALOR-DOCENTE TO CE-VALOR-EDITADO.
           MOVE SPACES TO CARGARPT-LINHA.
           STRING '  TOTAL: AULAS ' WRK-AULAS-EDIT
                  ' HORAS ' WRK-HORAS-EDIT
                  ' VALOR ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO CARGARPT-LINHA
           END-STRING.
           WRITE CARGARPT-LINHA.
           MOVE SPACES TO CARGARPT-LINHA.
           STRING '  ' WRK-DESCR-LANCAMENTO
               DELIMITED BY SIZE INTO CARGARPT-LINHA
           END-STRING.
           WRITE CARGARPT-LINHA.

      *>*********************************************
       311000-CONFERIR-LANCAMENTO.
      *>*********************************************
      *>   SO VAI AO PONTOMOV O PROFESSOR ATIVO NO DOCENTE E NO
      *>   EMPFILE - SEM EMPFILE ABERTO O CADASTRO DOCENTE BASTA
           MOVE 'N' TO WRK-DC-LANCAR (WRK-IDX-DOCENTE).
           EVALUATE TRUE
               WHEN WRK-DC-SITUACAO (WRK-IDX-DOCENTE) = 'I'
                   MOVE 'NAO LANCADO - PROFESSOR INATIVO'
                       TO WRK-DESCR-LANCAMENTO
               WHEN WRK-EMPFILE-STATUS NOT = '00'
                   MOVE 'S' TO WRK-DC-LANCAR (WRK-IDX-DOCENTE)
               WHEN OTHER
                   MOVE WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                       TO EMP-MATRICULA
                   READ EMPFILE
                       INVALID KEY
                           MOVE 'NAO LANCADO - FORA DO EMPFILE'
                               TO WRK-DESCR-LANCAMENTO
                       NOT INVALID KEY
                           IF EMP-DESLIGADO
                               MOVE 'NAO LANCADO - DESLIGADO'
                                   TO WRK-DESCR-LANCAMENTO
                           ELSE
                               MOVE 'S'
                                   TO WRK-DC-LANCAR (WRK-IDX-DOCENTE)
                           END-IF
                   END-READ
           END-EVALUATE.

           IF WRK-DC-LANCAR (WRK-IDX-DOCENTE) = 'S'
               ADD 1 TO WRK-QTD-LANCADOS
               ADD WRK-DC-HORAS (WRK-IDX-DOCENTE) TO WRK-TOT-HORAS
               COMPUTE WRK-TOT-VALOR ROUNDED = WRK-TOT-VALOR +
                       WRK-DC-HORAS (WRK-IDX-DOCENTE) *
                       WRK-DC-VALOR-HORA (WRK-IDX-DOCENTE)
               MOVE 'LANCADO NO PONTOMOV' TO WRK-DESCR-LANCAMENTO
           ELSE
               IF WRK-DC-HORAS (WRK-IDX-DOCENTE) > 0
                   ADD 1 TO WRK-QTD-NAO-LANCADOS
                   DISPLAY 'PROFESSOR '
                           WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                           ' COM AULAS E ' WRK-DESCR-LANCAMENTO
               END-IF
           END-IF.

      *>*********************************************
       312000-IMPRIMIR-ALOCACAO.
      *>*********************************************
           COMPUTE WRK-HORAS-ALOCACAO =
                   WRK-DA-AULAS (WRK-IDX-ALOCACAO) *
                   WRK-DA-HORAS-AULA (WRK-IDX-ALOCACAO).
           ADD WRK-DA-AULAS (WRK-IDX-ALOCACAO)
               TO WRK-DC-AULAS (WRK-IDX-DOCENTE).
           ADD WRK-HORAS-ALOCACAO TO WRK-DC-HORAS (WRK-IDX-DOCENTE).

           MOVE WRK-DA-AULAS (WRK-IDX-ALOCACAO) TO WRK-AULAS-EDIT.
           MOVE WRK-DA-HORAS-AULA (WRK-IDX-ALOCACAO)
               TO WRK-HORAS-AULA-EDIT.
           MOVE WRK-HORAS-ALOCACAO TO WRK-HORAS-EDIT.
           MOVE SPACES TO CARGARPT-LINHA.
           STRING '  ' WRK-DA-CURSO (WRK-IDX-ALOCACAO)
                  ' ' WRK-DA-TURMA (WRK-IDX-ALOCACAO)
                  '  ' WRK-DA-PERIODO (WRK-IDX-ALOCACAO)
                  '   ' WRK-AULAS-EDIT
                  '    ' WRK-HORAS-AULA-EDIT
                  '  ' WRK-HORAS-EDIT
               DELIMITED BY SIZE INTO CARGARPT-LINHA
           END-STRING.
           WRITE CARGARPT-LINHA.

      *>*********************************************
       320000-LISTAR-PENDENCIAS.
      *>*********************************************
      *>   ALOCACAO COM PROFESSOR FORA DO DOCENTE E AULA DE TURMA SEM
      *>   ALOCACAO NAO SAO PAGAS - SAEM AQUI PARA A SECRETARIA ACERTAR
      *>   O CADASTRO ANTES DA FOLHA
           MOVE SPACES TO CARGARPT-LINHA.
           WRITE CARGARPT-LINHA.
           MOVE 'PENDENCIAS DE CADASTRO' TO CARGARPT-LINHA.
           WRITE CARGARPT-LINHA.

           PERFORM VARYING WRK-IDX-ALOCACAO FROM 1 BY 1
                   UNTIL WRK-IDX-ALOCACAO > WRK-QTD-ALOCACOES
               MOVE 'N' TO WRK-DOCENTE-ACHADO
               PERFORM VARYING WRK-IDX-DOCENTE FROM 1 BY 1
                       UNTIL WRK-IDX-DOCENTE > WRK-QTD-DOCENTES
                   IF WRK-DC-MATRICULA (WRK-IDX-DOCENTE) =
                           WRK-DA-MATRICULA (WRK-IDX-ALOCACAO)
                       MOVE 'S' TO WRK-DOCENTE-ACHADO
                       MOVE WRK-QTD-DOCENTES TO WRK-IDX-DOCENTE
                   END-IF
               END-PERFORM
               IF WRK-DOCENTE-ACHADO = 'N'
                   ADD 1 TO WRK-QTD-ALOC-INVALIDA
                   MOVE WRK-DA-AULAS (WRK-IDX-ALOCACAO)
                       TO WRK-AULAS-EDIT
                   MOVE SPACES TO CARGARPT-LINHA
                   STRING '  TURMA ' WRK-DA-CURSO (WRK-IDX-ALOCACAO)
                          '/' WRK-DA-TURMA (WRK-IDX-ALOCACAO)
                          ' ' WRK-DA-PERIODO (WRK-IDX-ALOCACAO)
                          ' PROFESSOR '
                          WRK-DA-MATRICULA (WRK-IDX-ALOCACAO)
                          ' FORA DO DOCENTE - AULAS '
                          WRK-AULAS-EDIT
                       DELIMITED BY SIZE INTO CARGARPT-LINHA
                   END-STRING
                   WRITE CARGARPT-LINHA
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                   UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
               IF WRK-AU-ALOCADA (WRK-IDX-AULA) = 'N'
                   MOVE SPACES TO CARGARPT-LINHA
                   STRING '  AULA DE ' WRK-AU-CURSO (WRK-IDX-AULA)
                          '/' WRK-AU-TURMA (WRK-IDX-AULA)
                          ' ' WRK-AU-PERIODO (WRK-IDX-AULA)
                          ' EM ' WRK-AU-DATA (WRK-IDX-AULA)
                          ' SEM PROFESSOR ALOCADO'
                       DELIMITED BY SIZE INTO CARGARPT-LINHA
                   END-STRING
                   WRITE CARGARPT-LINHA
               END-IF
           END-PERFORM.

           IF WRK-QTD-ALOC-INVALIDA = 0 AND WRK-QTD-SEM-DOCENTE = 0
               MOVE '  NENHUMA' TO CARGARPT-LINHA
               WRITE CARGARPT-LINHA
           END-IF.

      *>*********************************************
       400000-ATUALIZAR-PONTOMOV.
      *>*********************************************
      *>   O LANCAMENTO DA COMPETENCIA JA EXISTENTE (HORA EXTRA,
      *>   FALTA) RECEBE AS HORAS-AULA; SEM LANCAMENTO, UM NOVO E
      *>   CRIADO. REPROCESSAR A COMPETENCIA SUBSTITUI AS HORAS
           PERFORM 410000-CARREGAR-PONTOS.
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'PONTOMOV NAO ATUALIZADO - TABELA CHEIA'
           ELSE
               PERFORM VARYING WRK-IDX-DOCENTE FROM 1 BY 1
                       UNTIL WRK-IDX-DOCENTE > WRK-QTD-DOCENTES
                   IF WRK-DC-LANCAR (WRK-IDX-DOCENTE) = 'S'
                       PERFORM 420000-LANCAR-DOCENTE
                   END-IF
               END-PERFORM
               IF WRK-TABELA-CHEIA = 'S'
                   DISPLAY 'PONTOMOV NAO ATUALIZADO - TABELA CHEIA'
               ELSE
                   PERFORM 430000-REGRAVAR-PONTOS
               END-IF
           END-IF.

      *>*********************************************
       410000-CARREGAR-PONTOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PONTOS.
           OPEN INPUT PONTOMOV.
           IF WRK-PONTOMOV-STATUS = '00'
               PERFORM 411000-LER-PONTO
                   UNTIL WRK-PONTOMOV-STATUS = '10'
               CLOSE PONTOMOV
           END-IF.

      *>*********************************************
       411000-LER-PONTO.
      *>*********************************************
           READ PONTOMOV
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-PONTOS < 1000
                       ADD 1 TO WRK-QTD-PONTOS
                       MOVE PT-REGISTRO
                           TO WRK-PONTO-REG (WRK-QTD-PONTOS)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'PONTOMOV COM MAIS DE 1000 '
                               'LANCAMENTOS'
                   END-IF
           END-READ.

      *>*********************************************
       420000-LANCAR-DOCENTE.
      *>*********************************************
           MOVE 'N' TO WRK-PONTO-ACHADO.
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                   UNTIL WRK-IDX-PONTO > WRK-QTD-PONTOS
               MOVE WRK-PONTO-REG (WRK-IDX-PONTO) TO PT-REGISTRO
               IF PT-MATRICULA = WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                   AND PT-ANO-MES = WRK-COMPETENCIA
                   MOVE 'S' TO WRK-PONTO-ACHADO
                   PERFORM 421000-MOVER-HORAS
                   MOVE PT-REGISTRO TO WRK-PONTO-REG (WRK-IDX-PONTO)
                   MOVE WRK-QTD-PONTOS TO WRK-IDX-PONTO
               END-IF
           END-PERFORM.

           IF WRK-PONTO-ACHADO = 'N'
               AND WRK-DC-HORAS (WRK-IDX-DOCENTE) > 0
               IF WRK-QTD-PONTOS < 1000
                   ADD 1 TO WRK-QTD-PONTOS
                   MOVE SPACES TO PT-REGISTRO
                   MOVE WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                       TO PT-MATRICULA
                   MOVE WRK-COMPETENCIA TO PT-ANO-MES
                   MOVE ZEROS TO PT-HORAS-EXTRA-50
                   MOVE ZEROS TO PT-HORAS-EXTRA-100
                   MOVE ZEROS TO PT-HORAS-NOTURNO
                   MOVE ZEROS TO PT-DIAS-FALTA
                   PERFORM 421000-MOVER-HORAS
                   MOVE PT-REGISTRO TO WRK-PONTO-REG (WRK-QTD-PONTOS)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           END-IF.

      *>*********************************************
       421000-MOVER-HORAS.
      *>*********************************************
           IF WRK-DC-HORAS (WRK-IDX-DOCENTE) > 999,9
               DISPLAY 'PROFESSOR ' WRK-DC-MATRICULA (WRK-IDX-DOCENTE)
                       ' COM MAIS DE 999,9 HORAS-AULA - LANCADO O '
                       'MAXIMO'
               MOVE 999,9 TO PT-HORAS-AULA
           ELSE
               MOVE WRK-DC-HORAS (WRK-IDX-DOCENTE) TO PT-HORAS-AULA
           END-IF.
           MOVE WRK-DC-VALOR-HORA (WRK-IDX-DOCENTE)
               TO PT-VALOR-HORA-AULA.

      *>*********************************************
       430000-REGRAVAR-PONTOS.
      *>*********************************************
           OPEN OUTPUT PONTOMOV.
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                   UNTIL WRK-IDX-PONTO > WRK-QTD-PONTOS
               MOVE WRK-PONTO-REG (WRK-IDX-PONTO) TO PT-REGISTRO
               WRITE PT-REGISTRO
           END-PERFORM.
           CLOSE PONTOMOV.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           IF WRK-PRESENCA-STATUS = '00' OR WRK-PRESENCA-STATUS = '10'
               CLOSE PRESENCA
           END-IF.
           IF WRK-EMPFILE-STATUS = '00'
               CLOSE EMPFILE
           END-IF.

           MOVE SPACES TO CARGARPT-LINHA.
           WRITE CARGARPT-LINHA.
           MOVE WRK-TOT-HORAS TO WRK-HORAS-EDIT.
           MOVE WRK-TOT-VALOR TO CE-VALOR-EDITADO.
           MOVE SPACES TO CARGARPT-LINHA.
           STRING 'TOTAL LANCADO: PROFESSORES ' WRK-QTD-LANCADOS
                  ' HORAS ' WRK-HORAS-EDIT
                  ' VALOR ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO CARGARPT-LINHA
           END-STRING.
           WRITE CARGARPT-LINHA.
           CLOSE CARGARPT.

           DISPLAY '========================='.
           DISPLAY 'HORAS-AULA DOS PROFESSORES - ' WRK-COMPETENCIA.
           DISPLAY 'AULAS NA COMPETENCIA..: ' WRK-QTD-AULAS-MES.
           DISPLAY 'AULAS SEM PROFESSOR...: ' WRK-QTD-SEM-DOCENTE.
           DISPLAY 'ALOCACOES INVALIDAS...: ' WRK-QTD-ALOC-INVALIDA.
           DISPLAY 'PROFESSORES LANCADOS..: ' WRK-QTD-LANCADOS.
           DISPLAY 'COM AULA NAO LANCADOS.: ' WRK-QTD-NAO-LANCADOS.
           MOVE WRK-TOT-VALOR TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR DAS HORAS-AULA..: ' CE-VALOR-EDITADO.
           DISPLAY '========================='.

      *>   AULA SEM PROFESSOR, ALOCACAO INVALIDA, PROFESSOR COM AULA
      *>   FORA DA FOLHA OU TABELA CHEIA = APURACAO INCOMPLETA
           IF WRK-TABELA-CHEIA = 'S'
               OR WRK-QTD-SEM-DOCENTE > 0
               OR WRK-QTD-ALOC-INVALIDA > 0
               OR WRK-QTD-NAO-LANCADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 510000-REGISTRAR-BATCHLOG.

      *>*********************************************
       510000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'DOCHORAS'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'HORAS-AULA LANCADAS NO PONTOMOV'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'HORAS-AULA COM PENDENCIAS - VER CARGARPT'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
