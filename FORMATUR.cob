       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMATUR.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = AUDITORIA DE FORMATURA POR ALUNO: CONFERE O
      *> HISTORICO DE APROVACOES DO STUTRAN E AS MATRICULAS EM CURSO
      *> DO MATRTURM CONTRA A GRADE CURRICULAR (CURRIC) DO PROGRAMA
      *> DO ALUNO (SM-PROGRAMA NO STUMAST) E EMITE, POR ALUNO, AS
      *> DISCIPLINAS OBRIGATORIAS CONCLUIDAS, EM CURSO E FALTANTES,
      *> AS ELETIVAS CURSADAS E OS CREDITOS CONTRA OS MINIMOS DO
      *> PROGRAMA (AUDITRPT). EMITE TAMBEM A RELACAO DOS ALUNOS APTOS
      *> A FORMAR NO PERIODO (FORMARPT) - JA COM TODOS OS REQUISITOS
      *> CUMPRIDOS OU CUMPRINDO-OS SE APROVADOS NAS DISCIPLINAS EM
      *> CURSO.
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
           SELECT STUMAST ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STUMAST-STATUS.
           SELECT CURRIC ASSIGN TO "CURRIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CURRIC-STATUS.
           SELECT CURSOCAT ASSIGN TO "CURSOCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CURSOCAT-STATUS.
           SELECT STUTRAN ASSIGN TO "STUTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUTRAN-STATUS.
           SELECT MATRTURM ASSIGN TO "MATRTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRTURM-STATUS.
           SELECT AUDITRPT ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITRPT-STATUS.
           SELECT FORMARPT ASSIGN TO "FORMARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORMARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUMAST.
           COPY "STUMAST.CPY" IN 'COPYBOOKS'.
       FD  CURRIC.
           COPY "CURRIC.CPY" IN 'COPYBOOKS'.
       FD  CURSOCAT.
           COPY "CURSOCAT.CPY" IN 'COPYBOOKS'.
       FD  STUTRAN.
           COPY "STUTRAN.CPY" IN 'COPYBOOKS'.
       FD  MATRTURM.
           COPY "MATRTURM.CPY" IN 'COPYBOOKS'.
       FD  AUDITRPT
           RECORDING MODE IS F.
       01  AUDITRPT-LINHA           PIC X(80).
       FD  FORMARPT
           RECORDING MODE IS F.
       01  FORMARPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-STUMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CURRIC-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CURSOCAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STUTRAN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MATRTURM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FORMARPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-STUMAST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-STUMAST     VALUE 'S'.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-PROGRAMAS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PROGRAMA    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PROG-ALUNO  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRADE       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-GRADE       PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CURSOS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CURSO       PIC 9(03) VALUE ZEROS.
       77 WRK-DESCR-CURSO     PIC X(30) VALUE SPACES.
       77 WRK-QTD-HISTORICO   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-HIST        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MATRICULAS  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MATR        PIC 9(04) VALUE ZEROS.
       77 WRK-SIT-DISCIPLINA  PIC X(01) VALUE SPACES.
           88 WRK-DISC-CONCLUIDA  VALUE 'C'.
           88 WRK-DISC-EM-CURSO   VALUE 'A'.
           88 WRK-DISC-FALTANTE   VALUE 'F'.
       77 WRK-AVALIADA        PIC X(01) VALUE 'N'.
       77 WRK-DESCR-SITUACAO  PIC X(10) VALUE SPACES.
       77 WRK-TIPO-DISC       PIC X(05) VALUE SPACES.
       77 WRK-CRED-CONCLUIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-CRED-EM-CURSO   PIC 9(04) VALUE ZEROS.
       77 WRK-ELET-CONCLUIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-ELET-EM-CURSO   PIC 9(04) VALUE ZEROS.
       77 WRK-OBRIG-EM-CURSO  PIC 9(03) VALUE ZEROS.
       77 WRK-OBRIG-FALTANTES PIC 9(03) VALUE ZEROS.
       77 WRK-CRED-FALTANTES  PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-ALUNO  PIC X(01) VALUE SPACES.
           88 WRK-ALUNO-CONCLUIU  VALUE 'C'.
           88 WRK-ALUNO-NO-PERIODO VALUE 'P'.
           88 WRK-ALUNO-PENDENTE  VALUE 'N'.
       77 WRK-QTD-AUDITADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-PROGRAMA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PROG-INVALIDO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APTOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APTOS-PERIODO PIC 9(05) VALUE ZEROS.
      *>   CABECALHO DE CADA PROGRAMA DE ESTUDO DA GRADE
       01 WRK-TABELA-PROGRAMAS.
           05  WRK-PROG-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TPR.
               10  WRK-PR-PROGRAMA    PIC X(06).
               10  WRK-PR-DESCRICAO   PIC X(30).
               10  WRK-PR-MIN-CRED    PIC 9(03).
               10  WRK-PR-MIN-ELET    PIC 9(03).
      *>   DISCIPLINAS OBRIGATORIAS E ELETIVAS DE TODOS OS PROGRAMAS
       01 WRK-TABELA-GRADE.
           05  WRK-GRADE-ITEM OCCURS 1000 TIMES INDEXED BY WRK-IDX-TGR.
               10  WRK-GR-PROGRAMA    PIC X(06).
               10  WRK-GR-TIPO        PIC X(01).
               10  WRK-GR-CURSO       PIC X(06).
               10  WRK-GR-CREDITOS    PIC 9(03).
       01 WRK-TABELA-CURSOS.
           05  WRK-CURSO-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TCU.
               10  WRK-CU-CODIGO      PIC X(06).
               10  WRK-CU-DESCRICAO   PIC X(30).
      *>   TODAS AS AVALIACOES DO STUTRAN - APROVADA OU NAO, TIRA A
      *>   DISCIPLINA DAQUELE PERIODO DA CONDICAO DE EM CURSO
       01 WRK-TABELA-HISTORICO.
           05  WRK-HIST-ITEM OCCURS 3000 TIMES INDEXED BY WRK-IDX-THS.
               10  WRK-HS-MATRICULA   PIC 9(06).
               10  WRK-HS-CURSO       PIC X(06).
               10  WRK-HS-PERIODO     PIC 9(06).
               10  WRK-HS-APROVADO    PIC X(01).
       01 WRK-TABELA-MATRICULAS.
           05  WRK-MATR-ITEM OCCURS 3000 TIMES INDEXED BY WRK-IDX-TMA.
               10  WRK-MA-MATRICULA   PIC 9(06).
               10  WRK-MA-CURSO       PIC X(06).
               10  WRK-MA-PERIODO     PIC 9(06).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-AUDITAR-ALUNO UNTIL WRK-EOF-STUMAST.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-HOJE
           END-CALL.

           PERFORM 110000-CARREGAR-CURSOS.
           PERFORM 120000-CARREGAR-GRADE.
           PERFORM 130000-CARREGAR-HISTORICO.
           PERFORM 140000-CARREGAR-MATRICULAS.

           OPEN OUTPUT AUDITRPT.
           MOVE SPACES TO AUDITRPT-LINHA.
           STRING 'AUDITORIA DE FORMATURA POR ALUNO - ' WRK-HOJE
               DELIMITED BY SIZE INTO AUDITRPT-LINHA
           END-STRING.
           WRITE AUDITRPT-LINHA.

           OPEN OUTPUT FORMARPT.
           MOVE SPACES TO FORMARPT-LINHA.
           STRING 'ALUNOS APTOS A FORMAR NO PERIODO - ' WRK-HOJE
               DELIMITED BY SIZE INTO FORMARPT-LINHA
           END-STRING.
           WRITE FORMARPT-LINHA.
           MOVE 'MATRIC NOME                 PROGRA SITUACAO'
               TO FORMARPT-LINHA.
           WRITE FORMARPT-LINHA.

           OPEN INPUT STUMAST.
           IF WRK-STUMAST-STATUS NOT = '00'
               DISPLAY 'STUMAST INDISPONIVEL - STATUS '
                       WRK-STUMAST-STATUS
               MOVE 'S' TO WRK-FIM-STUMAST
           END-IF.
           IF WRK-QTD-PROGRAMAS = 0
               DISPLAY 'GRADE CURRICULAR CURRIC VAZIA OU INDISPONIVEL '
                       '- NADA A AUDITAR'
               MOVE 'S' TO WRK-FIM-STUMAST
           END-IF.

      *>*********************************************
       110000-CARREGAR-CURSOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CURSOS.
           OPEN INPUT CURSOCAT.
           IF WRK-CURSOCAT-STATUS = '00'
               PERFORM 111000-LER-CURSO
                   UNTIL WRK-CURSOCAT-STATUS = '10'
               CLOSE CURSOCAT
           END-IF.

      *>*********************************************
       111000-LER-CURSO.
      *>*********************************************
           READ CURSOCAT
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-CURSOS < 100
                       ADD 1 TO WRK-QTD-CURSOS
                       MOVE CU-CURSO
                           TO WRK-CU-CODIGO (WRK-QTD-CURSOS)
                       MOVE CU-DESCRICAO
                           TO WRK-CU-DESCRICAO (WRK-QTD-CURSOS)
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-GRADE.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PROGRAMAS.
           MOVE ZEROS TO WRK-QTD-GRADE.
           OPEN INPUT CURRIC.
           IF WRK-CURRIC-STATUS = '00'
               PERFORM 121000-LER-GRADE
                   UNTIL WRK-CURRIC-STATUS = '10'
               CLOSE CURRIC
           END-IF.

      *>*********************************************
       121000-LER-GRADE.
      *>*********************************************
           READ CURRIC
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CC-CABECALHO
                           PERFORM 122000-GUARDAR-PROGRAMA
                       WHEN CC-OBRIGATORIA OR CC-ELETIVA
                           PERFORM 123000-GUARDAR-DISCIPLINA
                       WHEN OTHER
                           DISPLAY 'CURRIC - TIPO INVALIDO ' CC-TIPO
                                   ' NO PROGRAMA ' CC-PROGRAMA
                                   ' - REGISTRO IGNORADO'
                   END-EVALUATE
           END-READ.

      *>*********************************************
       122000-GUARDAR-PROGRAMA.
      *>*********************************************
           IF WRK-QTD-PROGRAMAS < 50
               ADD 1 TO WRK-QTD-PROGRAMAS
               MOVE CC-PROGRAMA
                   TO WRK-PR-PROGRAMA (WRK-QTD-PROGRAMAS)
               MOVE CC-DESCRICAO
                   TO WRK-PR-DESCRICAO (WRK-QTD-PROGRAMAS)
               IF CC-MIN-CREDITOS NUMERIC
                   MOVE CC-MIN-CREDITOS
                       TO WRK-PR-MIN-CRED (WRK-QTD-PROGRAMAS)
               ELSE
                   MOVE ZEROS TO WRK-PR-MIN-CRED (WRK-QTD-PROGRAMAS)
               END-IF
               IF CC-MIN-ELETIVAS NUMERIC
                   MOVE CC-MIN-ELETIVAS
                       TO WRK-PR-MIN-ELET (WRK-QTD-PROGRAMAS)
               ELSE
                   MOVE ZEROS TO WRK-PR-MIN-ELET (WRK-QTD-PROGRAMAS)
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               DISPLAY 'CURRIC COM MAIS DE 50 PROGRAMAS - PROGRAMA '
                       CC-PROGRAMA ' IGNORADO'
           END-IF.

      *>*********************************************
       123000-GUARDAR-DISCIPLINA.
      *>*********************************************
           IF WRK-QTD-GRADE < 1000
               ADD 1 TO WRK-QTD-GRADE
               MOVE CC-PROGRAMA TO WRK-GR-PROGRAMA (WRK-QTD-GRADE)
               MOVE CC-TIPO     TO WRK-GR-TIPO (WRK-QTD-GRADE)
               MOVE CC-CURSO    TO WRK-GR-CURSO (WRK-QTD-GRADE)
               IF CC-CREDITOS NUMERIC
                   MOVE CC-CREDITOS TO WRK-GR-CREDITOS (WRK-QTD-GRADE)
               ELSE
                   MOVE ZEROS TO WRK-GR-CREDITOS (WRK-QTD-GRADE)
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               DISPLAY 'CURRIC COM MAIS DE 1000 DISCIPLINAS - '
                       CC-CURSO ' DO PROGRAMA ' CC-PROGRAMA
                       ' IGNORADA'
           END-IF.

      *>*********************************************
       130000-CARREGAR-HISTORICO.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-HISTORICO.
           OPEN INPUT STUTRAN.
           IF WRK-STUTRAN-STATUS = '00'
               PERFORM 131000-LER-AVALIACAO
                   UNTIL WRK-STUTRAN-STATUS = '10'
               CLOSE STUTRAN
           ELSE
               DISPLAY 'STUTRAN INDISPONIVEL - STATUS '
                       WRK-STUTRAN-STATUS
                       ' - NENHUMA DISCIPLINA SAI CONCLUIDA'
           END-IF.

      *>*********************************************
       131000-LER-AVALIACAO.
      *>*********************************************
      *>   APROVADO COM OU SEM EXAME (ST-SITUACAO COMECANDO EM
      *>   APROVADO), O MESMO CRITERIO DO MATRICUL
           READ STUTRAN
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-HISTORICO < 3000
                       ADD 1 TO WRK-QTD-HISTORICO
                       MOVE ST-MATRICULA
                           TO WRK-HS-MATRICULA (WRK-QTD-HISTORICO)
                       MOVE ST-CURSO
                           TO WRK-HS-CURSO (WRK-QTD-HISTORICO)
                       MOVE ST-PERIODO
                           TO WRK-HS-PERIODO (WRK-QTD-HISTORICO)
                       IF ST-SITUACAO (1:8) = 'APROVADO'
                           MOVE 'S'
                               TO WRK-HS-APROVADO (WRK-QTD-HISTORICO)
                       ELSE
                           MOVE 'N'
                               TO WRK-HS-APROVADO (WRK-QTD-HISTORICO)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       140000-CARREGAR-MATRICULAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-MATRICULAS.
           OPEN INPUT MATRTURM.
           IF WRK-MATRTURM-STATUS = '00'
               PERFORM 141000-LER-MATRICULA
                   UNTIL WRK-MATRTURM-STATUS = '10'
               CLOSE MATRTURM
           END-IF.

      *>*********************************************
       141000-LER-MATRICULA.
      *>*********************************************
           READ MATRTURM
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-MATRICULAS < 3000
                       ADD 1 TO WRK-QTD-MATRICULAS
                       MOVE MT-MATRICULA
                           TO WRK-MA-MATRICULA (WRK-QTD-MATRICULAS)
                       MOVE MT-CURSO
                           TO WRK-MA-CURSO (WRK-QTD-MATRICULAS)
                       MOVE MT-PERIODO
                           TO WRK-MA-PERIODO (WRK-QTD-MATRICULAS)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       200000-AUDITAR-ALUNO.
      *>*********************************************
           READ STUMAST NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-STUMAST
               NOT AT END
                   IF SM-PROGRAMA = SPACES
                       ADD 1 TO WRK-QTD-SEM-PROGRAMA
                   ELSE
                       PERFORM 210000-LOCALIZAR-PROGRAMA
                       IF WRK-IDX-PROG-ALUNO = 0
                           ADD 1 TO WRK-QTD-PROG-INVALIDO
                           DISPLAY 'ALUNO ' SM-MATRICULA
                                   ' COM PROGRAMA ' SM-PROGRAMA
                                   ' FORA DA GRADE CURRICULAR'
                       ELSE
                           PERFORM 300000-EMITIR-AUDITORIA
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       210000-LOCALIZAR-PROGRAMA.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-PROG-ALUNO.
           PERFORM VARYING WRK-IDX-PROGRAMA FROM 1 BY 1
                   UNTIL WRK-IDX-PROGRAMA > WRK-QTD-PROGRAMAS
               IF WRK-PR-PROGRAMA (WRK-IDX-PROGRAMA) = SM-PROGRAMA
                   MOVE WRK-IDX-PROGRAMA TO WRK-IDX-PROG-ALUNO
                   MOVE WRK-QTD-PROGRAMAS TO WRK-IDX-PROGRAMA
               END-IF
           END-PERFORM.

      *>*********************************************
       220000-SITUACAO-DISCIPLINA.
      *>*********************************************
      *>   CONCLUIDA = APROVACAO NO STUTRAN EM QUALQUER PERIODO;
      *>   EM CURSO = MATRICULA NO MATRTURM AINDA SEM AVALIACAO
      *>   LANCADA NAQUELE PERIODO; FALTANTE = NENHUM DOS DOIS
           MOVE 'F' TO WRK-SIT-DISCIPLINA.
           PERFORM VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL WRK-IDX-HIST > WRK-QTD-HISTORICO
               IF WRK-HS-MATRICULA (WRK-IDX-HIST) = SM-MATRICULA
                   AND WRK-HS-CURSO (WRK-IDX-HIST) =
                       WRK-GR-CURSO (WRK-IDX-GRADE)
                   AND WRK-HS-APROVADO (WRK-IDX-HIST) = 'S'
                   MOVE 'C' TO WRK-SIT-DISCIPLINA
                   MOVE WRK-QTD-HISTORICO TO WRK-IDX-HIST
               END-IF
           END-PERFORM.

           IF WRK-DISC-FALTANTE
               PERFORM VARYING WRK-IDX-MATR FROM 1 BY 1
                       UNTIL WRK-IDX-MATR > WRK-QTD-MATRICULAS
                   IF WRK-MA-MATRICULA (WRK-IDX-MATR) = SM-MATRICULA
                       AND WRK-MA-CURSO (WRK-IDX-MATR) =
                           WRK-GR-CURSO (WRK-IDX-GRADE)
                       PERFORM 221000-CONFERIR-AVALIADA
                       IF WRK-AVALIADA = 'N'
                           MOVE 'A' TO WRK-SIT-DISCIPLINA
                           MOVE WRK-QTD-MATRICULAS TO WRK-IDX-MATR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       221000-CONFERIR-AVALIADA.
      *>*********************************************
           MOVE 'N' TO WRK-AVALIADA.
           PERFORM VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL WRK-IDX-HIST > WRK-QTD-HISTORICO
               IF WRK-HS-MATRICULA (WRK-IDX-HIST) = SM-MATRICULA
                   AND WRK-HS-CURSO (WRK-IDX-HIST) =
                       WRK-MA-CURSO (WRK-IDX-MATR)
                   AND WRK-HS-PERIODO (WRK-IDX-HIST) =
                       WRK-MA-PERIODO (WRK-IDX-MATR)
                   MOVE 'S' TO WRK-AVALIADA
                   MOVE WRK-QTD-HISTORICO TO WRK-IDX-HIST
               END-IF
           END-PERFORM.

      *>*********************************************
       300000-EMITIR-AUDITORIA.
      *>*********************************************
           ADD 1 TO WRK-QTD-AUDITADOS.
           MOVE ZEROS TO WRK-CRED-CONCLUIDOS WRK-CRED-EM-CURSO
                         WRK-ELET-CONCLUIDAS WRK-ELET-EM-CURSO
                         WRK-OBRIG-EM-CURSO WRK-OBRIG-FALTANTES.

           MOVE SPACES TO AUDITRPT-LINHA.
           STRING '================================================'
               DELIMITED BY SIZE INTO AUDITRPT-LINHA
           END-STRING.
           WRITE AUDITRPT-LINHA.
           MOVE SPACES TO AUDITRPT-LINHA.
           STRING 'ALUNO ' SM-MATRICULA ' ' SM-NOME
                  ' PROGRAMA ' SM-PROGRAMA ' '
                  WRK-PR-DESCRICAO (WRK-IDX-PROG-ALUNO)
               DELIMITED BY SIZE INTO AUDITRPT-LINHA
           END-STRING.
           WRITE AUDITRPT-LINHA.

           PERFORM VARYING WRK-IDX-GRADE FROM 1 BY 1
                   UNTIL WRK-IDX-GRADE > WRK-QTD-GRADE
               IF WRK-GR-PROGRAMA (WRK-IDX-GRADE) = SM-PROGRAMA
                   PERFORM 220000-SITUACAO-DISCIPLINA
                   PERFORM 310000-APURAR-DISCIPLINA
               END-IF
           END-PERFORM.

           PERFORM 320000-APURAR-SITUACAO-ALUNO.
           PERFORM 330000-IMPRIMIR-RESUMO.

      *>*********************************************
       310000-APURAR-DISCIPLINA.
      *>*********************************************
      *>   OBRIGATORIA SAI SEMPRE, COM A SITUACAO; ELETIVA SO SAI
      *>   QUANDO CONCLUIDA OU EM CURSO - A FALTA DELAS APARECE NO
      *>   RESUMO DE CREDITOS
           EVALUATE TRUE
               WHEN WRK-DISC-CONCLUIDA
                   MOVE 'CONCLUIDA' TO WRK-DESCR-SITUACAO
                   ADD WRK-GR-CREDITOS (WRK-IDX-GRADE)
                       TO WRK-CRED-CONCLUIDOS
               WHEN WRK-DISC-EM-CURSO
                   MOVE 'EM CURSO' TO WRK-DESCR-SITUACAO
                   ADD WRK-GR-CREDITOS (WRK-IDX-GRADE)
                       TO WRK-CRED-EM-CURSO
               WHEN OTHER
                   MOVE 'FALTANTE' TO WRK-DESCR-SITUACAO
           END-EVALUATE.

           IF WRK-GR-TIPO (WRK-IDX-GRADE) = 'O'
               MOVE 'OBRIG' TO WRK-TIPO-DISC
               IF WRK-DISC-EM-CURSO
                   ADD 1 TO WRK-OBRIG-EM-CURSO
               END-IF
               IF WRK-DISC-FALTANTE
                   ADD 1 TO WRK-OBRIG-FALTANTES
               END-IF
           ELSE
               MOVE 'ELET ' TO WRK-TIPO-DISC
               IF WRK-DISC-CONCLUIDA
                   ADD WRK-GR-CREDITOS (WRK-IDX-GRADE)
                       TO WRK-ELET-CONCLUIDAS
               END-IF
               IF WRK-DISC-EM-CURSO
                   ADD WRK-GR-CREDITOS (WRK-IDX-GRADE)
                       TO WRK-ELET-EM-CURSO
               END-IF
           END-IF.

           IF WRK-GR-TIPO (WRK-IDX-GRADE) = 'O'
               OR NOT WRK-DISC-FALTANTE
               PERFORM 311000-IMPRIMIR-DISCIPLINA
           END-IF.

      *>*********************************************
       311000-IMPRIMIR-DISCIPLINA.
      *>*********************************************
           MOVE SPACES TO WRK-DESCR-CURSO.
           PERFORM VARYING WRK-IDX-CURSO FROM 1 BY 1
                   UNTIL WRK-IDX-CURSO > WRK-QTD-CURSOS
               IF WRK-CU-CODIGO (WRK-IDX-CURSO) =
                       WRK-GR-CURSO (WRK-IDX-GRADE)
                   MOVE WRK-CU-DESCRICAO (WRK-IDX-CURSO)
                       TO WRK-DESCR-CURSO
                   MOVE WRK-QTD-CURSOS TO WRK-IDX-CURSO
               END-IF
           END-PERFORM.
           MOVE SPACES TO AUDITRPT-LINHA.
           STRING '  ' WRK-TIPO-DISC ' ' WRK-GR-CURSO (WRK-IDX-GRADE)
                  ' ' WRK-DESCR-CURSO
                  ' CRED ' WRK-GR-CREDITOS (WRK-IDX-GRADE)
                  ' ' WRK-DESCR-SITUACAO
               DELIMITED BY SIZE INTO AUDITRPT-LINHA
           END-STRING.
           WRITE AUDITRPT-LINHA.

      *>*********************************************
       320000-APURAR-SITUACAO-ALUNO.
      *>*********************************************
      *>   APTO JA = TODAS AS OBRIGATORIAS E OS MINIMOS CUMPRIDOS SO
      *>   COM O CONCLUIDO; APTO NO PERIODO = CUMPRE TUDO SE FOR
      *>   APROVADO NAS DISCIPLINAS EM CURSO; O RESTO E PENDENTE
           MOVE 'N' TO WRK-SITUACAO-ALUNO.
           IF WRK-OBRIG-FALTANTES = 0
               IF WRK-OBRIG-EM-CURSO = 0
                   AND WRK-CRED-CONCLUIDOS >=
                       WRK-PR-MIN-CRED (WRK-IDX-PROG-ALUNO)
                   AND WRK-ELET-CONCLUIDAS >=
                       WRK-PR-MIN-ELET (WRK-IDX-PROG-ALUNO)
                   MOVE 'C' TO WRK-SITUACAO-ALUNO
               ELSE
                   IF WRK-CRED-CONCLUIDOS + WRK-CRED-EM-CURSO >=
                           WRK-PR-MIN-CRED (WRK-IDX-PROG-ALUNO)
                       AND WRK-ELET-CONCLUIDAS + WRK-ELET-EM-CURSO >=
                           WRK-PR-MIN-ELET (WRK-IDX-PROG-ALUNO)
                       MOVE 'P' TO WRK-SITUACAO-ALUNO
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       330000-IMPRIMIR-RESUMO.
      *>*********************************************
           MOVE SPACES TO AUDITRPT-LINHA.
           STRING '  CREDITOS CONCLUIDOS ' WRK-CRED-CONCLUIDOS
                  ' EM CURSO ' WRK-CRED-EM-CURSO
                  ' MINIMO ' WRK-PR-MIN-CRED (WRK-IDX-PROG-ALUNO)
               DELIMITED BY SIZE INTO AUDITRPT-LINHA
           END-STRING.
           WRITE AUDITRPT-LINHA.
           MOVE SPACES TO AUDITRPT-LINHA.
           STRING '  ELETIVAS CONCLUIDAS ' WRK-ELET-CONCLUIDAS
                  ' EM CURSO ' WRK-ELET-EM-CURSO
                  ' MINIMO ' WRK-PR-MIN-ELET (WRK-IDX-PROG-ALUNO)
               DELIMITED BY SIZE INTO AUDITRPT-LINHA
           END-STRING.
           WRITE AUDITRPT-LINHA.

           IF WRK-PR-MIN-CRED (WRK-IDX-PROG-ALUNO) >
                   WRK-CRED-CONCLUIDOS + WRK-CRED-EM-CURSO
               COMPUTE WRK-CRED-FALTANTES =
                       WRK-PR-MIN-CRED (WRK-IDX-PROG-ALUNO)
                       - WRK-CRED-CONCLUIDOS - WRK-CRED-EM-CURSO
               MOVE SPACES TO AUDITRPT-LINHA
               STRING '  FALTAM ' WRK-CRED-FALTANTES
                      ' CREDITOS NO TOTAL'
                   DELIMITED BY SIZE INTO AUDITRPT-LINHA
               END-STRING
               WRITE AUDITRPT-LINHA
           END-IF.
           IF WRK-PR-MIN-ELET (WRK-IDX-PROG-ALUNO) >
                   WRK-ELET-CONCLUIDAS + WRK-ELET-EM-CURSO
               COMPUTE WRK-CRED-FALTANTES =
                       WRK-PR-MIN-ELET (WRK-IDX-PROG-ALUNO)
                       - WRK-ELET-CONCLUIDAS - WRK-ELET-EM-CURSO
               MOVE SPACES TO AUDITRPT-LINHA
               STRING '  FALTAM ' WRK-CRED-FALTANTES
                      ' CREDITOS EM ELETIVAS'
                   DELIMITED BY SIZE INTO AUDITRPT-LINHA
               END-STRING
               WRITE AUDITRPT-LINHA
           END-IF.

           MOVE SPACES TO AUDITRPT-LINHA.
           EVALUATE TRUE
               WHEN WRK-ALUNO-CONCLUIU
                   MOVE '  SITUACAO: APTO - REQUISITOS CUMPRIDOS'
                       TO AUDITRPT-LINHA
                   ADD 1 TO WRK-QTD-APTOS
                   PERFORM 340000-LISTAR-APTO
               WHEN WRK-ALUNO-NO-PERIODO
                   MOVE '  SITUACAO: APTO NO PERIODO SE APROVADO NAS '
                       TO AUDITRPT-LINHA
                   MOVE 'DISCIPLINAS EM CURSO'
                       TO AUDITRPT-LINHA (45:20)
                   ADD 1 TO WRK-QTD-APTOS-PERIODO
                   PERFORM 340000-LISTAR-APTO
               WHEN OTHER
                   STRING '  SITUACAO: PENDENTE - '
                          WRK-OBRIG-FALTANTES
                          ' OBRIGATORIA(S) FALTANTE(S)'
                       DELIMITED BY SIZE INTO AUDITRPT-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE AUDITRPT-LINHA.

      *>*********************************************
       340000-LISTAR-APTO.
      *>*********************************************
           MOVE SPACES TO FORMARPT-LINHA.
           IF WRK-ALUNO-CONCLUIU
               STRING SM-MATRICULA ' ' SM-NOME ' ' SM-PROGRAMA
                      ' REQUISITOS CUMPRIDOS'
                   DELIMITED BY SIZE INTO FORMARPT-LINHA
               END-STRING
           ELSE
               STRING SM-MATRICULA ' ' SM-NOME ' ' SM-PROGRAMA
                      ' SE APROVADO NAS EM CURSO'
                   DELIMITED BY SIZE INTO FORMARPT-LINHA
               END-STRING
           END-IF.
           WRITE FORMARPT-LINHA.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           IF WRK-STUMAST-STATUS = '00' OR WRK-STUMAST-STATUS = '10'
               CLOSE STUMAST
           END-IF.

           MOVE SPACES TO FORMARPT-LINHA.
           WRITE FORMARPT-LINHA.
           MOVE SPACES TO FORMARPT-LINHA.
           STRING 'APTOS: ' WRK-QTD-APTOS
                  '  APTOS SE APROVADOS NO PERIODO: '
                  WRK-QTD-APTOS-PERIODO
               DELIMITED BY SIZE INTO FORMARPT-LINHA
           END-STRING.
           WRITE FORMARPT-LINHA.
           CLOSE AUDITRPT.
           CLOSE FORMARPT.

           DISPLAY '========================='.
           DISPLAY 'ALUNOS AUDITADOS.............: ' WRK-QTD-AUDITADOS.
           DISPLAY 'ALUNOS SEM PROGRAMA (AVULSOS): '
                   WRK-QTD-SEM-PROGRAMA.
           DISPLAY 'PROGRAMA FORA DA GRADE.......: '
                   WRK-QTD-PROG-INVALIDO.
           DISPLAY 'APTOS A FORMAR...............: ' WRK-QTD-APTOS.
           DISPLAY 'APTOS SE APROVADOS NO PERIODO: '
                   WRK-QTD-APTOS-PERIODO.
           DISPLAY '========================='.

      *>   TABELA TRANSBORDADA OU ALUNO COM PROGRAMA INEXISTENTE =
      *>   AUDITORIA INCOMPLETA, APONTADA NO RETURN-CODE
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'TABELA DE GRADE/HISTORICO/MATRICULAS CHEIA - '
                       'AUDITORIA PODE SAIR INCOMPLETA'
           END-IF.
           IF WRK-TABELA-CHEIA = 'S' OR WRK-QTD-PROG-INVALIDO > 0
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

           MOVE 'FORMATUR'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'AUDITORIA DE FORMATURA EMITIDA'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'AUDITORIA INCOMPLETA OU PROGRAMA INVALIDO'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
