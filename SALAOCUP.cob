       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAOCUP.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = OCUPACAO DAS SALAS PELA GRADE HORARIA (HORARIO):
      *> LISTA, POR SALA E PERIODO, AS AULAS DA SEMANA POR DIA COM O
      *> HORARIO E A TURMA, E A OCUPACAO SEMANAL EM HORAS. AULA QUE
      *> CRUZA O HORARIO DE OUTRA AULA NA MESMA SALA E DIA SAI
      *> MARCADA COMO CONFLITO, NOMEANDO A OUTRA TURMA - PARA A
      *> SECRETARIA ACERTAR A GRADE ANTES DO INICIO DO PERIODO.
      *> AULA DE TURMA FORA DO TURMAMST, DIA DA SEMANA INVALIDO OU
      *> HORARIO INVALIDO (FIM ANTES DO INICIO) E LISTADA A PARTE.
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
           SELECT HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORARIO-STATUS.
           SELECT TURMAMST ASSIGN TO "TURMAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMAMST-STATUS.
           SELECT SALARPT ASSIGN TO "SALARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO.
           COPY "HORARIO.CPY" IN 'COPYBOOKS'.
       FD  TURMAMST.
           COPY "TURMAMST.CPY" IN 'COPYBOOKS'.
       FD  SALARPT
           RECORDING MODE IS F.
       01  SALARPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-HORARIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TURMAMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALARPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-TURMAS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TURMA       PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-ACHADA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-AULAS       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-AULA        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OUTRA       PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SALAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SALA        PIC 9(03) VALUE ZEROS.
       77 WRK-SALA-ACHADA     PIC X(01) VALUE 'N'.
       77 WRK-IDX-DIA         PIC 9(01) VALUE ZEROS.
       77 WRK-MOTIVO-INVALIDA PIC X(20) VALUE SPACES.
       77 WRK-TURMA-CONFLITO  PIC X(11) VALUE SPACES.
       77 WRK-HORA-HH         PIC 9(02) VALUE ZEROS.
       77 WRK-HORA-MM         PIC 9(02) VALUE ZEROS.
       77 WRK-MIN-INICIO      PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-FIM         PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-SALA        PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-SALA      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-HORAS-EDIT      PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-INVALIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CONFLITOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SALAS-CONFL PIC 9(03) VALUE ZEROS.
       77 WRK-SALA-COM-CONFL  PIC X(01) VALUE 'N'.
       01 WRK-NOMES-DIAS      PIC X(21)
               VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 WRK-TAB-DIAS REDEFINES WRK-NOMES-DIAS.
           05  WRK-NOME-DIA       PIC X(03) OCCURS 7 TIMES.
       01 WRK-TABELA-TURMAS.
           05  WRK-TUR-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TTU.
               10  WRK-TU-CURSO       PIC X(06).
               10  WRK-TU-TURMA       PIC X(04).
               10  WRK-TU-PERIODO     PIC 9(06).
       01 WRK-TABELA-AULAS.
           05  WRK-AUL-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TAU.
               10  WRK-AU-CURSO       PIC X(06).
               10  WRK-AU-TURMA       PIC X(04).
               10  WRK-AU-PERIODO     PIC 9(06).
               10  WRK-AU-DIA         PIC 9(01).
               10  WRK-AU-INICIO      PIC 9(04).
               10  WRK-AU-FIM         PIC 9(04).
               10  WRK-AU-SALA        PIC X(06).
               10  WRK-AU-VALIDA      PIC X(01).
               10  WRK-AU-MOTIVO      PIC X(20).
       01 WRK-TABELA-SALAS.
           05  WRK-SAL-ITEM OCCURS 300 TIMES INDEXED BY WRK-IDX-TSA.
               10  WRK-SA-PERIODO     PIC 9(06).
               10  WRK-SA-SALA        PIC X(06).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM VARYING WRK-IDX-SALA FROM 1 BY 1
                   UNTIL WRK-IDX-SALA > WRK-QTD-SALAS
               PERFORM 200000-LISTAR-SALA
           END-PERFORM.
           PERFORM 300000-LISTAR-INVALIDAS.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

           PERFORM 110000-CARREGAR-TURMAS.
           PERFORM 120000-CARREGAR-HORARIOS.

           OPEN OUTPUT SALARPT.
           MOVE SPACES TO SALARPT-LINHA.
           STRING 'OCUPACAO DAS SALAS PELA GRADE HORARIA - '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO SALARPT-LINHA
           END-STRING.
           WRITE SALARPT-LINHA.

      *>*********************************************
       110000-CARREGAR-TURMAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-TURMAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TURMAMST.
           IF WRK-TURMAMST-STATUS = '00'
               PERFORM 111000-LER-TURMA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE TURMAMST
           ELSE
               DISPLAY 'TURMAMST INDISPONIVEL - STATUS '
                       WRK-TURMAMST-STATUS
                       ' - TURMA DA GRADE NAO SERA CONFERIDA'
           END-IF.

      *>*********************************************
       111000-LER-TURMA.
      *>*********************************************
           READ TURMAMST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-TURMAS < 500
                       ADD 1 TO WRK-QTD-TURMAS
                       MOVE TU-CURSO
                           TO WRK-TU-CURSO (WRK-QTD-TURMAS)
                       MOVE TU-TURMA
                           TO WRK-TU-TURMA (WRK-QTD-TURMAS)
                       MOVE TU-PERIODO
                           TO WRK-TU-PERIODO (WRK-QTD-TURMAS)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'TURMAMST COM MAIS DE 500 TURMAS - '
                               'TURMA ' TU-CURSO '/' TU-TURMA
                               ' IGNORADA'
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-HORARIOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE ZEROS TO WRK-QTD-SALAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HORARIO.
           IF WRK-HORARIO-STATUS = '00'
               PERFORM 121000-LER-HORARIO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO
           ELSE
               DISPLAY 'SEM GRADE HORARIA - NADA A LISTAR - STATUS '
                       WRK-HORARIO-STATUS
           END-IF.

      *>*********************************************
       121000-LER-HORARIO.
      *>*********************************************
           READ HORARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-AULAS < 2000
                       ADD 1 TO WRK-QTD-AULAS
                       MOVE HR-CURSO
                           TO WRK-AU-CURSO (WRK-QTD-AULAS)
                       MOVE HR-TURMA
                           TO WRK-AU-TURMA (WRK-QTD-AULAS)
                       MOVE HR-PERIODO
                           TO WRK-AU-PERIODO (WRK-QTD-AULAS)
                       MOVE HR-DIA-SEMANA
                           TO WRK-AU-DIA (WRK-QTD-AULAS)
                       MOVE HR-HORA-INICIO
                           TO WRK-AU-INICIO (WRK-QTD-AULAS)
                       MOVE HR-HORA-FIM
                           TO WRK-AU-FIM (WRK-QTD-AULAS)
                       MOVE HR-SALA
                           TO WRK-AU-SALA (WRK-QTD-AULAS)
                       PERFORM 125000-VALIDAR-AULA
                       IF WRK-AU-VALIDA (WRK-QTD-AULAS) = 'S'
                           PERFORM 126000-REGISTRAR-SALA
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'HORARIO COM MAIS DE 2000 AULAS - '
                               'AULA DE ' HR-CURSO '/' HR-TURMA
                               ' IGNORADA'
                   END-IF
           END-READ.

      *>*********************************************
       125000-VALIDAR-AULA.
      *>*********************************************
      *>   SEM TURMAMST ABERTO A TURMA NAO E CONFERIDA - SO O DIA E O
      *>   HORARIO
           MOVE SPACES TO WRK-MOTIVO-INVALIDA.
           MOVE 'N' TO WRK-TURMA-ACHADA.
           IF WRK-TURMAMST-STATUS NOT = '00'
               AND WRK-TURMAMST-STATUS NOT = '10'
               MOVE 'S' TO WRK-TURMA-ACHADA
           END-IF.
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               IF WRK-TU-CURSO (WRK-IDX-TURMA) = HR-CURSO
                   AND WRK-TU-TURMA (WRK-IDX-TURMA) = HR-TURMA
                   AND WRK-TU-PERIODO (WRK-IDX-TURMA) = HR-PERIODO
                   MOVE 'S' TO WRK-TURMA-ACHADA
                   MOVE WRK-QTD-TURMAS TO WRK-IDX-TURMA
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN HR-DIA-SEMANA NOT NUMERIC
                   OR HR-DIA-SEMANA < 1 OR HR-DIA-SEMANA > 7
                   MOVE 'DIA DA SEMANA'   TO WRK-MOTIVO-INVALIDA
               WHEN HR-HORA-INICIO NOT NUMERIC
                   OR HR-HORA-FIM NOT NUMERIC
                   OR HR-HORA-INICIO (1:2) > '23'
                   OR HR-HORA-INICIO (3:2) > '59'
                   OR HR-HORA-FIM (1:2) > '23'
                   OR HR-HORA-FIM (3:2) > '59'
                   OR HR-HORA-FIM NOT > HR-HORA-INICIO
                   MOVE 'HORARIO INVALIDO' TO WRK-MOTIVO-INVALIDA
               WHEN HR-SALA = SPACES
                   MOVE 'SALA EM BRANCO'  TO WRK-MOTIVO-INVALIDA
               WHEN WRK-TURMA-ACHADA = 'N'
                   MOVE 'FORA DO TURMAMST' TO WRK-MOTIVO-INVALIDA
           END-EVALUATE.

           MOVE WRK-MOTIVO-INVALIDA TO WRK-AU-MOTIVO (WRK-QTD-AULAS).
           IF WRK-MOTIVO-INVALIDA = SPACES
               MOVE 'S' TO WRK-AU-VALIDA (WRK-QTD-AULAS)
           ELSE
               MOVE 'N' TO WRK-AU-VALIDA (WRK-QTD-AULAS)
               ADD 1 TO WRK-QTD-INVALIDAS
           END-IF.

      *>*********************************************
       126000-REGISTRAR-SALA.
      *>*********************************************
           MOVE 'N' TO WRK-SALA-ACHADA.
           PERFORM VARYING WRK-IDX-SALA FROM 1 BY 1
                   UNTIL WRK-IDX-SALA > WRK-QTD-SALAS
               IF WRK-SA-PERIODO (WRK-IDX-SALA) = HR-PERIODO
                   AND WRK-SA-SALA (WRK-IDX-SALA) = HR-SALA
                   MOVE 'S' TO WRK-SALA-ACHADA
                   MOVE WRK-QTD-SALAS TO WRK-IDX-SALA
               END-IF
           END-PERFORM.

           IF WRK-SALA-ACHADA = 'N'
               IF WRK-QTD-SALAS < 300
                   ADD 1 TO WRK-QTD-SALAS
                   MOVE HR-PERIODO TO WRK-SA-PERIODO (WRK-QTD-SALAS)
                   MOVE HR-SALA    TO WRK-SA-SALA (WRK-QTD-SALAS)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
                   DISPLAY 'MAIS DE 300 SALAS/PERIODO NA GRADE - '
                           'SALA ' HR-SALA ' NAO LISTADA'
               END-IF
           END-IF.

      *>*********************************************
       200000-LISTAR-SALA.
      *>*********************************************
           MOVE ZEROS TO WRK-MIN-SALA.
           MOVE 'N' TO WRK-SALA-COM-CONFL.
           MOVE SPACES TO SALARPT-LINHA.
           WRITE SALARPT-LINHA.
           MOVE SPACES TO SALARPT-LINHA.
           STRING '==== SALA ' WRK-SA-SALA (WRK-IDX-SALA)
                  ' PERIODO ' WRK-SA-PERIODO (WRK-IDX-SALA)
               DELIMITED BY SIZE INTO SALARPT-LINHA
           END-STRING.
           WRITE SALARPT-LINHA.

           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > 7
               PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                       UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
                   IF WRK-AU-VALIDA (WRK-IDX-AULA) = 'S'
                       AND WRK-AU-DIA (WRK-IDX-AULA) = WRK-IDX-DIA
                       AND WRK-AU-PERIODO (WRK-IDX-AULA) =
                           WRK-SA-PERIODO (WRK-IDX-SALA)
                       AND WRK-AU-SALA (WRK-IDX-AULA) =
                           WRK-SA-SALA (WRK-IDX-SALA)
                       PERFORM 210000-LISTAR-AULA
                   END-IF
               END-PERFORM
           END-PERFORM.

           COMPUTE WRK-HORAS-SALA ROUNDED = WRK-MIN-SALA / 60.
           MOVE WRK-HORAS-SALA TO WRK-HORAS-EDIT.
           MOVE SPACES TO SALARPT-LINHA.
           STRING '  OCUPACAO SEMANAL ' WRK-HORAS-EDIT ' HORAS'
               DELIMITED BY SIZE INTO SALARPT-LINHA
           END-STRING.
           WRITE SALARPT-LINHA.
           IF WRK-SALA-COM-CONFL = 'S'
               ADD 1 TO WRK-QTD-SALAS-CONFL
           END-IF.

      *>*********************************************
       210000-LISTAR-AULA.
      *>*********************************************
           DIVIDE WRK-AU-INICIO (WRK-IDX-AULA) BY 100
               GIVING WRK-HORA-HH REMAINDER WRK-HORA-MM.
           COMPUTE WRK-MIN-INICIO = WRK-HORA-HH * 60 + WRK-HORA-MM.
           DIVIDE WRK-AU-FIM (WRK-IDX-AULA) BY 100
               GIVING WRK-HORA-HH REMAINDER WRK-HORA-MM.
           COMPUTE WRK-MIN-FIM = WRK-HORA-HH * 60 + WRK-HORA-MM.
           COMPUTE WRK-MIN-SALA = WRK-MIN-SALA +
                   WRK-MIN-FIM - WRK-MIN-INICIO.

           PERFORM 220000-PROCURAR-CONFLITO.

           MOVE SPACES TO SALARPT-LINHA.
           IF WRK-TURMA-CONFLITO = SPACES
               STRING '  ' WRK-NOME-DIA (WRK-IDX-DIA)
                      ' ' WRK-AU-INICIO (WRK-IDX-AULA) (1:2)
                      ':' WRK-AU-INICIO (WRK-IDX-AULA) (3:2)
                      '-' WRK-AU-FIM (WRK-IDX-AULA) (1:2)
                      ':' WRK-AU-FIM (WRK-IDX-AULA) (3:2)
                      '  ' WRK-AU-CURSO (WRK-IDX-AULA)
                      '/' WRK-AU-TURMA (WRK-IDX-AULA)
                   DELIMITED BY SIZE INTO SALARPT-LINHA
               END-STRING
           ELSE
               STRING '  ' WRK-NOME-DIA (WRK-IDX-DIA)
                      ' ' WRK-AU-INICIO (WRK-IDX-AULA) (1:2)
                      ':' WRK-AU-INICIO (WRK-IDX-AULA) (3:2)
                      '-' WRK-AU-FIM (WRK-IDX-AULA) (1:2)
                      ':' WRK-AU-FIM (WRK-IDX-AULA) (3:2)
                      '  ' WRK-AU-CURSO (WRK-IDX-AULA)
                      '/' WRK-AU-TURMA (WRK-IDX-AULA)
                      '  *** CONFLITO COM ' WRK-TURMA-CONFLITO
                   DELIMITED BY SIZE INTO SALARPT-LINHA
               END-STRING
           END-IF.
           WRITE SALARPT-LINHA.

      *>*********************************************
       220000-PROCURAR-CONFLITO.
      *>*********************************************
      *>   A AULA E COMPARADA COM TODAS AS OUTRAS DA SALA NO DIA -
      *>   A PRIMEIRA EM CHOQUE E NOMEADA NA LINHA; CADA PAR EM
      *>   CONFLITO E CONTADO UMA VEZ SO (QUANDO A OUTRA VEM DEPOIS)
           MOVE SPACES TO WRK-TURMA-CONFLITO.
           PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                   UNTIL WRK-IDX-OUTRA > WRK-QTD-AULAS
               IF WRK-IDX-OUTRA NOT = WRK-IDX-AULA
                   AND WRK-AU-VALIDA (WRK-IDX-OUTRA) = 'S'
                   AND WRK-AU-PERIODO (WRK-IDX-OUTRA) =
                       WRK-AU-PERIODO (WRK-IDX-AULA)
                   AND WRK-AU-SALA (WRK-IDX-OUTRA) =
                       WRK-AU-SALA (WRK-IDX-AULA)
                   AND WRK-AU-DIA (WRK-IDX-OUTRA) =
                       WRK-AU-DIA (WRK-IDX-AULA)
                   AND WRK-AU-INICIO (WRK-IDX-OUTRA) <
                       WRK-AU-FIM (WRK-IDX-AULA)
                   AND WRK-AU-INICIO (WRK-IDX-AULA) <
                       WRK-AU-FIM (WRK-IDX-OUTRA)
                   MOVE 'S' TO WRK-SALA-COM-CONFL
                   IF WRK-TURMA-CONFLITO = SPACES
                       STRING WRK-AU-CURSO (WRK-IDX-OUTRA) '/'
                              WRK-AU-TURMA (WRK-IDX-OUTRA)
                           DELIMITED BY SIZE INTO WRK-TURMA-CONFLITO
                       END-STRING
                   END-IF
                   IF WRK-IDX-OUTRA > WRK-IDX-AULA
                       ADD 1 TO WRK-QTD-CONFLITOS
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       300000-LISTAR-INVALIDAS.
      *>*********************************************
           IF WRK-QTD-INVALIDAS > 0
               MOVE SPACES TO SALARPT-LINHA
               WRITE SALARPT-LINHA
               MOVE 'AULAS FORA DA OCUPACAO (GRADE A CORRIGIR)'
                   TO SALARPT-LINHA
               WRITE SALARPT-LINHA
               PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                       UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
                   IF WRK-AU-VALIDA (WRK-IDX-AULA) = 'N'
                       MOVE SPACES TO SALARPT-LINHA
                       STRING '  ' WRK-AU-CURSO (WRK-IDX-AULA)
                              '/' WRK-AU-TURMA (WRK-IDX-AULA)
                              ' ' WRK-AU-PERIODO (WRK-IDX-AULA)
                              ' DIA ' WRK-AU-DIA (WRK-IDX-AULA)
                              ' ' WRK-AU-INICIO (WRK-IDX-AULA)
                              '-' WRK-AU-FIM (WRK-IDX-AULA)
                              ' SALA ' WRK-AU-SALA (WRK-IDX-AULA)
                              ' - ' WRK-AU-MOTIVO (WRK-IDX-AULA)
                           DELIMITED BY SIZE INTO SALARPT-LINHA
                       END-STRING
                       WRITE SALARPT-LINHA
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           CLOSE SALARPT.

           DISPLAY '========================='.
           DISPLAY 'OCUPACAO DAS SALAS'.
           DISPLAY 'AULAS NA GRADE.....: ' WRK-QTD-AULAS.
           DISPLAY 'SALAS/PERIODO......: ' WRK-QTD-SALAS.
           DISPLAY 'CONFLITOS DE SALA..: ' WRK-QTD-CONFLITOS.
           DISPLAY 'SALAS EM CONFLITO..: ' WRK-QTD-SALAS-CONFL.
           DISPLAY 'AULAS INVALIDAS....: ' WRK-QTD-INVALIDAS.
           DISPLAY '========================='.

      *>   SALA COM DUAS AULAS NO MESMO HORARIO OU GRADE COM AULA
      *>   INVALIDA = GRADE A CORRIGIR ANTES DO PERIODO
           IF WRK-QTD-CONFLITOS > 0
               OR WRK-QTD-INVALIDAS > 0
               OR WRK-TABELA-CHEIA = 'S'
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

           MOVE 'SALAOCUP'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'GRADE HORARIA SEM CONFLITO DE SALA'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'GRADE COM CONFLITOS - VER SALARPT'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
