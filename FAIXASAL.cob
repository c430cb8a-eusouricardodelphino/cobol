       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXASAL.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RELATORIO MENSAL DE FAIXA SALARIAL PARA O COMITE
      *> DE REMUNERACAO: POR DEPARTAMENTO, OS FUNCIONARIOS NAO
      *> DESLIGADOS COM SALARIO ABAIXO DO MINIMO OU ACIMA DO MAXIMO
      *> DA FAIXA DO CARGO (CARGOMST), CADA UM COM O SEU COMPA-RATIO
      *> (SALARIO / PONTO MEDIO DA FAIXA X 100), MAIS OS QUE AINDA
      *> ESTAO SEM CARGO OU COM CARGO FORA DO CADASTRO. O RODAPE DE
      *> CADA DEPARTAMENTO TRAZ O QUADRO CONFERIDO, AS QUANTIDADES
      *> FORA DA FAIXA E O COMPA-RATIO MEDIO DO DEPARTAMENTO.
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
           SELECT EMPFILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT CARGOMST ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGOMST-STATUS.
           SELECT DEPTMAST ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTMAST-STATUS.
           SELECT FAIXARPT ASSIGN TO "FAIXARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAIXARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  CARGOMST.
           COPY "CARGOMST.CPY" IN 'COPYBOOKS'.
       FD  DEPTMAST.
           COPY "DEPTMAST.CPY" IN 'COPYBOOKS'.
       FD  FAIXARPT
           RECORDING MODE IS F.
       01  FAIXARPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-EMPFILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CARGOMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FAIXARPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-EMPFILE     PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPFILE     VALUE 'S'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CARGOS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CARGO       PIC 9(03) VALUE ZEROS.
       77 WRK-CARGO-ACHADO    PIC X(01) VALUE 'N'.
       77 WRK-IDX-CG-ACHADO   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEPTOS      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEPTO       PIC 9(02) VALUE ZEROS.
       77 WRK-DEPTO-ACHADO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-EMPREG      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EMPREG      PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-FAIXA  PIC X(06) VALUE SPACES.
       77 WRK-COMPA-RATIO     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-SOMA-COMPA      PIC 9(07)V9 VALUE ZEROS.
       77 WRK-COMPA-MEDIO     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-DP-CONFERIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-DP-ABAIXO       PIC 9(04) VALUE ZEROS.
       77 WRK-DP-ACIMA        PIC 9(04) VALUE ZEROS.
       77 WRK-DP-SEM-CARGO    PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-CONFERIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABAIXO      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ACIMA       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SEM-CARGO   PIC 9(05) VALUE ZEROS.
       77 WRK-SALARIO-EDIT    PIC ZZZ.ZZ9,99.
       77 WRK-MINIMO-EDIT     PIC ZZZ.ZZ9,99.
       77 WRK-MAXIMO-EDIT     PIC ZZZ.ZZ9,99.
       77 WRK-COMPA-EDIT      PIC ZZ9,9.
       77 WRK-DESCR-DEPTO     PIC X(30) VALUE SPACES.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-CARGOS.
           05  WRK-CARGO-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TCG.
               10  WRK-CG-CARGO       PIC X(06).
               10  WRK-CG-MINIMO      PIC 9(07)V99.
               10  WRK-CG-MEDIO       PIC 9(07)V99.
               10  WRK-CG-MAXIMO      PIC 9(07)V99.
       01 WRK-TABELA-DEPTOS.
           05  WRK-DEP-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TDP.
               10  WRK-DP-DEPTO       PIC X(10).
               10  WRK-DP-DESCRICAO   PIC X(30).
       01 WRK-TABELA-EMPREG.
           05  WRK-EMP-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TEM.
               10  WRK-EM-MATRICULA   PIC 9(06).
               10  WRK-EM-NOME        PIC X(20).
               10  WRK-EM-DEPTO       PIC X(10).
               10  WRK-EM-CARGO       PIC X(06).
               10  WRK-EM-SALARIO     PIC 9(07)V99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CARREGAR-EMPREGADO UNTIL WRK-EOF-EMPFILE.

           PERFORM 300000-EMITIR-RELATORIO.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-MES-BASE.

           PERFORM 110000-CARREGAR-CARGOS.
           PERFORM 120000-CARREGAR-DEPTOS.

           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'EMPFILE INDISPONIVEL - STATUS '
                       WRK-EMPFILE-STATUS
               MOVE 'S' TO WRK-FIM-EMPFILE
           END-IF.
           OPEN OUTPUT FAIXARPT.

      *>*********************************************
       110000-CARREGAR-CARGOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGOMST.
           IF WRK-CARGOMST-STATUS = '00'
               PERFORM 111000-LER-CARGO
                   UNTIL WRK-CARGOMST-STATUS = '10'
               CLOSE CARGOMST
           ELSE
               DISPLAY 'CARGOMST INDISPONIVEL - STATUS '
                       WRK-CARGOMST-STATUS
           END-IF.

      *>*********************************************
       111000-LER-CARGO.
      *>*********************************************
           READ CARGOMST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-CARGOS < 200
                       ADD 1 TO WRK-QTD-CARGOS
                       MOVE CG-CARGO
                           TO WRK-CG-CARGO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MINIMO
                           TO WRK-CG-MINIMO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MEDIO
                           TO WRK-CG-MEDIO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MAXIMO
                           TO WRK-CG-MAXIMO (WRK-QTD-CARGOS)
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-DEPTOS.
      *>*********************************************
      *>   A ORDEM DO DEPTMAST E A ORDEM DO RELATORIO; DEPARTAMENTO
      *>   DO CADASTRO QUE NAO ESTA NO DEPTMAST ENTRA NO FINAL
           MOVE ZEROS TO WRK-QTD-DEPTOS.
           OPEN INPUT DEPTMAST.
           IF WRK-DEPTMAST-STATUS = '00'
               PERFORM 121000-LER-DEPTO
                   UNTIL WRK-DEPTMAST-STATUS = '10'
               CLOSE DEPTMAST
           END-IF.

      *>*********************************************
       121000-LER-DEPTO.
      *>*********************************************
           READ DEPTMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-DEPTOS < 50
                       ADD 1 TO WRK-QTD-DEPTOS
                       MOVE DM-DEPARTAMENTO
                           TO WRK-DP-DEPTO (WRK-QTD-DEPTOS)
                       MOVE DM-DESCRICAO
                           TO WRK-DP-DESCRICAO (WRK-QTD-DEPTOS)
                   END-IF
           END-READ.

      *>*********************************************
       200000-CARREGAR-EMPREGADO.
      *>*********************************************
      *>   DESLIGADO FICA FORA - O COMITE OLHA O QUADRO VIGENTE,
      *>   INCLUSIVE AFASTADOS E EM FERIAS
           READ EMPFILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPFILE
               NOT AT END
                   IF NOT EMP-DESLIGADO
                       IF WRK-QTD-EMPREG < 500
                           ADD 1 TO WRK-QTD-EMPREG
                           MOVE EMP-MATRICULA
                               TO WRK-EM-MATRICULA (WRK-QTD-EMPREG)
                           MOVE EMP-NOME
                               TO WRK-EM-NOME (WRK-QTD-EMPREG)
                           MOVE EMP-DEPARTAMENTO
                               TO WRK-EM-DEPTO (WRK-QTD-EMPREG)
                           MOVE EMP-CARGO
                               TO WRK-EM-CARGO (WRK-QTD-EMPREG)
                           MOVE EMP-SALARIO
                               TO WRK-EM-SALARIO (WRK-QTD-EMPREG)
                           PERFORM 210000-REGISTRAR-DEPTO
                       ELSE
                           DISPLAY 'EMPFILE COM MAIS DE 500 ATIVOS - '
                                   'MATRICULA ' EMP-MATRICULA
                                   ' FORA DO RELATORIO'
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       210000-REGISTRAR-DEPTO.
      *>*********************************************
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
               IF WRK-DP-DEPTO (WRK-IDX-DEPTO) = EMP-DEPARTAMENTO
                   MOVE 'S' TO WRK-DEPTO-ACHADO
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               END-IF
           END-PERFORM.
           IF WRK-DEPTO-ACHADO = 'N' AND WRK-QTD-DEPTOS < 50
               ADD 1 TO WRK-QTD-DEPTOS
               MOVE EMP-DEPARTAMENTO TO WRK-DP-DEPTO (WRK-QTD-DEPTOS)
               MOVE '(FORA DO DEPTMAST)'
                   TO WRK-DP-DESCRICAO (WRK-QTD-DEPTOS)
           END-IF.

      *>*********************************************
       300000-EMITIR-RELATORIO.
      *>*********************************************
           MOVE SPACES TO FAIXARPT-LINHA.
           STRING 'FUNCIONARIOS FORA DA FAIXA SALARIAL DO CARGO - '
                  WRK-MES-BASE
               DELIMITED BY SIZE INTO FAIXARPT-LINHA
           END-STRING.
           WRITE FAIXARPT-LINHA.
           MOVE SPACES TO FAIXARPT-LINHA.
           STRING 'MATRIC NOME               CARGO     SALARIO'
                  '     MINIMO     MAXIMO COMPA SITUAC'
               DELIMITED BY SIZE INTO FAIXARPT-LINHA
           END-STRING.
           WRITE FAIXARPT-LINHA.

           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
               PERFORM 310000-IMPRIMIR-DEPTO
           END-PERFORM.

           MOVE SPACES TO FAIXARPT-LINHA.
           WRITE FAIXARPT-LINHA.
           MOVE SPACES TO FAIXARPT-LINHA.
           STRING 'TOTAL GERAL - CONFERIDOS ' WRK-TOT-CONFERIDOS
                  ' ABAIXO ' WRK-TOT-ABAIXO
                  ' ACIMA ' WRK-TOT-ACIMA
                  ' SEM CARGO ' WRK-TOT-SEM-CARGO
               DELIMITED BY SIZE INTO FAIXARPT-LINHA
           END-STRING.
           WRITE FAIXARPT-LINHA.

      *>*********************************************
       310000-IMPRIMIR-DEPTO.
      *>*********************************************
           MOVE ZEROS TO WRK-DP-CONFERIDOS WRK-DP-ABAIXO
                         WRK-DP-ACIMA WRK-DP-SEM-CARGO
                         WRK-SOMA-COMPA.
           MOVE WRK-DP-DESCRICAO (WRK-IDX-DEPTO) TO WRK-DESCR-DEPTO.

           MOVE SPACES TO FAIXARPT-LINHA.
           WRITE FAIXARPT-LINHA.
           MOVE SPACES TO FAIXARPT-LINHA.
           STRING 'DEPARTAMENTO ' WRK-DP-DEPTO (WRK-IDX-DEPTO)
                  ' - ' WRK-DESCR-DEPTO
               DELIMITED BY SIZE INTO FAIXARPT-LINHA
           END-STRING.
           WRITE FAIXARPT-LINHA.

           PERFORM VARYING WRK-IDX-EMPREG FROM 1 BY 1
                   UNTIL WRK-IDX-EMPREG > WRK-QTD-EMPREG
               IF WRK-EM-DEPTO (WRK-IDX-EMPREG) =
                       WRK-DP-DEPTO (WRK-IDX-DEPTO)
                   PERFORM 320000-CONFERIR-EMPREGADO
               END-IF
           END-PERFORM.

           IF WRK-DP-CONFERIDOS > 0
               COMPUTE WRK-COMPA-MEDIO ROUNDED =
                   WRK-SOMA-COMPA / WRK-DP-CONFERIDOS
           ELSE
               MOVE ZEROS TO WRK-COMPA-MEDIO
           END-IF.
           MOVE WRK-COMPA-MEDIO TO WRK-COMPA-EDIT.
           MOVE SPACES TO FAIXARPT-LINHA.
           STRING '   CONFERIDOS ' WRK-DP-CONFERIDOS
                  ' ABAIXO ' WRK-DP-ABAIXO
                  ' ACIMA ' WRK-DP-ACIMA
                  ' SEM CARGO ' WRK-DP-SEM-CARGO
                  ' COMPA MEDIO ' WRK-COMPA-EDIT
               DELIMITED BY SIZE INTO FAIXARPT-LINHA
           END-STRING.
           WRITE FAIXARPT-LINHA.

           ADD WRK-DP-CONFERIDOS TO WRK-TOT-CONFERIDOS.
           ADD WRK-DP-ABAIXO     TO WRK-TOT-ABAIXO.
           ADD WRK-DP-ACIMA      TO WRK-TOT-ACIMA.
           ADD WRK-DP-SEM-CARGO  TO WRK-TOT-SEM-CARGO.

      *>*********************************************
       320000-CONFERIR-EMPREGADO.
      *>*********************************************
      *>   SO SAI LINHA PARA QUEM ESTA FORA DA FAIXA OU SEM FAIXA A
      *>   CONFERIR; O COMPA-RATIO DE TODOS ENTRA NA MEDIA DO DEPTO
           MOVE SPACES TO WRK-SITUACAO-FAIXA.
           MOVE ZEROS  TO WRK-COMPA-RATIO.
           MOVE 'N'    TO WRK-CARGO-ACHADO.
           PERFORM VARYING WRK-IDX-CARGO FROM 1 BY 1
                   UNTIL WRK-IDX-CARGO > WRK-QTD-CARGOS
                      OR WRK-CARGO-ACHADO = 'S'
               IF WRK-CG-CARGO (WRK-IDX-CARGO) =
                       WRK-EM-CARGO (WRK-IDX-EMPREG)
                   MOVE 'S' TO WRK-CARGO-ACHADO
                   MOVE WRK-IDX-CARGO TO WRK-IDX-CG-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-EM-CARGO (WRK-IDX-EMPREG) = SPACES
              OR WRK-CARGO-ACHADO = 'N'
               ADD 1 TO WRK-DP-SEM-CARGO
               IF WRK-EM-CARGO (WRK-IDX-EMPREG) = SPACES
                   MOVE 'S/CARG' TO WRK-SITUACAO-FAIXA
               ELSE
                   MOVE 'S/CAD ' TO WRK-SITUACAO-FAIXA
               END-IF
               MOVE ZEROS TO WRK-MINIMO-EDIT WRK-MAXIMO-EDIT
           ELSE
               ADD 1 TO WRK-DP-CONFERIDOS
               IF WRK-CG-MEDIO (WRK-IDX-CG-ACHADO) > 0
                   COMPUTE WRK-COMPA-RATIO ROUNDED =
                       WRK-EM-SALARIO (WRK-IDX-EMPREG) * 100
                       / WRK-CG-MEDIO (WRK-IDX-CG-ACHADO)
                       ON SIZE ERROR
                           MOVE 999,9 TO WRK-COMPA-RATIO
                   END-COMPUTE
               END-IF
               ADD WRK-COMPA-RATIO TO WRK-SOMA-COMPA
               IF WRK-EM-SALARIO (WRK-IDX-EMPREG) <
                       WRK-CG-MINIMO (WRK-IDX-CG-ACHADO)
                   ADD 1 TO WRK-DP-ABAIXO
                   MOVE 'ABAIXO' TO WRK-SITUACAO-FAIXA
               END-IF
               IF WRK-EM-SALARIO (WRK-IDX-EMPREG) >
                       WRK-CG-MAXIMO (WRK-IDX-CG-ACHADO)
                   ADD 1 TO WRK-DP-ACIMA
                   MOVE 'ACIMA ' TO WRK-SITUACAO-FAIXA
               END-IF
               MOVE WRK-CG-MINIMO (WRK-IDX-CG-ACHADO)
                   TO WRK-MINIMO-EDIT
               MOVE WRK-CG-MAXIMO (WRK-IDX-CG-ACHADO)
                   TO WRK-MAXIMO-EDIT
           END-IF.

           IF WRK-SITUACAO-FAIXA NOT = SPACES
               MOVE WRK-EM-SALARIO (WRK-IDX-EMPREG)
                   TO WRK-SALARIO-EDIT
               MOVE WRK-COMPA-RATIO TO WRK-COMPA-EDIT
               MOVE SPACES TO FAIXARPT-LINHA
               STRING WRK-EM-MATRICULA (WRK-IDX-EMPREG) ' '
                      WRK-EM-NOME (WRK-IDX-EMPREG) (1:18) ' '
                      WRK-EM-CARGO (WRK-IDX-EMPREG) ' '
                      WRK-SALARIO-EDIT ' '
                      WRK-MINIMO-EDIT ' '
                      WRK-MAXIMO-EDIT ' '
                      WRK-COMPA-EDIT ' '
                      WRK-SITUACAO-FAIXA
                   DELIMITED BY SIZE INTO FAIXARPT-LINHA
               END-STRING
               WRITE FAIXARPT-LINHA
           END-IF.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-EMPFILE-STATUS = '00' OR WRK-EMPFILE-STATUS = '10'
               CLOSE EMPFILE
           END-IF.
           CLOSE FAIXARPT.

           DISPLAY 'FAIXA SALARIAL EMITIDA - ' WRK-TOT-CONFERIDOS
                   ' CONFERIDOS, ' WRK-TOT-ABAIXO ' ABAIXO, '
                   WRK-TOT-ACIMA ' ACIMA, ' WRK-TOT-SEM-CARGO
                   ' SEM CARGO'.

           MOVE 0 TO RETURN-CODE.

           PERFORM 410000-REGISTRAR-BATCHLOG.

      *>*********************************************
       410000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'FAIXASAL'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'FAIXA SALARIAL POR DEPARTAMENTO EMITIDA'
               TO BL-DETALHE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
