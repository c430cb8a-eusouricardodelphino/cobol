       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJABERT.
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - CRIACAO. SUBPROGRAMA COMUM DE CALENDARIO POR
      *>              LOJA: RECEBE LOJA E DATA (VER ABERTLOJ.CPY) E
      *>              DEVOLVE SE A LOJA ABRE NO DIA. A EXCECAO DA
      *>              LOJA NO LOJAEXC (FECHADA OU ABERTA NO PERIODO,
      *>              MANTIDA NO LOJEMANT) PREVALECE SOBRE O FERIADO
      *>              NACIONAL DO FERIADOS, QUE PREVALECE SOBRE O DIA
      *>              DA SEMANA DO LOJACAL. USADO PELO CONTROLE DE
      *>              CHEGADA (CHEGADAS), PELO RANKING DE LOJAS
      *>              (LOJARANK) E PELA PROJECAO DE METAS (METAREL).
      *>              OS TRES CADASTROS SAO CARREGADOS NA PRIMEIRA
      *>              CHAMADA.
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOJACAL ASSIGN TO "LOJACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJACAL-STATUS.
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADOS-STATUS.
           SELECT LOJAEXC ASSIGN TO "LOJAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAEXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOJACAL.
           COPY "LOJACAL.CPY" IN 'COPYBOOKS'.
       FD  FERIADOS.
           COPY "FERIADOS.CPY" IN 'COPYBOOKS'.
       FD  LOJAEXC.
           COPY "LOJAEXC.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-LOJACAL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FERIADOS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-LOJAEXC-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CAL-CARREGADO    PIC X(01) VALUE 'N'.
           88 WRK-CAL-JA-CARREGADO  VALUE 'S'.
       77 WRK-QTD-CALENDARIOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CALENDARIO   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FERIADOS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FERIADO      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXCECOES     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EXCECAO      PIC 9(03) VALUE ZEROS.
       77 WRK-DECIDIDO         PIC X(01) VALUE 'N'.
       77 WRK-INT-DATA         PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-POS-DIA          PIC 9(01) VALUE ZEROS.
      *>   LOJA SEM REGISTRO NO LOJACAL ABRE NOS DIAS UTEIS COMUNS
       77 WRK-DIAS-PADRAO      PIC X(07) VALUE 'SSSSSNN'.
       77 WRK-DIAS-LOJA        PIC X(07) VALUE SPACES.
       01 WRK-TABELA-CALENDARIOS.
           05  WRK-CAL-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TCA.
               10  WRK-CA-LOJA        PIC X(06).
               10  WRK-CA-DIAS        PIC X(07).
       01 WRK-TABELA-FERIADOS.
           05  WRK-FER-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TFE.
               10  WRK-FE-DATA        PIC 9(08).
               10  WRK-FE-DESCRICAO   PIC X(30).
       01 WRK-TABELA-EXCECOES.
           05  WRK-EXC-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TEX.
               10  WRK-EX-LOJA        PIC X(06).
               10  WRK-EX-DATA-INI    PIC 9(08).
               10  WRK-EX-DATA-FIM    PIC 9(08).
               10  WRK-EX-TIPO        PIC X(01).
               10  WRK-EX-MOTIVO      PIC X(30).
       LINKAGE SECTION.
       01  LK-PARAMETROS.
           COPY "ABERTLOJ.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION USING LK-PARAMETROS.

       0001-PRINCIPAL.
           IF NOT WRK-CAL-JA-CARREGADO
               PERFORM 100000-CARREGAR-CADASTROS
           END-IF.

           MOVE 'N'    TO AB-ABERTA.
           MOVE SPACES TO AB-ORIGEM.
           MOVE SPACES TO AB-MOTIVO.
           MOVE 'N'    TO WRK-DECIDIDO.

           PERFORM 200000-VERIFICAR-EXCECAO.
           IF WRK-DECIDIDO = 'N'
               PERFORM 300000-VERIFICAR-FERIADO
           END-IF.
           IF WRK-DECIDIDO = 'N'
               PERFORM 400000-VERIFICAR-CALENDARIO
           END-IF.

           GOBACK.

      *>*********************************************
       100000-CARREGAR-CADASTROS.
      *>*********************************************
           MOVE 'S' TO WRK-CAL-CARREGADO.

           OPEN INPUT LOJACAL.
           IF WRK-LOJACAL-STATUS = '00'
               PERFORM 110000-LER-CALENDARIO
                   UNTIL WRK-LOJACAL-STATUS = '10'
               CLOSE LOJACAL
           ELSE
               DISPLAY 'LOJACAL INDISPONIVEL - STATUS '
                       WRK-LOJACAL-STATUS
                       ' - LOJAS ABREM DE SEGUNDA A SEXTA'
           END-IF.

           OPEN INPUT FERIADOS.
           IF WRK-FERIADOS-STATUS = '00'
               PERFORM 120000-LER-FERIADO
                   UNTIL WRK-FERIADOS-STATUS = '10'
               CLOSE FERIADOS
           ELSE
               DISPLAY 'FERIADOS INDISPONIVEL - STATUS '
                       WRK-FERIADOS-STATUS
                       ' - FERIADOS NACIONAIS NAO CONSIDERADOS'
           END-IF.

      *>   SEM O LOJAEXC (NENHUMA EXCECAO CADASTRADA AINDA) VALEM SO
      *>   O CALENDARIO E OS FERIADOS
           OPEN INPUT LOJAEXC.
           IF WRK-LOJAEXC-STATUS = '00'
               PERFORM 130000-LER-EXCECAO
                   UNTIL WRK-LOJAEXC-STATUS = '10'
               CLOSE LOJAEXC
           END-IF.

      *>*********************************************
       110000-LER-CALENDARIO.
      *>*********************************************
           READ LOJACAL
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-CALENDARIOS < 100
                       ADD 1 TO WRK-QTD-CALENDARIOS
                       MOVE LC-LOJA
                           TO WRK-CA-LOJA (WRK-QTD-CALENDARIOS)
                       MOVE LC-DIAS-SEMANA
                           TO WRK-CA-DIAS (WRK-QTD-CALENDARIOS)
                   ELSE
                       DISPLAY 'LOJACAL COM MAIS DE 100 LOJAS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       120000-LER-FERIADO.
      *>*********************************************
           READ FERIADOS
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-FERIADOS < 200
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE FE-DATA
                           TO WRK-FE-DATA (WRK-QTD-FERIADOS)
                       MOVE FE-DESCRICAO
                           TO WRK-FE-DESCRICAO (WRK-QTD-FERIADOS)
                   ELSE
                       DISPLAY 'FERIADOS COM MAIS DE 200 DATAS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       130000-LER-EXCECAO.
      *>*********************************************
           READ LOJAEXC
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-EXCECOES < 500
                       ADD 1 TO WRK-QTD-EXCECOES
                       MOVE LE-LOJA
                           TO WRK-EX-LOJA (WRK-QTD-EXCECOES)
                       MOVE LE-DATA-INICIAL
                           TO WRK-EX-DATA-INI (WRK-QTD-EXCECOES)
                       MOVE LE-DATA-FINAL
                           TO WRK-EX-DATA-FIM (WRK-QTD-EXCECOES)
                       MOVE LE-TIPO
                           TO WRK-EX-TIPO (WRK-QTD-EXCECOES)
                       MOVE LE-MOTIVO
                           TO WRK-EX-MOTIVO (WRK-QTD-EXCECOES)
                   ELSE
                       DISPLAY 'LOJAEXC COM MAIS DE 500 EXCECOES - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       200000-VERIFICAR-EXCECAO.
      *>*********************************************
           PERFORM VARYING WRK-IDX-EXCECAO FROM 1 BY 1
                   UNTIL WRK-IDX-EXCECAO > WRK-QTD-EXCECOES
               IF WRK-EX-LOJA (WRK-IDX-EXCECAO) = AB-LOJA
                   AND WRK-EX-DATA-INI (WRK-IDX-EXCECAO) <= AB-DATA
                   AND WRK-EX-DATA-FIM (WRK-IDX-EXCECAO) >= AB-DATA
                   IF WRK-EX-TIPO (WRK-IDX-EXCECAO) = 'A'
                       MOVE 'S' TO AB-ABERTA
                   ELSE
                       MOVE 'N' TO AB-ABERTA
                   END-IF
                   MOVE 'E' TO AB-ORIGEM
                   MOVE WRK-EX-MOTIVO (WRK-IDX-EXCECAO) TO AB-MOTIVO
                   MOVE 'S' TO WRK-DECIDIDO
                   MOVE WRK-QTD-EXCECOES TO WRK-IDX-EXCECAO
               END-IF
           END-PERFORM.

      *>*********************************************
       300000-VERIFICAR-FERIADO.
      *>*********************************************
           PERFORM VARYING WRK-IDX-FERIADO FROM 1 BY 1
                   UNTIL WRK-IDX-FERIADO > WRK-QTD-FERIADOS
               IF WRK-FE-DATA (WRK-IDX-FERIADO) = AB-DATA
                   MOVE 'N' TO AB-ABERTA
                   MOVE 'F' TO AB-ORIGEM
                   MOVE WRK-FE-DESCRICAO (WRK-IDX-FERIADO)
                       TO AB-MOTIVO
                   MOVE 'S' TO WRK-DECIDIDO
                   MOVE WRK-QTD-FERIADOS TO WRK-IDX-FERIADO
               END-IF
           END-PERFORM.

      *>*********************************************
       400000-VERIFICAR-CALENDARIO.
      *>*********************************************
      *>   MESMA ARITMETICA DO DIAUTIL: RESTO DA DIVISAO POR 7 DO
      *>   DIA INTEIRO (0 = DOMINGO); A POSICAO DO CALENDARIO E
      *>   1 = SEGUNDA ... 7 = DOMINGO
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (AB-DATA).
           COMPUTE WRK-DIA-SEMANA =
                   FUNCTION MOD (WRK-INT-DATA, 7).
           IF WRK-DIA-SEMANA = 0
               MOVE 7 TO WRK-POS-DIA
           ELSE
               MOVE WRK-DIA-SEMANA TO WRK-POS-DIA
           END-IF.

           MOVE WRK-DIAS-PADRAO TO WRK-DIAS-LOJA.
           PERFORM VARYING WRK-IDX-CALENDARIO FROM 1 BY 1
                   UNTIL WRK-IDX-CALENDARIO > WRK-QTD-CALENDARIOS
               IF WRK-CA-LOJA (WRK-IDX-CALENDARIO) = AB-LOJA
                   MOVE WRK-CA-DIAS (WRK-IDX-CALENDARIO)
                       TO WRK-DIAS-LOJA
                   MOVE WRK-QTD-CALENDARIOS TO WRK-IDX-CALENDARIO
               END-IF
           END-PERFORM.

           MOVE 'C' TO AB-ORIGEM.
           IF WRK-DIAS-LOJA (WRK-POS-DIA:1) = 'S'
               MOVE 'S' TO AB-ABERTA
           ELSE
               MOVE 'N' TO AB-ABERTA
               MOVE 'FORA DO CALENDARIO DA LOJA' TO AB-MOTIVO
           END-IF.
