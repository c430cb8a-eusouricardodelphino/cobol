       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDHORA.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = DISTRIBUICAO SEMANAL DAS VENDAS POR HORA DO DIA
      *> E DIA DA SEMANA, POR LOJA, PARA A ESCALA DE OPERADORES E A
      *> ABERTURA DE CAIXAS: QUANTIDADE, VALOR E TICKET MEDIO POR
      *> HORA (COM A QUANTIDADE ABERTA POR DIA DA SEMANA), RESUMO
      *> POR DIA DA SEMANA, OS CAIXAS MAIS MOVIMENTADOS E AS HORAS
      *> COM MAIS DEVOLUCOES. LE O DD SALESTXH (SALESTXN CORRENTE
      *> CONCATENADO COM AS GERACOES SALESTXN.HIST DA SEMANA) - COMO
      *> O ARQUIVO CORRENTE TAMBEM VAI PARA A GERACAO MAIS RECENTE, O
      *> LOTE (LOJA/DATA DO CABECALHO) JA LIDO E PULADO. SO ENTRAM OS
      *> MOVIMENTOS DOS ULTIMOS 7 DIAS. A DEVOLUCAO SO TRAZ A
      *> DATAHORA DA VENDA ORIGINAL E E CONTADA NA HORA DESSA VENDA.
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
           SELECT SALESTXH ASSIGN TO "SALESTXH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESTXH-STATUS.
           SELECT HORARPT ASSIGN TO "HORARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESTXH.
           COPY "BOOK.CPY" IN 'COPYBOOKS'.
       FD  HORARPT
           RECORDING MODE IS F.
       01  HORARPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SALESTXH-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HORARPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SALESTXH    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SALESTXH    VALUE 'S'.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-INT-HOJE        PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DATA        PIC 9(07) VALUE ZEROS.
       77 WRK-LOJA            PIC X(06) VALUE SPACES.
       77 WRK-DATA-MOVIMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-VALIDO     PIC X(01) VALUE 'N'.
       77 WRK-DATAHORA        PIC 9(12) VALUE ZEROS.
       77 WRK-DATA-VENDA      PIC 9(08) VALUE ZEROS.
       77 WRK-CAIXA           PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EH-DEVOL        PIC X(01) VALUE 'N'.
       77 WRK-HORA            PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 WRK-QUOCIENTE       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LOTES       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOTE        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REPETIDOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LOJAS       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-LOJA        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-LJ-ACHADO   PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-HORA        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DIA         PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-CAIXA       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MAIOR       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RANK        PIC 9(01) VALUE ZEROS.
       77 WRK-MAIOR-QTD       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-HORA        PIC 9(06) VALUE ZEROS.
       77 WRK-TICKET          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-SEM-LOJA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORA-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VENDAS-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DEVOL-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ED          PIC ZZZZ9.
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-TICKET-ED       PIC ZZ.ZZ9,99.
       01 WRK-NOMES-DIAS      PIC X(21)
                                 VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
           05  WRK-NOME-DIA   PIC X(03) OCCURS 7 TIMES.
       01 WRK-LINHA-HORA.
           05  WRK-LH-HORA        PIC 9(02).
           05  FILLER             PIC X(02) VALUE 'H '.
           05  WRK-LH-COLUNA OCCURS 7 TIMES.
               10  WRK-LH-QTD-DIA PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LH-QTD         PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LH-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LH-TICKET      PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LH-DEVOL       PIC ZZZ9.
       01 WRK-TABELA-LOTES.
           05  WRK-LOT-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TLT.
               10  WRK-LT-LOJA        PIC X(06).
               10  WRK-LT-DATA        PIC 9(08).
      *>   UMA LINHA POR LOJA: GRADE HORA X DIA DA SEMANA, RESUMO POR
      *>   DIA DA SEMANA E ACUMULO POR CAIXA (CAIXA 00-99 NA POSICAO
      *>   CAIXA + 1)
       01 WRK-TABELA-LOJAS.
           05  WRK-LJ-ITEM OCCURS 20 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-CODIGO      PIC X(06).
               10  WRK-LJ-HORA OCCURS 24 TIMES.
                   15  WRK-HR-QTD-DIA PIC 9(05) OCCURS 7 TIMES.
                   15  WRK-HR-VALOR   PIC 9(09)V99.
                   15  WRK-HR-DEVOL   PIC 9(05).
                   15  WRK-HR-LISTADA PIC X(01).
               10  WRK-LJ-DIA OCCURS 7 TIMES.
                   15  WRK-DS-QTD     PIC 9(06).
                   15  WRK-DS-VALOR   PIC 9(10)V99.
               10  WRK-LJ-CAIXA OCCURS 100 TIMES.
                   15  WRK-CX-QTD     PIC 9(06).
                   15  WRK-CX-VALOR   PIC 9(10)V99.
                   15  WRK-CX-DEVOL   PIC 9(05).
                   15  WRK-CX-LISTADO PIC X(01).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CLASSIFICAR-MOVIMENTO UNTIL WRK-EOF-SALESTXH.

           PERFORM 300000-EMITIR-RELATORIO.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
      *>   JANELA DE 7 DIAS TERMINANDO HOJE - AS GERACOES MAIS
      *>   ANTIGAS DA CONCATENACAO FICAM FORA
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INT-HOJE = FUNCTION INTEGER-OF-DATE (WRK-HOJE).
           COMPUTE WRK-INT-DATA = WRK-INT-HOJE - 6.
           COMPUTE WRK-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).

           OPEN INPUT SALESTXH.
           IF WRK-SALESTXH-STATUS NOT = '00'
               DISPLAY 'SALESTXH INDISPONIVEL - STATUS '
                       WRK-SALESTXH-STATUS
               MOVE 'S' TO WRK-FIM-SALESTXH
           END-IF.
           OPEN OUTPUT HORARPT.

      *>*********************************************
       200000-CLASSIFICAR-MOVIMENTO.
      *>*********************************************
           READ SALESTXH
               AT END
                   MOVE 'S' TO WRK-FIM-SALESTXH
               NOT AT END
                   EVALUATE TRUE
                       WHEN VDA-HEADER
                           PERFORM 210000-ABRIR-LOTE
                       WHEN VDA-DETALHE
                           IF WRK-LOTE-VALIDO = 'S'
                               MOVE VDA-DATAHORA TO WRK-DATAHORA
                               MOVE VDA-CAIXA    TO WRK-CAIXA
                               MOVE VDA-VALOR    TO WRK-VALOR
                               MOVE 'N'          TO WRK-EH-DEVOL
                               ADD 1 TO WRK-QTD-VENDAS-LIDAS
                               PERFORM 230000-ACUMULAR
                           END-IF
                       WHEN VDA-DEVOLUCAO
                           IF WRK-LOTE-VALIDO = 'S'
                               MOVE VDA-DEV-DATAHORA-ORIG
                                   TO WRK-DATAHORA
                               MOVE VDA-DEV-CAIXA TO WRK-CAIXA
                               MOVE VDA-DEV-VALOR TO WRK-VALOR
                               MOVE 'S'           TO WRK-EH-DEVOL
                               ADD 1 TO WRK-QTD-DEVOL-LIDAS
                               PERFORM 230000-ACUMULAR
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *>*********************************************
       210000-ABRIR-LOTE.
      *>*********************************************
      *>   LOTE FORA DA JANELA OU JA LIDO EM OUTRA GERACAO: OS
      *>   DETALHES ATE O PROXIMO CABECALHO SAO IGNORADOS
           MOVE VDA-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.
           MOVE VDA-LOJA           TO WRK-LOJA.
           MOVE 'S' TO WRK-LOTE-VALIDO.

           IF WRK-DATA-MOVIMENTO NOT NUMERIC
               OR WRK-DATA-MOVIMENTO < WRK-DATA-INICIO
               OR WRK-DATA-MOVIMENTO > WRK-HOJE
               MOVE 'N' TO WRK-LOTE-VALIDO
               ADD 1 TO WRK-QTD-FORA-PERIODO
           ELSE
               PERFORM VARYING WRK-IDX-LOTE FROM 1 BY 1
                       UNTIL WRK-IDX-LOTE > WRK-QTD-LOTES
                   IF WRK-LT-LOJA (WRK-IDX-LOTE) = WRK-LOJA
                       AND WRK-LT-DATA (WRK-IDX-LOTE) =
                           WRK-DATA-MOVIMENTO
                       MOVE 'N' TO WRK-LOTE-VALIDO
                       MOVE WRK-QTD-LOTES TO WRK-IDX-LOTE
                   END-IF
               END-PERFORM
               IF WRK-LOTE-VALIDO = 'N'
                   ADD 1 TO WRK-QTD-REPETIDOS
               ELSE
                   IF WRK-QTD-LOTES < 500
                       ADD 1 TO WRK-QTD-LOTES
                       MOVE WRK-LOJA
                           TO WRK-LT-LOJA (WRK-QTD-LOTES)
                       MOVE WRK-DATA-MOVIMENTO
                           TO WRK-LT-DATA (WRK-QTD-LOTES)
                   END-IF
               END-IF
           END-IF.

           IF WRK-LOTE-VALIDO = 'S'
               PERFORM 220000-LOCALIZAR-LOJA
               IF WRK-IDX-LJ-ACHADO = 0
                   MOVE 'N' TO WRK-LOTE-VALIDO
               END-IF
           END-IF.

      *>*********************************************
       220000-LOCALIZAR-LOJA.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-LJ-ACHADO.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO (WRK-IDX-LOJA) = WRK-LOJA
                   MOVE WRK-IDX-LOJA  TO WRK-IDX-LJ-ACHADO
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.
           IF WRK-IDX-LJ-ACHADO = 0
               IF WRK-QTD-LOJAS < 20
                   ADD 1 TO WRK-QTD-LOJAS
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LJ-ACHADO
                   INITIALIZE WRK-LJ-ITEM (WRK-IDX-LJ-ACHADO)
                   MOVE WRK-LOJA
                       TO WRK-LJ-CODIGO (WRK-IDX-LJ-ACHADO)
               ELSE
                   ADD 1 TO WRK-QTD-SEM-LOJA
                   DISPLAY 'MAIS DE 20 LOJAS NO PERIODO - LOTE DA '
                           'LOJA ' WRK-LOJA ' FORA DO RELATORIO'
               END-IF
           END-IF.

      *>*********************************************
       230000-ACUMULAR.
      *>*********************************************
      *>   HORA DA DATAHORA AAAAMMDDHHMM; DIA DA SEMANA PELO DIA
      *>   JULIANO (O DIA 1 DO CALENDARIO, 01/01/1601, FOI SEGUNDA)
           IF WRK-DATAHORA NOT NUMERIC
               OR WRK-DATAHORA (9:2) > '23'
               MOVE WRK-DATA-MOVIMENTO TO WRK-DATAHORA (1:8)
               MOVE ZEROS TO WRK-DATAHORA (9:4)
           END-IF.
           MOVE WRK-DATAHORA (9:2) TO WRK-HORA.
           MOVE WRK-DATAHORA (1:8) TO WRK-DATA-VENDA.
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-VENDA).
           DIVIDE 7 INTO WRK-INT-DATA GIVING WRK-QUOCIENTE
               REMAINDER WRK-DIA-SEMANA.
           IF WRK-DIA-SEMANA = 0
               MOVE 7 TO WRK-DIA-SEMANA
           END-IF.
           COMPUTE WRK-IDX-HORA  = WRK-HORA + 1.
           COMPUTE WRK-IDX-CAIXA = WRK-CAIXA + 1.
           MOVE WRK-IDX-LJ-ACHADO TO WRK-IDX-LOJA.

           IF WRK-EH-DEVOL = 'S'
               ADD 1 TO WRK-HR-DEVOL (WRK-IDX-LOJA WRK-IDX-HORA)
               ADD 1 TO WRK-CX-DEVOL (WRK-IDX-LOJA WRK-IDX-CAIXA)
           ELSE
               ADD 1 TO WRK-HR-QTD-DIA
                   (WRK-IDX-LOJA WRK-IDX-HORA WRK-DIA-SEMANA)
               ADD WRK-VALOR
                   TO WRK-HR-VALOR (WRK-IDX-LOJA WRK-IDX-HORA)
               ADD 1 TO WRK-DS-QTD (WRK-IDX-LOJA WRK-DIA-SEMANA)
               ADD WRK-VALOR
                   TO WRK-DS-VALOR (WRK-IDX-LOJA WRK-DIA-SEMANA)
               ADD 1 TO WRK-CX-QTD (WRK-IDX-LOJA WRK-IDX-CAIXA)
               ADD WRK-VALOR
                   TO WRK-CX-VALOR (WRK-IDX-LOJA WRK-IDX-CAIXA)
           END-IF.

      *>*********************************************
       300000-EMITIR-RELATORIO.
      *>*********************************************
           MOVE SPACES TO HORARPT-LINHA.
           STRING 'DISTRIBUICAO DE VENDAS POR HORA E DIA DA SEMANA - '
                  WRK-DATA-INICIO ' A ' WRK-HOJE
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.

           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               PERFORM 310000-IMPRIMIR-LOJA
           END-PERFORM.

      *>*********************************************
       310000-IMPRIMIR-LOJA.
      *>*********************************************
           MOVE SPACES TO HORARPT-LINHA.
           WRITE HORARPT-LINHA.
           MOVE SPACES TO HORARPT-LINHA.
           STRING 'LOJA ' WRK-LJ-CODIGO (WRK-IDX-LOJA)
                  ' - VENDAS POR HORA (QTD POR DIA DA SEMANA)'
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.
           MOVE SPACES TO HORARPT-LINHA.
           STRING 'HORA   SEG  TER  QUA  QUI  SEX  SAB  DOM   QTD'
                  '         VALOR    TICKET  DEV'
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.

           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                   UNTIL WRK-IDX-HORA > 24
               PERFORM 311000-IMPRIMIR-HORA
           END-PERFORM.

           MOVE SPACES TO HORARPT-LINHA.
           STRING '  RESUMO POR DIA DA SEMANA'
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > 7
               PERFORM 312000-IMPRIMIR-DIA
           END-PERFORM.

           MOVE SPACES TO HORARPT-LINHA.
           STRING '  CAIXAS MAIS MOVIMENTADOS'
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.
           PERFORM VARYING WRK-IDX-RANK FROM 1 BY 1
                   UNTIL WRK-IDX-RANK > 5
               PERFORM 313000-IMPRIMIR-MAIOR-CAIXA
           END-PERFORM.

           MOVE SPACES TO HORARPT-LINHA.
           STRING '  HORAS COM MAIS DEVOLUCOES (HORA DA VENDA ORIGINAL)'
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.
           PERFORM VARYING WRK-IDX-RANK FROM 1 BY 1
                   UNTIL WRK-IDX-RANK > 3
               PERFORM 314000-IMPRIMIR-MAIOR-DEVOL
           END-PERFORM.

      *>*********************************************
       311000-IMPRIMIR-HORA.
      *>*********************************************
      *>   HORA SEM VENDA NEM DEVOLUCAO NAO SAI - A LOJA FECHADA DE
      *>   MADRUGADA NAO OCUPA 24 LINHAS
           MOVE ZEROS TO WRK-QTD-HORA.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > 7
               ADD WRK-HR-QTD-DIA (WRK-IDX-LOJA WRK-IDX-HORA
                                   WRK-IDX-DIA)
                   TO WRK-QTD-HORA
               MOVE WRK-HR-QTD-DIA (WRK-IDX-LOJA WRK-IDX-HORA
                                    WRK-IDX-DIA)
                   TO WRK-LH-QTD-DIA (WRK-IDX-DIA)
           END-PERFORM.

           IF WRK-QTD-HORA > 0
               OR WRK-HR-DEVOL (WRK-IDX-LOJA WRK-IDX-HORA) > 0
               COMPUTE WRK-LH-HORA = WRK-IDX-HORA - 1
               MOVE WRK-QTD-HORA TO WRK-LH-QTD
               MOVE WRK-HR-VALOR (WRK-IDX-LOJA WRK-IDX-HORA)
                   TO WRK-LH-VALOR
               IF WRK-QTD-HORA > 0
                   COMPUTE WRK-TICKET ROUNDED =
                       WRK-HR-VALOR (WRK-IDX-LOJA WRK-IDX-HORA)
                       / WRK-QTD-HORA
               ELSE
                   MOVE ZEROS TO WRK-TICKET
               END-IF
               MOVE WRK-TICKET TO WRK-LH-TICKET
               MOVE WRK-HR-DEVOL (WRK-IDX-LOJA WRK-IDX-HORA)
                   TO WRK-LH-DEVOL
               MOVE WRK-LINHA-HORA TO HORARPT-LINHA
               WRITE HORARPT-LINHA
           END-IF.

      *>*********************************************
       312000-IMPRIMIR-DIA.
      *>*********************************************
           IF WRK-DS-QTD (WRK-IDX-LOJA WRK-IDX-DIA) > 0
               COMPUTE WRK-TICKET ROUNDED =
                       WRK-DS-VALOR (WRK-IDX-LOJA WRK-IDX-DIA)
                       / WRK-DS-QTD (WRK-IDX-LOJA WRK-IDX-DIA)
           ELSE
               MOVE ZEROS TO WRK-TICKET
           END-IF.
           MOVE WRK-DS-QTD (WRK-IDX-LOJA WRK-IDX-DIA) TO WRK-QTD-ED.
           MOVE WRK-DS-VALOR (WRK-IDX-LOJA WRK-IDX-DIA)
               TO WRK-VALOR-ED.
           MOVE WRK-TICKET TO WRK-TICKET-ED.
           MOVE SPACES TO HORARPT-LINHA.
           STRING '  ' WRK-NOME-DIA (WRK-IDX-DIA)
                  '  QTD ' WRK-QTD-ED
                  '  VALOR ' WRK-VALOR-ED
                  '  TICKET MEDIO ' WRK-TICKET-ED
               DELIMITED BY SIZE INTO HORARPT-LINHA
           END-STRING.
           WRITE HORARPT-LINHA.

      *>*********************************************
       313000-IMPRIMIR-MAIOR-CAIXA.
      *>*********************************************
      *>   A CADA PASSADA, O CAIXA AINDA NAO LISTADO COM MAIS VENDAS
           MOVE ZEROS TO WRK-IDX-MAIOR.
           MOVE ZEROS TO WRK-MAIOR-QTD.
           PERFORM VARYING WRK-IDX-CAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-CAIXA > 100
               IF WRK-CX-LISTADO (WRK-IDX-LOJA WRK-IDX-CAIXA)
                       NOT = 'S'
                   AND WRK-CX-QTD (WRK-IDX-LOJA WRK-IDX-CAIXA)
                       > WRK-MAIOR-QTD
                   MOVE WRK-CX-QTD (WRK-IDX-LOJA WRK-IDX-CAIXA)
                       TO WRK-MAIOR-QTD
                   MOVE WRK-IDX-CAIXA TO WRK-IDX-MAIOR
               END-IF
           END-PERFORM.

           IF WRK-IDX-MAIOR > 0
               MOVE 'S' TO WRK-CX-LISTADO (WRK-IDX-LOJA WRK-IDX-MAIOR)
               COMPUTE WRK-CAIXA = WRK-IDX-MAIOR - 1
               MOVE WRK-MAIOR-QTD TO WRK-QTD-ED
               MOVE WRK-CX-VALOR (WRK-IDX-LOJA WRK-IDX-MAIOR)
                   TO WRK-VALOR-ED
               MOVE SPACES TO HORARPT-LINHA
               STRING '  ' WRK-IDX-RANK 'O CAIXA ' WRK-CAIXA
                      '  QTD ' WRK-QTD-ED
                      '  VALOR ' WRK-VALOR-ED
                      '  DEVOLUCOES '
                      WRK-CX-DEVOL (WRK-IDX-LOJA WRK-IDX-MAIOR)
                   DELIMITED BY SIZE INTO HORARPT-LINHA
               END-STRING
               WRITE HORARPT-LINHA
           END-IF.

      *>*********************************************
       314000-IMPRIMIR-MAIOR-DEVOL.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-MAIOR.
           MOVE ZEROS TO WRK-MAIOR-QTD.
           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                   UNTIL WRK-IDX-HORA > 24
               IF WRK-HR-LISTADA (WRK-IDX-LOJA WRK-IDX-HORA)
                       NOT = 'S'
                   AND WRK-HR-DEVOL (WRK-IDX-LOJA WRK-IDX-HORA)
                       > WRK-MAIOR-QTD
                   MOVE WRK-HR-DEVOL (WRK-IDX-LOJA WRK-IDX-HORA)
                       TO WRK-MAIOR-QTD
                   MOVE WRK-IDX-HORA TO WRK-IDX-MAIOR
               END-IF
           END-PERFORM.

           IF WRK-IDX-MAIOR > 0
               MOVE 'S' TO WRK-HR-LISTADA (WRK-IDX-LOJA WRK-IDX-MAIOR)
               COMPUTE WRK-HORA = WRK-IDX-MAIOR - 1
               MOVE WRK-MAIOR-QTD TO WRK-QTD-ED
               MOVE SPACES TO HORARPT-LINHA
               STRING '  ' WRK-IDX-RANK 'O ' WRK-HORA 'H'
                      '  DEVOLUCOES ' WRK-QTD-ED
                   DELIMITED BY SIZE INTO HORARPT-LINHA
               END-STRING
               WRITE HORARPT-LINHA
           END-IF.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-SALESTXH-STATUS = '00' OR WRK-SALESTXH-STATUS = '10'
               CLOSE SALESTXH
           END-IF.
           CLOSE HORARPT.

           DISPLAY '========================='.
           DISPLAY 'DISTRIBUICAO DE VENDAS POR HORA'.
           DISPLAY 'LOTES NA JANELA........: ' WRK-QTD-LOTES.
           DISPLAY 'LOTES REPETIDOS PULADOS: ' WRK-QTD-REPETIDOS.
           DISPLAY 'LOTES FORA DA JANELA...: ' WRK-QTD-FORA-PERIODO.
           DISPLAY 'VENDAS.................: ' WRK-QTD-VENDAS-LIDAS.
           DISPLAY 'DEVOLUCOES.............: ' WRK-QTD-DEVOL-LIDAS.
           DISPLAY 'LOJAS..................: ' WRK-QTD-LOJAS.
           DISPLAY '========================='.

           IF WRK-QTD-SEM-LOJA > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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

           MOVE 'VENDHORA'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'DISTRIBUICAO DE VENDAS POR HORA EMITIDA'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'DISTRIBUICAO POR HORA SEM TODAS AS LOJAS'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
