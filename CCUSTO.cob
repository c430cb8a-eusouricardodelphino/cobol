      *> ORCAMENTO DE FOLHA DO DEPTMAST AO LADO PARA O
      *> ACOMPANHAMENTO DE ORCAMENTO POR DEPARTAMENTO - CENTRO EM
      *> BRANCO E O GASTO CORPORATIVO SEM CENTRO ATRIBUIDO.
      *> O GASTO DO MES VEM DO ARQUIVO DE SALDOS DIARIOS (SALDODIA,
      *> DEBITOS POR CONTA/CENTRO/DIA); SEM SALDODIA (ARQUIVO AUSENTE
      *> OU SEM REGISTRO DE CONTROLE) O PROGRAMA VOLTA A SOMAR O
      *> GLPOST LANCAMENTO A LANCAMENTO.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - GASTO DO MES LIDO DO SALDODIA (SALDOS
      *>              DIARIOS POR CONTA/CENTRO), COM RETORNO
      *>              AO GLPOST QUANDO O SALDODIA FALTAR
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT SALDODIA ASSIGN TO "SALDODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WRK-SALDODIA-STATUS.
           SELECT DEPTMAST ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTMAST-STATUS.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  DEPTMAST.
           COPY "DEPTMAST.CPY" IN 'COPYBOOKS'.
       FD  CCUSTRPT
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CCUSTRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOST      PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOST      VALUE 'S'.
       77 WRK-USA-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-CENTRO-MOVTO    PIC X(06) VALUE SPACES.
       77 WRK-VALOR-MOVTO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CENTROS     PIC 9(02) VALUE ZEROS.

           PERFORM 100000-INICIALIZAR.

           IF WRK-USA-SALDODIA = 'S'
               PERFORM 250000-ACUMULAR-SALDOS
                   UNTIL WRK-FIM-SALDODIA = 'S'
           ELSE
               PERFORM 200000-ACUMULAR-GASTOS UNTIL WRK-EOF-GLPOST
           END-IF.

           PERFORM 300000-EMITIR-RELATORIO.


           PERFORM 110000-CARREGAR-DEPTOS.

           PERFORM 120000-ABRIR-SALDODIA.

           IF WRK-USA-SALDODIA = 'N'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                           WRK-GLPOST-STATUS
                   MOVE 'S' TO WRK-FIM-GLPOST
               END-IF
           END-IF.
           OPEN OUTPUT CCUSTRPT.

                   END-IF
           END-READ.

      *>*********************************************
       120000-ABRIR-SALDODIA.
      *>*********************************************
      *>   SO USA O SALDODIA COM O REGISTRO DE CONTROLE PRESENTE (JA
      *>   CARREGADO PELO SALDOATU) - SENAO LE O GLPOST
           OPEN INPUT SALDODIA.
           IF WRK-SALDODIA-STATUS = '00'
               MOVE SPACES TO SD-REGISTRO
               MOVE '**'   TO SD-EMPRESA
               MOVE ZEROS  TO SD-DATA
               READ SALDODIA
                   INVALID KEY
                       CLOSE SALDODIA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-USA-SALDODIA
               END-READ
           END-IF.
           IF WRK-USA-SALDODIA = 'N'
               DISPLAY 'SALDODIA INDISPONIVEL - GASTO SOMADO DO GLPOST'
           END-IF.

      *>*********************************************
       200000-ACUMULAR-GASTOS.
      *>*********************************************
                   MOVE 'S' TO WRK-FIM-GLPOST
               NOT AT END
                   IF GL-DATA (1:6) = WRK-MES-BASE
                       MOVE GL-CENTRO-CUSTO TO WRK-CENTRO-MOVTO
                       MOVE GL-VALOR        TO WRK-VALOR-MOVTO
                       PERFORM 210000-SOMAR-NO-CENTRO
                   END-IF
           END-READ.
           MOVE 'N' TO WRK-CENTRO-ACHADO.
           PERFORM VARYING WRK-IDX-CENTRO FROM 1 BY 1
                   UNTIL WRK-IDX-CENTRO > WRK-QTD-CENTROS
               IF WRK-CE-CENTRO (WRK-IDX-CENTRO) = WRK-CENTRO-MOVTO
                   MOVE 'S' TO WRK-CENTRO-ACHADO
                   MOVE WRK-IDX-CENTRO TO WRK-IDX-CE-ACHADO
                   MOVE WRK-QTD-CENTROS TO WRK-IDX-CENTRO
               IF WRK-QTD-CENTROS < 50
                   ADD 1 TO WRK-QTD-CENTROS
                   MOVE WRK-QTD-CENTROS TO WRK-IDX-CENTRO
                   MOVE WRK-CENTRO-MOVTO
                       TO WRK-CE-CENTRO (WRK-IDX-CENTRO)
                   MOVE ZEROS TO WRK-CE-GASTO (WRK-IDX-CENTRO)
               ELSE
               END-IF
           END-IF.
           IF WRK-IDX-CENTRO > 0
               ADD WRK-VALOR-MOVTO TO WRK-CE-GASTO (WRK-IDX-CENTRO)
           END-IF.

      *>*********************************************
       250000-ACUMULAR-SALDOS.
      *>*********************************************
      *>   MESMA REGRA DO GLPOST: O DEBITO DO DIA NO CENTRO E O GASTO
           READ SALDODIA NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-SALDODIA
               NOT AT END
                   IF NOT SD-REGISTRO-CONTROLE
                      AND SD-DATA (1:6) = WRK-MES-BASE
                      AND SD-DEBITOS > 0
                       MOVE SD-CENTRO-CUSTO TO WRK-CENTRO-MOVTO
                       MOVE SD-DEBITOS      TO WRK-VALOR-MOVTO
                       PERFORM 210000-SOMAR-NO-CENTRO
                   END-IF
           END-READ.

      *>*********************************************
       300000-EMITIR-RELATORIO.
      *>*********************************************
      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-USA-SALDODIA = 'S'
               CLOSE SALDODIA
           ELSE
               IF WRK-GLPOST-STATUS = '00' OR WRK-GLPOST-STATUS = '10'
                   CLOSE GLPOST
               END-IF
           END-IF.
           CLOSE CCUSTRPT.

