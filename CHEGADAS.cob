      *> LOJA FALTANTE SAI NO RELATORIO CHEGARPT, VIRA ALERTA NO
      *> ARQUIVO ALERTAS (NOMEANDO A LOJA) E O PASSO DEVOLVE RC 8,
      *> QUE BARRA O FECHAMENTO NO JCL - O UPLOAD PERDIDO DEIXA DE
      *> SER DESCOBERTO DIAS DEPOIS NO SALESSUM. O DIA DE CADA LOJA
      *> E DECIDIDO PELO SUBPROGRAMA LOJABERT: EXCECAO DA LOJA NO
      *> LOJAEXC, FERIADO NACIONAL E SO ENTAO O LOJACAL. LOJA
      *> FECHADA NO DIA SAI NO CHEGARPT COM O MOTIVO E NAO CONTA
      *> COMO FALTANTE.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LOJA ESPERADA PASSA A SER DECIDIDA PELO
      *>              LOJABERT: EXCECAO DE CALENDARIO DA LOJA (LOJAEXC,
      *>              MANTIDO NO LOJEMANT) E FERIADO NACIONAL PREVALECEM
      *>              SOBRE O DIA DO LOJACAL. LOJA FECHADA (FERIADO
      *>              MUNICIPAL, REFORMA) SAI NO CHEGARPT COM O MOTIVO E
      *>              NAO BARRA O FECHAMENTO; LOJA ABERTA POR EXCECAO
      *>              FORA DO CALENDARIO PASSA A SER COBRADA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOJACAL ASSIGN TO "LOJACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJACAL-STATUS.
           SELECT LOJAEXC ASSIGN TO "LOJAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAEXC-STATUS.
           SELECT SALESTXN ASSIGN TO "SALESTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESTXN-STATUS.
       FILE SECTION.
       FD  LOJACAL.
           COPY "LOJACAL.CPY" IN 'COPYBOOKS'.
       FD  LOJAEXC.
           COPY "LOJAEXC.CPY" IN 'COPYBOOKS'.
       FD  SALESTXN.
           COPY "BOOK.CPY" IN 'COPYBOOKS'.
       FD  POSCTL.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-LOJACAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-LOJAEXC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SALESTXN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-POSCTL-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ALERTAS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-QTD-ESPERADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ESPERADA    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FALTANTES   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FECHADAS    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FECHADA     PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-ACHADA     PIC X(01) VALUE 'N'.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
               10  WRK-ES-LOJA        PIC X(06).
               10  WRK-ES-TEM-HEADER  PIC X(01).
               10  WRK-ES-TEM-POSCTL  PIC X(01).
      *>   LOJAS DO CALENDARIO FECHADAS NO DIA (EXCECAO OU FERIADO)
       01 WRK-TABELA-FECHADAS.
           05  WRK-FEC-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TFC.
               10  WRK-FC-LOJA        PIC X(06).
               10  WRK-FC-MOTIVO      PIC X(30).
       01 WRK-LOJA-ABERTA.
           COPY "ABERTLOJ.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           END-IF.

           PERFORM 110000-CARREGAR-ESPERADAS.
           PERFORM 120000-CARREGAR-ABERTURAS.

           OPEN OUTPUT CHEGARPT.
           MOVE SPACES TO CHEGARPT-LINHA.
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE LC-LOJA           TO AB-LOJA
                   MOVE WRK-DATA-PROCESSO TO AB-DATA
                   CALL 'LOJABERT' USING WRK-LOJA-ABERTA
                   END-CALL
                   IF AB-LOJA-ABERTA
                       PERFORM 112000-INCLUIR-ESPERADA
                   ELSE
      *>               DIA DO CALENDARIO COM A LOJA FECHADA - SAI NO
      *>               RELATORIO COM O MOTIVO, SEM COBRANCA
                       IF LC-DIAS-SEMANA (WRK-POS-DIA:1) = 'S'
                           AND WRK-QTD-FECHADAS < 100
                           ADD 1 TO WRK-QTD-FECHADAS
                           MOVE LC-LOJA
                               TO WRK-FC-LOJA (WRK-QTD-FECHADAS)
                           MOVE AB-MOTIVO
                               TO WRK-FC-MOTIVO (WRK-QTD-FECHADAS)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       112000-INCLUIR-ESPERADA.
      *>*********************************************
           IF WRK-QTD-ESPERADAS < 100
               ADD 1 TO WRK-QTD-ESPERADAS
               MOVE AB-LOJA TO WRK-ES-LOJA (WRK-QTD-ESPERADAS)
               MOVE 'N' TO WRK-ES-TEM-HEADER (WRK-QTD-ESPERADAS)
               MOVE 'N' TO WRK-ES-TEM-POSCTL (WRK-QTD-ESPERADAS)
           ELSE
               DISPLAY 'LOJACAL COM MAIS DE 100 LOJAS - '
                       'REGISTRO IGNORADO'
           END-IF.

      *>*********************************************
       120000-CARREGAR-ABERTURAS.
      *>*********************************************
      *>   LOJA SEM REGISTRO NO LOJACAL MAS COM EXCECAO DE ABERTURA
      *>   COBRINDO O DIA TAMBEM E ESPERADA
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOJAEXC.
           IF WRK-LOJAEXC-STATUS = '00'
               PERFORM 121000-LER-EXCECAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE LOJAEXC
           END-IF.

      *>*********************************************
       121000-LER-EXCECAO.
      *>*********************************************
           READ LOJAEXC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF LE-LOJA-ABERTA
                       AND LE-DATA-INICIAL <= WRK-DATA-PROCESSO
                       AND LE-DATA-FINAL >= WRK-DATA-PROCESSO
                       MOVE 'N' TO WRK-LOJA-ACHADA
                       PERFORM VARYING WRK-IDX-ESPERADA FROM 1 BY 1
                               UNTIL WRK-IDX-ESPERADA >
                                   WRK-QTD-ESPERADAS
                           IF WRK-ES-LOJA (WRK-IDX-ESPERADA) = LE-LOJA
                               MOVE 'S' TO WRK-LOJA-ACHADA
                               MOVE WRK-QTD-ESPERADAS
                                   TO WRK-IDX-ESPERADA
                           END-IF
                       END-PERFORM
                       IF WRK-LOJA-ACHADA = 'N'
                           MOVE LE-LOJA TO AB-LOJA
                           PERFORM 112000-INCLUIR-ESPERADA
                       END-IF
                   END-IF
           END-READ.
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                   UNTIL WRK-IDX-FECHADA > WRK-QTD-FECHADAS
               MOVE SPACES TO CHEGARPT-LINHA
               STRING '    LOJA ' WRK-FC-LOJA (WRK-IDX-FECHADA)
                      ' FECHADA NO DIA - '
                      WRK-FC-MOTIVO (WRK-IDX-FECHADA)
                   DELIMITED BY SIZE INTO CHEGARPT-LINHA
               END-STRING
               WRITE CHEGARPT-LINHA
           END-PERFORM.

           IF WRK-QTD-FALTANTES = 0
               MOVE SPACES TO CHEGARPT-LINHA
               STRING 'TODAS AS LOJAS ESPERADAS CHEGARAM'
           DISPLAY '========================='.
           DISPLAY 'CONTROLE DE CHEGADA DAS LOJAS'.
           DISPLAY 'LOJAS ESPERADAS HOJE.: ' WRK-QTD-ESPERADAS.
           DISPLAY 'LOJAS FECHADAS NO DIA: ' WRK-QTD-FECHADAS.
           DISPLAY 'LOJAS FALTANTES......: ' WRK-QTD-FALTANTES.
           DISPLAY '========================='.

