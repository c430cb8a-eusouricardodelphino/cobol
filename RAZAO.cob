      *> O PERIODO PEDIDO; COMO CADA GERACAO E UMA FOTO COMPLETA, OS
      *> LANCAMENTOS REPETIDOS SAO DEDUPLICADOS ANTES DE LISTAR
      *> (MESMO ESQUEMA DO ERRTREND). OS PARAMETROS (CONTA DE/ATE E
      *> DATA DE/ATE) SAO INFORMADOS NO CONSOLE. O SALDO ANTERIOR A
      *> DATA INICIAL VEM DO ARQUIVO DE SALDOS DIARIOS SALDODIA (SEM
      *> PRECISAR DAS GERACOES ANTIGAS DO GLPOST); SEM O SALDODIA O
      *> SALDO CORRENTE PARTE DE ZERO.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - RAZAO PASSA A SER DE UMA EMPRESA, INFORMADA NO
      *>              CONSOLE (EM BRANCO = PRINCIPAL 01); LANCAMENTO SEM
      *>              GL-EMPRESA CONTA COMO DA PRINCIPAL
      *> 15/10/2026 - SALDO ANTERIOR A DATA INICIAL LIDO DO
      *>              SALDODIA (SALDOS DIARIOS POR CONTA) - O
      *>              SALDO CORRENTE NAO PARTE MAIS DE ZERO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GLPOSTH ASSIGN TO "GLPOSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOSTH-STATUS.
           SELECT SALDODIA ASSIGN TO "SALDODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WRK-SALDODIA-STATUS.
           SELECT RAZAORPT ASSIGN TO "RAZAORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RAZAORPT-STATUS.
       FILE SECTION.
       FD  GLPOSTH.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  RAZAORPT
           RECORDING MODE IS F.
       01  RAZAORPT-LINHA           PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-GLPOSTH-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RAZAORPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-GLPOSTH     PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOSTH     VALUE 'S'.
       77 WRK-CONTA-DE        PIC X(10) VALUE SPACES.
       77 WRK-CONTA-ATE       PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA         PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-LANCTO  PIC X(02) VALUE SPACES.
       77 WRK-DATA-DE         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ATE        PIC 9(08) VALUE 99999999.
       77 WRK-SALDO           PIC S9(13)V99 VALUE ZEROS.
       77 WRK-JA-VISTA        PIC X(01) VALUE 'N'.
       77 WRK-LADO            PIC X(01) VALUE SPACES.
       77 WRK-CONTRAPARTIDA   PIC X(10) VALUE SPACES.
       01 WRK-CHAVE-VISTA     PIC X(65).
       01 WRK-TABELA-VISTAS.
           05  WRK-VISTA OCCURS 3000 TIMES PIC X(65).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               MOVE 99999999 TO WRK-DATA-ATE
           END-IF.

      *>   O RAZAO E SEMPRE DE UMA EMPRESA - O SALDO CORRENTE NAO
      *>   MISTURA PESSOAS JURIDICAS
           DISPLAY 'EMPRESA (EM BRANCO = PRINCIPAL 01)..'.
           ACCEPT WRK-EMPRESA.
           IF WRK-EMPRESA = SPACES
               MOVE '01' TO WRK-EMPRESA
           END-IF.

           OPEN INPUT GLPOSTH.
           IF WRK-GLPOSTH-STATUS NOT = '00'
               DISPLAY 'GLPOSTH INDISPONIVEL - STATUS '

           OPEN OUTPUT RAZAORPT.
           MOVE SPACES TO RAZAORPT-LINHA.
           STRING 'RAZAO ANALITICO - EMPRESA ' WRK-EMPRESA
                  ' - CONTAS ' WRK-CONTA-DE ' A ' WRK-CONTA-ATE
               DELIMITED BY SIZE INTO RAZAORPT-LINHA
           END-STRING.
           WRITE RAZAORPT-LINHA.
           END-STRING.
           WRITE RAZAORPT-LINHA.

           IF WRK-DATA-DE > 0
               PERFORM 120000-SALDO-ANTERIOR
           END-IF.

      *>*********************************************
       120000-SALDO-ANTERIOR.
      *>*********************************************
      *>   MOVIMENTO DAS CONTAS DA FAIXA NA EMPRESA ANTES DA DATA
      *>   INICIAL - O SALDODIA E LIDO A PARTIR DA PRIMEIRA CONTA
           OPEN INPUT SALDODIA.
           IF WRK-SALDODIA-STATUS NOT = '00'
               MOVE SPACES TO RAZAORPT-LINHA
               STRING 'SALDO ANTERIOR NAO DISPONIVEL (SALDODIA) - '
                      'SALDO CORRENTE A PARTIR DE ZERO'
                   DELIMITED BY SIZE INTO RAZAORPT-LINHA
               END-STRING
               WRITE RAZAORPT-LINHA
           ELSE
               MOVE WRK-EMPRESA  TO SD-EMPRESA
               MOVE WRK-CONTA-DE TO SD-CONTA
               MOVE LOW-VALUES   TO SD-CENTRO-CUSTO
               MOVE ZEROS        TO SD-DATA
               START SALDODIA KEY NOT LESS THAN SD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-SALDODIA
               END-START
               PERFORM 121000-SOMAR-SALDO-ANTERIOR
                   UNTIL WRK-FIM-SALDODIA = 'S'
               CLOSE SALDODIA
               MOVE WRK-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO RAZAORPT-LINHA
               STRING 'SALDO ANTERIOR A ' WRK-DATA-DE ' '
                      WRK-SALDO-ED
                   DELIMITED BY SIZE INTO RAZAORPT-LINHA
               END-STRING
               WRITE RAZAORPT-LINHA
           END-IF.

      *>*********************************************
       121000-SOMAR-SALDO-ANTERIOR.
      *>*********************************************
           READ SALDODIA NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-SALDODIA
               NOT AT END
                   IF SD-EMPRESA NOT = WRK-EMPRESA
                       OR SD-CONTA > WRK-CONTA-ATE
                       MOVE 'S' TO WRK-FIM-SALDODIA
                   ELSE
                       IF SD-DATA < WRK-DATA-DE
                           ADD SD-DEBITOS TO WRK-SALDO
                           SUBTRACT SD-CREDITOS FROM WRK-SALDO
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       200000-LISTAR-LANCAMENTOS.
      *>*********************************************
               AT END
                   MOVE 'S' TO WRK-FIM-GLPOSTH
               NOT AT END
                   MOVE GL-EMPRESA TO WRK-EMPRESA-LANCTO
                   IF WRK-EMPRESA-LANCTO = SPACES
                       MOVE '01' TO WRK-EMPRESA-LANCTO
                   END-IF
                   IF GL-DATA >= WRK-DATA-DE
                       AND GL-DATA <= WRK-DATA-ATE
                       AND WRK-EMPRESA-LANCTO = WRK-EMPRESA
                       PERFORM 210000-TRATAR-LANCAMENTO
                   END-IF
           END-READ.
      *>*********************************************
           MOVE SPACES TO WRK-CHAVE-VISTA.
           STRING GL-DATA GL-CONTA-DEBITO GL-CONTA-CREDITO
                  GL-HISTORICO GL-VALOR WRK-LADO WRK-EMPRESA-LANCTO
               DELIMITED BY SIZE INTO WRK-CHAVE-VISTA
           END-STRING.

