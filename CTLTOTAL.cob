       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOTAL.
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - CRIACAO. SUBPROGRAMA COMUM DE TOTAIS DE
      *>              CONTROLE ENTRE PASSOS DO LOTE: QUEM GRAVA
      *>              SALESSUM, INVLEDG OU GLPOST ACUMULA ('A') CADA
      *>              REGISTRO GRAVADO E, AO TERMINAR, GRAVA ('G') NO
      *>              CTLTOT A QUANTIDADE E A SOMA DO VALOR POR
      *>              ARQUIVO E DATA; QUEM LE CONFERE ('C') O ARQUIVO
      *>              CONTRA A SOMA DOS REGISTROS DE CONTROLE DA DATA
      *>              ANTES DE PROCESSAR. NA DIVERGENCIA O ALERTA VAI
      *>              DIRETO PARA O ARQUIVO DE ACOES DO OPERADOR
      *>              (ALERTAS) E O CHAMADOR TERMINA COM RC 16.
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOT ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTLTOT-STATUS.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALERTAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOT.
           COPY "CTLTOT.CPY" IN 'COPYBOOKS'.
       FD  ALERTAS.
           COPY "ALERTAS.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-CTLTOT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ALERTAS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-CTLTOT       PIC X(01) VALUE 'N'.
       77 WRK-QTD-PENDENTES    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PENDENTE     PIC 9(03) VALUE ZEROS.
       77 WRK-PENDENTE-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ED           PIC Z(08)9.
       77 WRK-QTD-CONTROLE-ED  PIC Z(08)9.
       77 WRK-VALOR-ED         PIC Z(14)9,99.
       77 WRK-VALOR-CONTROLE-ED PIC Z(14)9,99.
      *>   TOTAIS GRAVADOS NESTA EXECUCAO E AINDA NAO LEVADOS AO
      *>   CTLTOT - UM ITEM POR ARQUIVO E DATA DE REGISTRO
       01 WRK-TABELA-PENDENTES.
           05  WRK-PENDENTE OCCURS 100 TIMES.
               10  WRK-PD-ARQUIVO     PIC X(08).
               10  WRK-PD-DATA        PIC 9(08).
               10  WRK-PD-QTD         PIC 9(09).
               10  WRK-PD-VALOR       PIC 9(15)V99.
       LINKAGE SECTION.
       01  LK-PARAMETROS.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION USING LK-PARAMETROS.

       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN TC-FN-ACUMULAR
                   PERFORM 100000-ACUMULAR
               WHEN TC-FN-GRAVAR
                   PERFORM 200000-GRAVAR-CONTROLE
               WHEN TC-FN-CONFERIR
                   PERFORM 300000-CONFERIR
           END-EVALUATE.

           GOBACK.

      *>*********************************************
       100000-ACUMULAR.
      *>*********************************************
           MOVE 'N' TO WRK-PENDENTE-ACHADO.
           PERFORM VARYING WRK-IDX-PENDENTE FROM 1 BY 1
                   UNTIL WRK-IDX-PENDENTE > WRK-QTD-PENDENTES
               IF WRK-PD-ARQUIVO (WRK-IDX-PENDENTE) = TC-ARQUIVO
                   AND WRK-PD-DATA (WRK-IDX-PENDENTE) = TC-DATA
                   ADD TC-QTD   TO WRK-PD-QTD (WRK-IDX-PENDENTE)
                   ADD TC-VALOR TO WRK-PD-VALOR (WRK-IDX-PENDENTE)
                   MOVE 'S' TO WRK-PENDENTE-ACHADO
                   MOVE WRK-QTD-PENDENTES TO WRK-IDX-PENDENTE
               END-IF
           END-PERFORM.

           IF WRK-PENDENTE-ACHADO = 'N'
               IF WRK-QTD-PENDENTES < 100
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE TC-ARQUIVO TO WRK-PD-ARQUIVO (WRK-QTD-PENDENTES)
                   MOVE TC-DATA    TO WRK-PD-DATA (WRK-QTD-PENDENTES)
                   MOVE TC-QTD     TO WRK-PD-QTD (WRK-QTD-PENDENTES)
                   MOVE TC-VALOR   TO WRK-PD-VALOR (WRK-QTD-PENDENTES)
               ELSE
      *>           SEM ESPACO O REGISTRO FICA FORA DO CONTROLE E A
      *>           CONFERENCIA DO CONSUMIDOR ACUSA A DIFERENCA
                   IF WRK-TABELA-CHEIA = 'N'
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'CTLTOTAL - TABELA DE TOTAIS CHEIA - '
                               TC-ARQUIVO ' ' TC-DATA
                               ' FORA DO CONTROLE'
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       200000-GRAVAR-CONTROLE.
      *>*********************************************
           IF WRK-QTD-PENDENTES > 0
               ACCEPT WRK-HOJE  FROM DATE YYYYMMDD
               ACCEPT WRK-AGORA FROM TIME
               OPEN EXTEND CTLTOT
               IF WRK-CTLTOT-STATUS NOT = '00'
                   OPEN OUTPUT CTLTOT
               END-IF
               PERFORM VARYING WRK-IDX-PENDENTE FROM 1 BY 1
                       UNTIL WRK-IDX-PENDENTE > WRK-QTD-PENDENTES
                   MOVE WRK-PD-ARQUIVO (WRK-IDX-PENDENTE)
                       TO TT-ARQUIVO
                   MOVE WRK-PD-DATA (WRK-IDX-PENDENTE)    TO TT-DATA
                   MOVE TC-PROGRAMA                       TO TT-PROGRAMA
                   MOVE WRK-PD-QTD (WRK-IDX-PENDENTE)
                       TO TT-QTD-REGISTROS
                   MOVE WRK-PD-VALOR (WRK-IDX-PENDENTE)
                       TO TT-VALOR-HASH
                   MOVE WRK-HOJE  TO TT-DATA-GRAVACAO
                   MOVE WRK-AGORA TO TT-HORA-GRAVACAO
                   WRITE TT-REGISTRO
               END-PERFORM
               CLOSE CTLTOT
               MOVE ZEROS TO WRK-QTD-PENDENTES
           END-IF.

      *>*********************************************
       300000-CONFERIR.
      *>*********************************************
      *>   SEM REGISTRO DE CONTROLE NA DATA O ESPERADO E ZERO - DIA
      *>   SEM MOVIMENTO CONFERE; REGISTRO NO ARQUIVO SEM O CONTROLE
      *>   (PASSO QUE CAIU ANTES DE TERMINAR) NAO
           MOVE ZEROS TO TC-QTD-CONTROLE.
           MOVE ZEROS TO TC-VALOR-CONTROLE.
           MOVE 'N'   TO WRK-FIM-CTLTOT.
           OPEN INPUT CTLTOT.
           IF WRK-CTLTOT-STATUS = '00'
               PERFORM 310000-LER-CONTROLE
                   UNTIL WRK-FIM-CTLTOT = 'S'
               CLOSE CTLTOT
           END-IF.

           IF TC-QTD = TC-QTD-CONTROLE
               AND TC-VALOR = TC-VALOR-CONTROLE
               MOVE 'S' TO TC-RESULTADO
           ELSE
               MOVE 'N' TO TC-RESULTADO
               PERFORM 320000-ALERTAR-DIVERGENCIA
           END-IF.

      *>*********************************************
       310000-LER-CONTROLE.
      *>*********************************************
           READ CTLTOT
               AT END
                   MOVE 'S' TO WRK-FIM-CTLTOT
               NOT AT END
                   IF TT-ARQUIVO = TC-ARQUIVO
                       AND TT-DATA = TC-DATA
                       ADD TT-QTD-REGISTROS TO TC-QTD-CONTROLE
                       ADD TT-VALOR-HASH    TO TC-VALOR-CONTROLE
                   END-IF
           END-READ.

      *>*********************************************
       320000-ALERTAR-DIVERGENCIA.
      *>*********************************************
           MOVE TC-QTD            TO WRK-QTD-ED.
           MOVE TC-QTD-CONTROLE   TO WRK-QTD-CONTROLE-ED.
           MOVE TC-VALOR          TO WRK-VALOR-ED.
           MOVE TC-VALOR-CONTROLE TO WRK-VALOR-CONTROLE-ED.
           DISPLAY '*** ' TC-ARQUIVO ' DE ' TC-DATA
                   ' NAO CONFERE COM O TOTAL DE CONTROLE ***'.
           DISPLAY '    ARQUIVO : ' WRK-QTD-ED ' REGISTROS  '
                   WRK-VALOR-ED.
           DISPLAY '    CONTROLE: ' WRK-QTD-CONTROLE-ED ' REGISTROS  '
                   WRK-VALOR-CONTROLE-ED.

      *>   ALERTA DIRETO NO ARQUIVO DE ACOES DO OPERADOR - O BATCHALT
      *>   RECOBRA ENQUANTO NAO FOR RECONHECIDO
           OPEN EXTEND ALERTAS.
           IF WRK-ALERTAS-STATUS NOT = '00'
               OPEN OUTPUT ALERTAS
           END-IF.
           MOVE SPACES             TO AL-REGISTRO.
           MOVE TC-DATA            TO AL-DATA.
           MOVE 2                  TO AL-PRIORIDADE.
           MOVE 'CTLTOTAL'         TO AL-ORIGEM.
           MOVE TC-PROGRAMA        TO AL-PROGRAMA.
           STRING TC-ARQUIVO ' ' TC-DATA
                  ' ARQUIVO X CONTROLE DIVERGENTE'
               DELIMITED BY SIZE INTO AL-DETALHE
           END-STRING.
           MOVE 'N'                TO AL-RECONHECIDO.
           WRITE AL-REGISTRO.
           CLOSE ALERTAS.
