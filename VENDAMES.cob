      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 22/08/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - OS DIAS DO MES CORRENTE MANTIDOS NO SALESSUM
      *>              CONSERVAM A LOJA, AS DEVOLUCOES E OS TOTAIS DE
      *>              VALE-TROCA DO REGISTRO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WRK-DI-DEBITO      PIC 9(10)V99.
               10  WRK-DI-CREDITO     PIC 9(10)V99.
               10  WRK-DI-PIX         PIC 9(10)V99.
               10  WRK-DI-LOJA        PIC X(06).
               10  WRK-DI-QTD-DEVOL   PIC 9(06).
               10  WRK-DI-VLR-DEVOL   PIC 9(10)V99.
               10  WRK-DI-VALE-RESG   PIC 9(10)V99.
               10  WRK-DI-VALE-EMIT   PIC 9(10)V99.
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.
                   MOVE SS-TOTAL-PIX
                       TO WRK-DI-PIX (WRK-QTD-DIAS-MANTIDOS)
               END-IF
      *>       LOJA, DEVOLUCOES E VALE-TROCA SEGUEM A MESMA REGRA
               MOVE SS-LOJA
                   TO WRK-DI-LOJA (WRK-QTD-DIAS-MANTIDOS)
               MOVE ZEROS
                   TO WRK-DI-QTD-DEVOL (WRK-QTD-DIAS-MANTIDOS)
                      WRK-DI-VLR-DEVOL (WRK-QTD-DIAS-MANTIDOS)
                      WRK-DI-VALE-RESG (WRK-QTD-DIAS-MANTIDOS)
                      WRK-DI-VALE-EMIT (WRK-QTD-DIAS-MANTIDOS)
               IF SS-QTD-DEVOL NUMERIC
                   MOVE SS-QTD-DEVOL
                       TO WRK-DI-QTD-DEVOL (WRK-QTD-DIAS-MANTIDOS)
               END-IF
               IF SS-VLR-DEVOL NUMERIC
                   MOVE SS-VLR-DEVOL
                       TO WRK-DI-VLR-DEVOL (WRK-QTD-DIAS-MANTIDOS)
               END-IF
               IF SS-VALE-RESGATADO NUMERIC
                   MOVE SS-VALE-RESGATADO
                       TO WRK-DI-VALE-RESG (WRK-QTD-DIAS-MANTIDOS)
               END-IF
               IF SS-VALE-EMITIDO NUMERIC
                   MOVE SS-VALE-EMITIDO
                       TO WRK-DI-VALE-EMIT (WRK-QTD-DIAS-MANTIDOS)
               END-IF
           ELSE
               DISPLAY 'MAIS DE 500 FECHAMENTOS NO MES CORRENTE - '
                       'REGISTRO DESCARTADO DO NOVO SALESSUM'
           OPEN OUTPUT SALESSUM.
           PERFORM VARYING WRK-IDX-TDI FROM 1 BY 1
                   UNTIL WRK-IDX-TDI > WRK-QTD-DIAS-MANTIDOS
               MOVE SPACES TO SS-REGISTRO
               MOVE WRK-DI-DATA (WRK-IDX-TDI)     TO SS-DATA
               MOVE WRK-DI-QTD (WRK-IDX-TDI)      TO SS-QTD
               MOVE WRK-DI-TOTAL (WRK-IDX-TDI)    TO SS-TOTAL
               MOVE WRK-DI-DEBITO (WRK-IDX-TDI)   TO SS-TOTAL-DEBITO
               MOVE WRK-DI-CREDITO (WRK-IDX-TDI)  TO SS-TOTAL-CREDITO
               MOVE WRK-DI-PIX (WRK-IDX-TDI)      TO SS-TOTAL-PIX
               MOVE WRK-DI-LOJA (WRK-IDX-TDI)     TO SS-LOJA
               MOVE WRK-DI-QTD-DEVOL (WRK-IDX-TDI) TO SS-QTD-DEVOL
               MOVE WRK-DI-VLR-DEVOL (WRK-IDX-TDI) TO SS-VLR-DEVOL
               MOVE WRK-DI-VALE-RESG (WRK-IDX-TDI)
                   TO SS-VALE-RESGATADO
               MOVE WRK-DI-VALE-EMIT (WRK-IDX-TDI)
                   TO SS-VALE-EMITIDO
               WRITE SS-REGISTRO
           END-PERFORM.
           CLOSE SALESSUM.
