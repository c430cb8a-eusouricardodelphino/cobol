      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - PERFIL DO VALE-TROCA: POR VENDEDOR/CAIXA, VALES
      *>              EMITIDOS NAS DEVOLUCOES (FORMA 'V') E RESGATES
      *>              (VENDA PAGA COM VALE), COM OS RESGATES NO MESMO
      *>              DIA DA EMISSAO E OS RESGATES FEITOS PELO MESMO
      *>              VENDEDOR QUE EMITIU O VALE - ESTE ULTIMO ENTRA
      *>              NO ALARME
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WRK-VD-DEVOL       PIC 9(10)V99.
               10  WRK-VD-SEM-PAR     PIC 9(04).
               10  WRK-VD-MESMO-DIA   PIC 9(04).
               10  WRK-VD-VALES-EMIT  PIC 9(04).
               10  WRK-VD-RESGATES    PIC 9(04).
               10  WRK-VD-RESG-DIA    PIC 9(04).
               10  WRK-VD-RESG-PROPRIO PIC 9(04).
       77 WRK-CHAVE-ACUM      PIC X(10) VALUE SPACES.
       77 WRK-TIPO-ACUM       PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ACUM      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EH-DEVOL        PIC X(01) VALUE 'N'.
       77 WRK-CAIXA-CHAVE     PIC X(10) VALUE SPACES.
      *>   VALES-TROCA EMITIDOS NO PERIODO, PARA CASAR COM OS RESGATES
       77 WRK-QTD-VALES-EMIT  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-VALE        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-VE-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RESGATES    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RESG-DIA    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RESG-PROPRIO PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-VALES.
           05  WRK-VE-ITEM OCCURS 1000 TIMES INDEXED BY WRK-IDX-TVE.
               10  WRK-VE-NUM-VALE    PIC 9(08).
               10  WRK-VE-LOJA        PIC X(06).
               10  WRK-VE-DATA        PIC 9(08).
               10  WRK-VE-VENDEDOR    PIC X(10).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE VDA-VALOR    TO WRK-VALOR-ACUM.
           MOVE 'N'          TO WRK-EH-DEVOL.
           PERFORM 250000-ACUMULAR-CHAVE.
           IF VDA-PAGTO-VALE
               PERFORM 240000-PERFILAR-RESGATE
           END-IF.

           MOVE SPACES TO WRK-CAIXA-CHAVE.
           MOVE VDA-CAIXA TO WRK-CAIXA-CHAVE (1:2).
                   ADD 1 TO WRK-VD-MESMO-DIA (WRK-IDX-VD-ACHADO)
               END-IF
           END-IF.
           IF VDA-DEV-EM-VALE
               PERFORM 235000-ANOTAR-VALE-EMITIDO
           END-IF.

           MOVE SPACES TO WRK-CAIXA-CHAVE.
           MOVE VDA-DEV-CAIXA TO WRK-CAIXA-CHAVE (1:2).
               END-IF
           END-PERFORM.

      *>*********************************************
       235000-ANOTAR-VALE-EMITIDO.
      *>*********************************************
           IF WRK-IDX-VD-ACHADO > 0
               ADD 1 TO WRK-VD-VALES-EMIT (WRK-IDX-VD-ACHADO)
           END-IF.
           IF VDA-DEV-NUM-VALE NUMERIC AND VDA-DEV-NUM-VALE > 0
               IF WRK-QTD-VALES-EMIT < 1000
                   ADD 1 TO WRK-QTD-VALES-EMIT
                   MOVE VDA-DEV-NUM-VALE
                       TO WRK-VE-NUM-VALE (WRK-QTD-VALES-EMIT)
                   MOVE WRK-LOJA
                       TO WRK-VE-LOJA (WRK-QTD-VALES-EMIT)
                   MOVE WRK-DATA-MOVIMENTO
                       TO WRK-VE-DATA (WRK-QTD-VALES-EMIT)
                   MOVE VDA-DEV-VENDEDOR
                       TO WRK-VE-VENDEDOR (WRK-QTD-VALES-EMIT)
               ELSE
                   DISPLAY 'MAIS DE 1000 VALES EMITIDOS NO PERIODO - '
                           'RESGATE PODE FICAR SEM A EMISSAO'
               END-IF
           END-IF.

      *>*********************************************
       240000-PERFILAR-RESGATE.
      *>*********************************************
      *>   RESGATE DE VALE EMITIDO NO PERIODO: NO MESMO DIA DA
      *>   EMISSAO E/OU PELO MESMO VENDEDOR QUE FEZ A DEVOLUCAO -
      *>   VALE EMITIDO ANTES DO PERIODO SO CONTA COMO RESGATE
           ADD 1 TO WRK-QTD-RESGATES.
           IF WRK-IDX-VD-ACHADO > 0
               ADD 1 TO WRK-VD-RESGATES (WRK-IDX-VD-ACHADO)
           END-IF.
           MOVE ZEROS TO WRK-IDX-VE-ACHADO.
           IF VDA-NUM-VALE NUMERIC AND VDA-NUM-VALE > 0
               PERFORM VARYING WRK-IDX-VALE FROM 1 BY 1
                       UNTIL WRK-IDX-VALE > WRK-QTD-VALES-EMIT
                   IF WRK-VE-NUM-VALE (WRK-IDX-VALE) = VDA-NUM-VALE
                       MOVE WRK-IDX-VALE TO WRK-IDX-VE-ACHADO
                       MOVE WRK-QTD-VALES-EMIT TO WRK-IDX-VALE
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-IDX-VE-ACHADO > 0
               IF WRK-VE-DATA (WRK-IDX-VE-ACHADO) = WRK-DATA-MOVIMENTO
                   AND WRK-VE-LOJA (WRK-IDX-VE-ACHADO) = WRK-LOJA
                   ADD 1 TO WRK-QTD-RESG-DIA
                   IF WRK-IDX-VD-ACHADO > 0
                       ADD 1 TO WRK-VD-RESG-DIA (WRK-IDX-VD-ACHADO)
                   END-IF
               END-IF
               IF WRK-VE-VENDEDOR (WRK-IDX-VE-ACHADO) = VDA-VENDEDOR
                   ADD 1 TO WRK-QTD-RESG-PROPRIO
                   IF WRK-IDX-VD-ACHADO > 0
                       ADD 1 TO WRK-VD-RESG-PROPRIO (WRK-IDX-VD-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       250000-ACUMULAR-CHAVE.
      *>*********************************************
                   MOVE ZEROS TO WRK-VD-DEVOL    (WRK-IDX-VD-ACHADO)
                   MOVE ZEROS TO WRK-VD-SEM-PAR  (WRK-IDX-VD-ACHADO)
                   MOVE ZEROS TO WRK-VD-MESMO-DIA (WRK-IDX-VD-ACHADO)
                   MOVE ZEROS TO WRK-VD-VALES-EMIT (WRK-IDX-VD-ACHADO)
                   MOVE ZEROS TO WRK-VD-RESGATES (WRK-IDX-VD-ACHADO)
                   MOVE ZEROS TO WRK-VD-RESG-DIA (WRK-IDX-VD-ACHADO)
                   MOVE ZEROS
                       TO WRK-VD-RESG-PROPRIO (WRK-IDX-VD-ACHADO)
               ELSE
                   DISPLAY 'MAIS DE 200 VENDEDORES/CAIXAS NO PERFIL'
                   MOVE ZEROS TO WRK-IDX-VD-ACHADO
               DELIMITED BY SIZE INTO DEVABRPT-LINHA
           END-STRING.
           WRITE DEVABRPT-LINHA.
           MOVE SPACES TO DEVABRPT-LINHA.
           STRING 'VALES EMITIDOS ' WRK-QTD-VALES-EMIT
                  '  RESGATES ' WRK-QTD-RESGATES
                  '  NO DIA DA EMISSAO ' WRK-QTD-RESG-DIA
                  '  PELO EMISSOR ' WRK-QTD-RESG-PROPRIO
               DELIMITED BY SIZE INTO DEVABRPT-LINHA
           END-STRING.
           WRITE DEVABRPT-LINHA.

      *>*********************************************
       310000-IMPRIMIR-CHAVE.
               END-IF
           END-IF.

           IF WRK-VD-VALES-EMIT (WRK-IDX-VENDEDOR) > 0
               OR WRK-VD-RESGATES (WRK-IDX-VENDEDOR) > 0
               MOVE SPACES TO DEVABRPT-LINHA
               STRING 'LOJA ' WRK-VD-LOJA (WRK-IDX-VENDEDOR)
                      ' ' WRK-VD-TIPO (WRK-IDX-VENDEDOR)
                      ' ' WRK-VD-CHAVE (WRK-IDX-VENDEDOR)
                      ' VALES ' WRK-VD-VALES-EMIT (WRK-IDX-VENDEDOR)
                      ' RESG ' WRK-VD-RESGATES (WRK-IDX-VENDEDOR)
                      ' NO-DIA ' WRK-VD-RESG-DIA (WRK-IDX-VENDEDOR)
                      ' EMISSOR '
                      WRK-VD-RESG-PROPRIO (WRK-IDX-VENDEDOR)
                   DELIMITED BY SIZE INTO DEVABRPT-LINHA
               END-STRING
               WRITE DEVABRPT-LINHA
               IF WRK-VD-RESG-PROPRIO (WRK-IDX-VENDEDOR) > 0
                   ADD 1 TO WRK-QTD-ALARMES
                   MOVE SPACES TO DEVABRPT-LINHA
                   STRING '   *** RESGATE DE VALE EMITIDO PELO PROPRIO '
                          'VENDEDOR - INVESTIGAR'
                       DELIMITED BY SIZE INTO DEVABRPT-LINHA
                   END-STRING
                   WRITE DEVABRPT-LINHA
               END-IF
           END-IF.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           DISPLAY 'CHAVES COM ALARME......: ' WRK-QTD-ALARMES.
           DISPLAY 'DEVOLUCOES SEM PAR.....: ' WRK-QTD-SEM-PAR.
           DISPLAY 'VENDE-E-DEVOLVE NO DIA.: ' WRK-QTD-MESMO-DIA.
           DISPLAY 'RESGATES DE VALE.......: ' WRK-QTD-RESGATES.
           DISPLAY 'RESGATES PELO EMISSOR..: ' WRK-QTD-RESG-PROPRIO.
           DISPLAY '========================='.

           IF WRK-QTD-ALARMES > 0
