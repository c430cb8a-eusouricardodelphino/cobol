      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - SALDOS TRANSPORTADOS POR EMPRESA E CONTA
      *>              (SL-EMPRESA, BRANCO = PRINCIPAL '01'); O
      *>              FECHAMENTO DO MES NO GLPERIOD CONTINUA UNICO PARA
      *>              TODAS AS EMPRESAS
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-CONTA-ACHADA    PIC X(01) VALUE 'N'.
       77 WRK-IDX-CT-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-CORRENTE  PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA-CORRENTE PIC X(02) VALUE SPACES.
       77 WRK-VALOR-CORRENTE  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LADO            PIC X(01) VALUE SPACES.
       77 WRK-QTD-LANCTOS     PIC 9(06) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-SALDOS.
           05  WRK-SAL-ITEM OCCURS 400 TIMES INDEXED BY WRK-IDX-TSL.
               10  WRK-SL-EMPRESA     PIC X(02).
               10  WRK-SL-CONTA       PIC X(10).
               10  WRK-SL-DEB         PIC 9(13)V99.
               10  WRK-SL-CRE         PIC 9(13)V99.
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SL-ANO-MES = WRK-MES-ANTERIOR
                       MOVE SL-EMPRESA  TO WRK-EMPRESA-CORRENTE
                       MOVE SL-CONTA    TO WRK-CONTA-CORRENTE
                       PERFORM 250000-LOCALIZAR-CONTA
                       IF WRK-IDX-CONTA > 0
      *>*********************************************
       250000-LOCALIZAR-CONTA.
      *>*********************************************
      *>   SALDO E POR EMPRESA E CONTA - EMPRESA EM BRANCO (REGISTRO
      *>   ANTERIOR AO CAMPO) E A PRINCIPAL
           IF WRK-EMPRESA-CORRENTE = SPACES
               MOVE '01' TO WRK-EMPRESA-CORRENTE
           END-IF.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-SL-CONTA (WRK-IDX-CONTA) = WRK-CONTA-CORRENTE
                   AND WRK-SL-EMPRESA (WRK-IDX-CONTA) =
                       WRK-EMPRESA-CORRENTE
                   MOVE 'S' TO WRK-CONTA-ACHADA
                   MOVE WRK-IDX-CONTA TO WRK-IDX-CT-ACHADA
                   MOVE WRK-QTD-CONTAS TO WRK-IDX-CONTA
           IF WRK-CONTA-ACHADA = 'S'
               MOVE WRK-IDX-CT-ACHADA TO WRK-IDX-CONTA
           ELSE
               IF WRK-QTD-CONTAS < 400
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE WRK-QTD-CONTAS TO WRK-IDX-CONTA
                   MOVE WRK-EMPRESA-CORRENTE
                       TO WRK-SL-EMPRESA (WRK-IDX-CONTA)
                   MOVE WRK-CONTA-CORRENTE
                       TO WRK-SL-CONTA (WRK-IDX-CONTA)
                   MOVE ZEROS TO WRK-SL-DEB (WRK-IDX-CONTA)
                   MOVE ZEROS TO WRK-SL-CRE (WRK-IDX-CONTA)
               ELSE
                   DISPLAY 'MAIS DE 400 CONTAS NO FECHAMENTO - '
                           'CONTA FORA DO TRANSPORTE: '
                           WRK-EMPRESA-CORRENTE '/' WRK-CONTA-CORRENTE
                   MOVE ZEROS TO WRK-IDX-CONTA
               END-IF
           END-IF.
               NOT AT END
                   IF GL-DATA (1:6) = WRK-COMPETENCIA
                       ADD 1 TO WRK-QTD-LANCTOS
                       MOVE GL-EMPRESA      TO WRK-EMPRESA-CORRENTE
                       MOVE GL-CONTA-DEBITO TO WRK-CONTA-CORRENTE
                       PERFORM 250000-LOCALIZAR-CONTA
                       IF WRK-IDX-CONTA > 0
                           ADD GL-VALOR
                               TO WRK-SL-DEB (WRK-IDX-CONTA)
                       END-IF
                       MOVE GL-EMPRESA       TO WRK-EMPRESA-CORRENTE
                       MOVE GL-CONTA-CREDITO TO WRK-CONTA-CORRENTE
                       PERFORM 250000-LOCALIZAR-CONTA
                       IF WRK-IDX-CONTA > 0
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               MOVE WRK-COMPETENCIA TO SL-ANO-MES
               MOVE WRK-SL-CONTA (WRK-IDX-CONTA) TO SL-CONTA
               MOVE WRK-SL-EMPRESA (WRK-IDX-CONTA) TO SL-EMPRESA
               MOVE WRK-SL-DEB (WRK-IDX-CONTA)   TO SL-DEB-ACUM
               MOVE WRK-SL-CRE (WRK-IDX-CONTA)   TO SL-CRE-ACUM
               WRITE SL-REGISTRO
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'FECHAMENTO DO PERIODO ' WRK-COMPETENCIA.
           DISPLAY 'SALDOS TRANSPORTADOS..: ' WRK-QTD-CONTAS
                   ' (EMPRESA X CONTA)'.
           DISPLAY 'LANCAMENTOS DO MES....: ' WRK-QTD-LANCTOS.
           DISPLAY '========================='.

