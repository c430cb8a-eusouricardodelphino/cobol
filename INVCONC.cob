      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 22/08/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - TOTAL DE IOF DO DIA (IL-IOF-RETIDO X CONTA
      *>              IOF-A-RECOLHER DO GL) ENTRA NA AMARRACAO
      *> 15/10/2026 - LANCAMENTO TIPO 'C' (COME-COTAS) E CASADO COM O
      *>              LANCAMENTO 'COME-COTAS' DO CONTRATO NO GL, PELO
      *>              VALOR DO IR ANTECIPADO (NAO HA LIQUIDO)
      *> 15/10/2026 - GLPOST E INVLEDG CONFERIDOS CONTRA O TOTAL DE
      *>              CONTROLE (CTLTOT) DA DATA DO LOTE ANTES DA
      *>              AMARRACAO - DIVERGENCIA TERMINA COM RC 16 E ALERTA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-IDX-GL          PIC 9(04) VALUE ZEROS.
       77 WRK-GL-ACHADO       PIC X(01) VALUE 'N'.
       77 WRK-HISTORICO-ESP   PIC X(20) VALUE SPACES.
       77 WRK-VALOR-ESP       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-LEDGER      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-GL      PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-IR-LEDGER   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-MULTA-LEDG  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-IR-GL       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-MULTA-GL    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-IOF-LEDGER  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-IOF-GL      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-DIVERG      PIC 9(04) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
               10  WRK-GL-USADO       PIC X(01).
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
      *>   CONFERENCIA DOS ARQUIVOS LIDOS CONTRA O TOTAL DE CONTROLE
      *>   GRAVADO POR QUEM OS PRODUZIU (SUBPROGRAMA CTLTOTAL)
       77 WRK-DATA-CONTROLE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-CONFERIDOS  PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-CONFERIDO PIC 9(15)V99 VALUE ZEROS.
       77 WRK-TOTAIS-DIVERGENTES PIC X(01) VALUE 'N'.
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 050000-CONFERIR-TOTAIS-CONTROLE.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               DISPLAY 'ARQUIVO DE ENTRADA NAO CONFERE COM O TOTAL DE '
                       'CONTROLE - PASSO NAO PROCESSADO'
               MOVE 16 TO RETURN-CODE
               PERFORM 510000-REGISTRAR-BATCHLOG
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CARREGAR-GLPOST UNTIL WRK-EOF-GLPOST.

           GOBACK.

      *>*********************************************
       050000-CONFERIR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   ANTES DE PROCESSAR, CADA ARQUIVO LIDO E CONTADO NA DATA
      *>   DO LOTE E CONFERIDO CONTRA O CTLTOT - ARQUIVO TRUNCADO OU
      *>   INCOMPLETO PARA O PASSO COM RC 16 E ALERTA AO OPERADOR
           CALL 'DATALOTE' USING WRK-DATA-CONTROLE
           END-CALL.
           MOVE 'N' TO WRK-TOTAIS-DIVERGENTES.
           PERFORM 051000-CONFERIR-GLPOST.
           PERFORM 052000-CONFERIR-INVLEDG.

      *>*********************************************
       051000-CONFERIR-GLPOST.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CONFERIDOS.
           MOVE ZEROS TO WRK-VALOR-CONFERIDO.
           OPEN INPUT GLPOST.
           IF WRK-GLPOST-STATUS = '00'
               PERFORM 051100-CONTAR-GLPOST
                   UNTIL WRK-GLPOST-STATUS NOT = '00'
               CLOSE GLPOST
           END-IF.

           MOVE 'C'                 TO TC-FUNCAO.
           MOVE 'GLPOST'            TO TC-ARQUIVO.
           MOVE 'INVCONC'           TO TC-PROGRAMA.
           MOVE WRK-DATA-CONTROLE   TO TC-DATA.
           MOVE WRK-QTD-CONFERIDOS  TO TC-QTD.
           MOVE WRK-VALOR-CONFERIDO TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
           IF NOT TC-TOTAIS-CONFEREM
               MOVE 'S' TO WRK-TOTAIS-DIVERGENTES
           END-IF.

      *>*********************************************
       051100-CONTAR-GLPOST.
      *>*********************************************
           READ GLPOST
               NOT AT END
                   IF GL-DATA = WRK-DATA-CONTROLE
                       ADD 1 TO WRK-QTD-CONFERIDOS
                       ADD GL-VALOR TO WRK-VALOR-CONFERIDO
                   END-IF
           END-READ.

      *>*********************************************
       052000-CONFERIR-INVLEDG.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CONFERIDOS.
           MOVE ZEROS TO WRK-VALOR-CONFERIDO.
           OPEN INPUT INVLEDG.
           IF WRK-INVLEDG-STATUS = '00'
               PERFORM 052100-CONTAR-INVLEDG
                   UNTIL WRK-INVLEDG-STATUS NOT = '00'
               CLOSE INVLEDG
           END-IF.

           MOVE 'C'                 TO TC-FUNCAO.
           MOVE 'INVLEDG'           TO TC-ARQUIVO.
           MOVE 'INVCONC'           TO TC-PROGRAMA.
           MOVE WRK-DATA-CONTROLE   TO TC-DATA.
           MOVE WRK-QTD-CONFERIDOS  TO TC-QTD.
           MOVE WRK-VALOR-CONFERIDO TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
           IF NOT TC-TOTAIS-CONFEREM
               MOVE 'S' TO WRK-TOTAIS-DIVERGENTES
           END-IF.

      *>*********************************************
       052100-CONTAR-INVLEDG.
      *>*********************************************
           READ INVLEDG
               NOT AT END
                   IF IL-DATA-PROCESSAMENTO = WRK-DATA-CONTROLE
                       ADD 1 TO WRK-QTD-CONFERIDOS
                       ADD IL-RESULTADO-BRUTO TO WRK-VALOR-CONFERIDO
                   END-IF
           END-READ.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
                           IF GL-CONTA-CREDITO = 'MULTA-RESG'
                               ADD GL-VALOR TO WRK-TOT-MULTA-GL
                           END-IF
                           IF GL-CONTA-CREDITO = 'IOF-A-RECO'
                               ADD GL-VALOR TO WRK-TOT-IOF-GL
                           END-IF
                       ELSE
                           DISPLAY 'MAIS DE 1000 LANCAMENTOS GL DO '
                                   'DIA - EXCEDENTE FORA DA AMARRACAO'
                       ADD 1 TO WRK-QTD-LEDGER
                       ADD IL-IR-RETIDO     TO WRK-TOT-IR-LEDGER
                       ADD IL-MULTA-RESGATE TO WRK-TOT-MULTA-LEDG
                       IF IL-IOF-RETIDO NUMERIC
                           ADD IL-IOF-RETIDO TO WRK-TOT-IOF-LEDGER
                       END-IF
                       PERFORM 310000-CASAR-RESGATE-GL
                   END-IF
           END-READ.
       310000-CASAR-RESGATE-GL.
      *>*********************************************
           MOVE SPACES TO WRK-HISTORICO-ESP.
      *>   COME-COTAS NAO TEM LIQUIDO - O LANCAMENTO DO GL E O DO IR
           IF IL-TIPO = 'C'
               STRING 'COME-COTAS ' IL-CONTRATO
                   DELIMITED BY SIZE INTO WRK-HISTORICO-ESP
               END-STRING
               MOVE IL-IR-RETIDO      TO WRK-VALOR-ESP
           ELSE
               STRING 'RESGATE CT ' IL-CONTRATO
                   DELIMITED BY SIZE INTO WRK-HISTORICO-ESP
               END-STRING
               MOVE IL-RESULTADO-NETO TO WRK-VALOR-ESP
           END-IF.

           MOVE 'N' TO WRK-GL-ACHADO.
           PERFORM VARYING WRK-IDX-GL FROM 1 BY 1
               IF WRK-GL-USADO (WRK-IDX-GL) = 'N'
                   AND WRK-GL-HISTORICO (WRK-IDX-GL) =
                       WRK-HISTORICO-ESP
                   AND WRK-GL-VALOR (WRK-IDX-GL) = WRK-VALOR-ESP
                   MOVE 'S' TO WRK-GL-ACHADO
                   MOVE 'S' TO WRK-GL-USADO (WRK-IDX-GL)
                   MOVE WRK-QTD-GL TO WRK-IDX-GL
               ADD 1 TO WRK-QTD-DIVERG
               DISPLAY 'LANCAMENTO DO LIVRO SEM GL CORRESPONDENTE - '
                       'CONTRATO ' IL-CONTRATO ' VALOR '
                       WRK-VALOR-ESP
               MOVE 'INVCONC'              TO ERR-PROGRAMA
               MOVE '310000-CASAR-RESGATE' TO ERR-PARAGRAFO
               MOVE 'ERRO'                 TO ERR-SEVERIDADE
               END-CALL
           END-IF.

           IF WRK-TOT-IOF-LEDGER NOT = WRK-TOT-IOF-GL
               ADD 1 TO WRK-QTD-DIVERG
               DISPLAY 'TOTAL DE IOF DIVERGENTE - LIVRO '
                       WRK-TOT-IOF-LEDGER ' GL ' WRK-TOT-IOF-GL
               MOVE 'INVCONC'              TO ERR-PROGRAMA
               MOVE '400000-CONFERIR-TOTA' TO ERR-PARAGRAFO
               MOVE 'ERRO'                 TO ERR-SEVERIDADE
               MOVE 'IOFDIV'               TO ERR-CODIGO
               MOVE 'TOTAL DE IOF DO DIA DIVERGE ENTRE LIVRO E GL'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
           END-IF.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
               MOVE 'LIVRO-CAIXA E GL DO DIA DIVERGENTES'
                   TO BL-DETALHE
           END-IF.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'ENTRADA DIVERGE DO TOTAL DE CONTROLE'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

