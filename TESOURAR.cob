      *>              DATA CERTA) CUJO VENCIMENTO CAI NO DIA - O
      *>              RECOLHIMENTO APARECE NA POSICAO ANTES DE BATER
      *>              NA CONTA
      *> 15/10/2026 - SALESSUM E INVLEDG CONFERIDOS CONTRA O TOTAL DE
      *>              CONTROLE (CTLTOT) DA DATA DO LOTE ANTES DA
      *>              PROJECAO - DIVERGENCIA TERMINA COM RC 16 E ALERTA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
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
               GOBACK
           END-IF.

           PERFORM 050000-CONFERIR-TOTAIS-CONTROLE.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               DISPLAY 'ARQUIVO DE ENTRADA NAO CONFERE COM O TOTAL DE '
                       'CONTROLE - PASSO NAO PROCESSADO'
               MOVE 16 TO RETURN-CODE
               PERFORM 710000-REGISTRAR-BATCHLOG
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-ACUMULAR-VENDAS UNTIL WRK-EOF-SALESSUM.

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
           PERFORM 051000-CONFERIR-SALESSUM.
           PERFORM 052000-CONFERIR-INVLEDG.

      *>*********************************************
       051000-CONFERIR-SALESSUM.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CONFERIDOS.
           MOVE ZEROS TO WRK-VALOR-CONFERIDO.
           OPEN INPUT SALESSUM.
           IF WRK-SALESSUM-STATUS = '00'
               PERFORM 051100-CONTAR-SALESSUM
                   UNTIL WRK-SALESSUM-STATUS NOT = '00'
               CLOSE SALESSUM
           END-IF.

           MOVE 'C'                 TO TC-FUNCAO.
           MOVE 'SALESSUM'          TO TC-ARQUIVO.
           MOVE 'TESOURAR'          TO TC-PROGRAMA.
           MOVE WRK-DATA-CONTROLE   TO TC-DATA.
           MOVE WRK-QTD-CONFERIDOS  TO TC-QTD.
           MOVE WRK-VALOR-CONFERIDO TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
           IF NOT TC-TOTAIS-CONFEREM
               MOVE 'S' TO WRK-TOTAIS-DIVERGENTES
           END-IF.

      *>*********************************************
       051100-CONTAR-SALESSUM.
      *>*********************************************
           READ SALESSUM
               NOT AT END
                   IF SS-DATA = WRK-DATA-CONTROLE
                       ADD 1 TO WRK-QTD-CONFERIDOS
                       ADD SS-TOTAL TO WRK-VALOR-CONFERIDO
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
           MOVE 'TESOURAR'          TO TC-PROGRAMA.
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
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'POSICAO DE TESOURARIA PROJETADA' TO BL-DETALHE.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'ENTRADA DIVERGE DO TOTAL DE CONTROLE'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

