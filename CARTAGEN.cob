       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAGEN.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = AGENDA DE RECEBIVEIS DE CARTAO E PIX. A PARTIR
      *> DOS TOTAIS POR FORMA DO FECHAMENTO DO DIA (SALESSUM, UM
      *> REGISTRO POR LOJA) E DA TABELA DE TAXAS E PRAZOS DA
      *> ADQUIRENTE (ADQTAXA), GRAVA NA AGENDA (AGENDCAR) CADA
      *> PARCELA A RECEBER COM A DATA PREVISTA DO CREDITO (D+PRAZO,
      *> PARCELAS DE 30 EM 30 DIAS, ROLADA PARA DIA UTIL PELO
      *> DIAUTIL), O DESCONTO DA ADQUIRENTE (MDR) E O VALOR LIQUIDO.
      *> O MDR DO DIA E LANCADO NO GLPOST POR LOJA E FORMA. EM
      *> SEGUIDA CASA O EXTRATO DE LIQUIDACAO DA ADQUIRENTE (ADQLIQ)
      *> DO DIA CONTRA AS PARCELAS EM ABERTO PREVISTAS PARA A MESMA
      *> DATA E FORMA, BAIXANDO AS QUE CONFEREM, E APONTA AS
      *> PARCELAS VENCIDAS SEM CREDITO (AGENDRPT). PARCELA LIQUIDADA
      *> HA MAIS DE 90 DIAS SAI DA AGENDA NA REGRAVACAO.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - MDR DO PIX PASSA A SER ABATIDO DE PIX-A-REC, A
      *>              CONTA QUE O FECHAMENTO DEBITA NAS VENDAS EM PIX
      *> 15/10/2026 - MDR NO GLPOST SAI NA EMPRESA DA LOJA, LIDA DO
      *>              CADASTRO LOJAMAST (LJ-EMPRESA NO GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - LANCAMENTO DO MDR NO GLPOST PASSA A USAR O CENTRO
      *>              DE CUSTO DA LOJA NO LOJAMAST; LOJA SEM CENTRO NO
      *>              CADASTRO CONTINUA LANCANDO NO CENTRO COM O PROPRIO
      *>              CODIGO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESSUM ASSIGN TO "SALESSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESSUM-STATUS.
           SELECT ADQTAXA ASSIGN TO "ADQTAXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQTAXA-STATUS.
           SELECT ADQLIQ ASSIGN TO "ADQLIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQLIQ-STATUS.
           SELECT AGENDCAR ASSIGN TO "AGENDCAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDCAR-STATUS.
           SELECT LOJAMAST ASSIGN TO "LOJAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAMAST-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT AGENDRPT ASSIGN TO "AGENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESSUM.
           COPY "SALESSUM.CPY" IN 'COPYBOOKS'.
       FD  ADQTAXA.
           COPY "ADQTAXA.CPY" IN 'COPYBOOKS'.
       FD  ADQLIQ.
           COPY "ADQLIQ.CPY" IN 'COPYBOOKS'.
       FD  AGENDCAR.
           COPY "AGENDCAR.CPY" IN 'COPYBOOKS'.
       FD  LOJAMAST.
           COPY "LOJAMAST.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  AGENDRPT
           RECORDING MODE IS F.
       01  AGENDRPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SALESSUM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ADQTAXA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ADQLIQ-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGENDCAR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LOJAMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGENDRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SALESSUM    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SALESSUM    VALUE 'S'.
       77 WRK-FIM-ADQLIQ      PIC X(01) VALUE 'N'.
           88 WRK-EOF-ADQLIQ      VALUE 'S'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-INT-PROCESSO    PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DATA        PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-PREVISTA   PIC 9(08) VALUE ZEROS.
       77 WRK-AGENDA-MONTADA  PIC X(01) VALUE 'N'.
       77 WRK-AGENDA-ESTOUROU PIC X(01) VALUE 'N'.
       77 WRK-QTD-TAXAS       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TAXA        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LOJAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-VIGENCIA-ACHADA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-AGENDA      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-AGENDA      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXPURGADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-FORMA-ATUAL     PIC X(01) VALUE SPACES.
       77 WRK-FORMA-DESCR     PIC X(08) VALUE SPACES.
       77 WRK-VALOR-VENDA     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PCT-MDR         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRAZO-DIAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PARCELAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PARCELA     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-BRUTO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-MDR       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MDR-FORMA       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SOMA-AGENDA     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-DIF-VALOR       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-DIF-VALOR-ED    PIC +9(12),99.
       77 WRK-QTD-PARC-GERADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-TAXA    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIQ-CASADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PARC-BAIXADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ATRASADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-MDR-DIA     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ATRASADO    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-TAXAS.
           05  WRK-TAX-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TTX.
               10  WRK-TX-FORMA       PIC X(01).
               10  WRK-TX-VIGENCIA    PIC 9(08).
               10  WRK-TX-PCT-MDR     PIC 9(02)V99.
               10  WRK-TX-PRAZO       PIC 9(03).
               10  WRK-TX-PARCELAS    PIC 9(02).
       01 WRK-TABELA-LOJAS.
           05  WRK-LJ-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-CODIGO      PIC X(06).
               10  WRK-LJ-CC          PIC X(06).
               10  WRK-LJ-EMPRESA     PIC X(02).
       01 WRK-TABELA-AGENDA.
           05  WRK-AGE-ITEM OCCURS 5000 TIMES
                   INDEXED BY WRK-IDX-TAG.
               10  WRK-AG-DATA-VENDA  PIC 9(08).
               10  WRK-AG-LOJA        PIC X(06).
               10  WRK-AG-FORMA       PIC X(01).
               10  WRK-AG-PARCELA     PIC 9(02).
               10  WRK-AG-QTD-PARC    PIC 9(02).
               10  WRK-AG-PREVISTA    PIC 9(08).
               10  WRK-AG-BRUTO       PIC 9(10)V99.
               10  WRK-AG-MDR         PIC 9(08)V99.
               10  WRK-AG-LIQUIDO     PIC 9(10)V99.
               10  WRK-AG-SITUACAO    PIC X(01).
               10  WRK-AG-DATA-LIQ    PIC 9(08).
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-VC-VALIDA          PIC X(01).
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

      *>   RERODADA DA MESMA DATA: PASSO JA COMPLETO E PULADO PELO
      *>   CONTROLE DE REINICIO (O MDR NAO E LANCADO DUAS VEZES)
           MOVE 'CARDAGEN' TO WRK-RG-PASSO.
           MOVE 'C' TO WRK-RG-FUNCAO.
           CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
           END-CALL.
           IF WRK-RG-RESULTADO = 'S'
               DISPLAY 'PASSO CARDAGEN JA COMPLETO NA DATA DO LOTE '
                       '- PULADO PELO CONTROLE DE REINICIO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           IF WRK-AGENDA-MONTADA = 'N'
               PERFORM 200000-MONTAR-AGENDA UNTIL WRK-EOF-SALESSUM
           END-IF.

           PERFORM 300000-CONFERIR-LIQUIDACAO UNTIL WRK-EOF-ADQLIQ.

           PERFORM 400000-APONTAR-ATRASADAS.

           PERFORM 500000-REGRAVAR-AGENDA.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 600000-FINALIZAR.

           IF RETURN-CODE < 8
               MOVE 'M' TO WRK-RG-FUNCAO
               CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
               END-CALL
           END-IF.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           COMPUTE WRK-INT-PROCESSO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).

           PERFORM 110000-CARREGAR-TAXAS.
           PERFORM 120000-CARREGAR-AGENDA.
           PERFORM 130000-CARREGAR-LOJAS.

           OPEN OUTPUT AGENDRPT.
           MOVE SPACES TO AGENDRPT-LINHA.
           STRING 'AGENDA DE RECEBIVEIS DE CARTAO/PIX - DATA '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO AGENDRPT-LINHA
           END-STRING.
           WRITE AGENDRPT-LINHA.

      *>   AGENDA JA TEM VENDA DA DATA DO LOTE: NAO MONTA DE NOVO
           IF WRK-AGENDA-MONTADA = 'S'
               DISPLAY 'AGENDA JA MONTADA PARA ' WRK-DATA-PROCESSO
                       ' - VENDAS DO DIA NAO REPROCESSADAS'
           ELSE
               OPEN INPUT SALESSUM
               IF WRK-SALESSUM-STATUS NOT = '00'
                   DISPLAY 'SALESSUM INDISPONIVEL - STATUS '
                           WRK-SALESSUM-STATUS
                   MOVE 'S' TO WRK-FIM-SALESSUM
               END-IF
           END-IF.

           OPEN INPUT ADQLIQ.
           IF WRK-ADQLIQ-STATUS NOT = '00'
               DISPLAY 'ADQLIQ INDISPONIVEL - STATUS '
                       WRK-ADQLIQ-STATUS
               MOVE 'S' TO WRK-FIM-ADQLIQ
           END-IF.

      *>*********************************************
       110000-CARREGAR-TAXAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-TAXAS.
           OPEN INPUT ADQTAXA.
           IF WRK-ADQTAXA-STATUS = '00'
               PERFORM 111000-LER-TAXA
                   UNTIL WRK-ADQTAXA-STATUS = '10'
               CLOSE ADQTAXA
           ELSE
               DISPLAY 'ADQTAXA INDISPONIVEL - STATUS '
                       WRK-ADQTAXA-STATUS
           END-IF.

      *>*********************************************
       111000-LER-TAXA.
      *>*********************************************
           READ ADQTAXA
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-TAXAS < 50
                       ADD 1 TO WRK-QTD-TAXAS
                       MOVE AD-FORMA
                           TO WRK-TX-FORMA (WRK-QTD-TAXAS)
                       MOVE AD-DATA-VIGENCIA
                           TO WRK-TX-VIGENCIA (WRK-QTD-TAXAS)
                       MOVE AD-PCT-MDR
                           TO WRK-TX-PCT-MDR (WRK-QTD-TAXAS)
                       MOVE AD-PRAZO-DIAS
                           TO WRK-TX-PRAZO (WRK-QTD-TAXAS)
                       MOVE AD-QTD-PARCELAS
                           TO WRK-TX-PARCELAS (WRK-QTD-TAXAS)
                   ELSE
                       DISPLAY 'TABELA DE TAXAS CHEIA - FORMA '
                               AD-FORMA ' VIGENCIA '
                               AD-DATA-VIGENCIA ' IGNORADA'
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-AGENDA.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-AGENDA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT AGENDCAR.
           IF WRK-AGENDCAR-STATUS = '00'
               PERFORM 121000-LER-AGENDA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE AGENDCAR
           ELSE
               DISPLAY 'AGENDCAR VAZIA OU INDISPONIVEL - STATUS '
                       WRK-AGENDCAR-STATUS ' - AGENDA NOVA'
           END-IF.

      *>*********************************************
       121000-LER-AGENDA.
      *>*********************************************
      *>   PARCELA LIQUIDADA HA MAIS DE 90 DIAS NAO VOLTA PARA A
      *>   AGENDA - JA SAIU DA PROJECAO E DA CONFERENCIA
           READ AGENDCAR
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AG-LIQUIDADO
                       AND AG-DATA-LIQUIDACAO NUMERIC
                       AND AG-DATA-LIQUIDACAO > ZEROS
                       AND FUNCTION INTEGER-OF-DATE
                               (AG-DATA-LIQUIDACAO) + 90
                           < WRK-INT-PROCESSO
                       ADD 1 TO WRK-QTD-EXPURGADAS
                   ELSE
                       PERFORM 122000-GUARDAR-PARCELA
                   END-IF
           END-READ.

      *>*********************************************
       122000-GUARDAR-PARCELA.
      *>*********************************************
           IF WRK-QTD-AGENDA >= 5000
               MOVE 'S' TO WRK-AGENDA-ESTOUROU
               MOVE 'S' TO WRK-FIM-ARQUIVO
               DISPLAY 'AGENDA DE RECEBIVEIS EXCEDE 5000 PARCELAS'
                       ' - ARQUIVO NAO SERA REGRAVADO'
           ELSE
               ADD 1 TO WRK-QTD-AGENDA
               MOVE AG-DATA-VENDA
                   TO WRK-AG-DATA-VENDA (WRK-QTD-AGENDA)
               MOVE AG-LOJA        TO WRK-AG-LOJA (WRK-QTD-AGENDA)
               MOVE AG-FORMA       TO WRK-AG-FORMA (WRK-QTD-AGENDA)
               MOVE AG-PARCELA     TO WRK-AG-PARCELA (WRK-QTD-AGENDA)
               MOVE AG-QTD-PARCELAS
                   TO WRK-AG-QTD-PARC (WRK-QTD-AGENDA)
               MOVE AG-DATA-PREVISTA
                   TO WRK-AG-PREVISTA (WRK-QTD-AGENDA)
               MOVE AG-VALOR-BRUTO TO WRK-AG-BRUTO (WRK-QTD-AGENDA)
               MOVE AG-VALOR-MDR   TO WRK-AG-MDR (WRK-QTD-AGENDA)
               MOVE AG-VALOR-LIQUIDO
                   TO WRK-AG-LIQUIDO (WRK-QTD-AGENDA)
               IF AG-LIQUIDADO
                   MOVE 'L' TO WRK-AG-SITUACAO (WRK-QTD-AGENDA)
               ELSE
                   MOVE 'A' TO WRK-AG-SITUACAO (WRK-QTD-AGENDA)
               END-IF
               MOVE AG-DATA-LIQUIDACAO
                   TO WRK-AG-DATA-LIQ (WRK-QTD-AGENDA)
               IF AG-DATA-VENDA = WRK-DATA-PROCESSO
                   MOVE 'S' TO WRK-AGENDA-MONTADA
               END-IF
           END-IF.

      *>*********************************************
       130000-CARREGAR-LOJAS.
      *>*********************************************
      *>   EMPRESA DE CADA LOJA, PARA O LANCAMENTO DO MDR SAIR NA
      *>   EMPRESA CERTA - SEM O CADASTRO, TUDO CAI NA PRINCIPAL
           MOVE ZEROS TO WRK-QTD-LOJAS.
           OPEN INPUT LOJAMAST.
           IF WRK-LOJAMAST-STATUS = '00'
               PERFORM 131000-LER-LOJA
                   UNTIL WRK-LOJAMAST-STATUS = '10'
               CLOSE LOJAMAST
           ELSE
               DISPLAY 'LOJAMAST INDISPONIVEL - STATUS '
                       WRK-LOJAMAST-STATUS
           END-IF.

      *>*********************************************
       131000-LER-LOJA.
      *>*********************************************
           READ LOJAMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-LOJAS < 100
                       ADD 1 TO WRK-QTD-LOJAS
                       MOVE LJ-CODIGO
                           TO WRK-LJ-CODIGO (WRK-QTD-LOJAS)
                       MOVE LJ-CENTRO-CUSTO
                           TO WRK-LJ-CC (WRK-QTD-LOJAS)
                       MOVE LJ-EMPRESA
                           TO WRK-LJ-EMPRESA (WRK-QTD-LOJAS)
                   ELSE
                       DISPLAY 'LOJAMAST COM MAIS DE 100 LOJAS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       200000-MONTAR-AGENDA.
      *>*********************************************
           READ SALESSUM
               AT END
                   MOVE 'S' TO WRK-FIM-SALESSUM
               NOT AT END
                   IF SS-DATA = WRK-DATA-PROCESSO
                       MOVE 'B' TO WRK-FORMA-ATUAL
                       MOVE SS-TOTAL-DEBITO TO WRK-VALOR-VENDA
                       PERFORM 220000-LANCAR-FORMA
                       MOVE 'C' TO WRK-FORMA-ATUAL
                       MOVE SS-TOTAL-CREDITO TO WRK-VALOR-VENDA
                       PERFORM 220000-LANCAR-FORMA
                       MOVE 'P' TO WRK-FORMA-ATUAL
                       MOVE SS-TOTAL-PIX TO WRK-VALOR-VENDA
                       PERFORM 220000-LANCAR-FORMA
                   END-IF
           END-READ.

      *>*********************************************
       210000-BUSCAR-TAXA.
      *>*********************************************
      *>   VALE A TAXA DE MAIOR VIGENCIA ATE A DATA DA VENDA; FORMA
      *>   SEM TAXA CADASTRADA ENTRA SEM DESCONTO EM D+1, A VISTA,
      *>   E SAI APONTADA NO RELATORIO
           MOVE ZEROS TO WRK-VIGENCIA-ACHADA.
           MOVE ZEROS TO WRK-IDX-TAXA.
           PERFORM VARYING WRK-IDX-TTX FROM 1 BY 1
                   UNTIL WRK-IDX-TTX > WRK-QTD-TAXAS
               IF WRK-TX-FORMA (WRK-IDX-TTX) = WRK-FORMA-ATUAL
                   AND WRK-TX-VIGENCIA (WRK-IDX-TTX)
                       <= WRK-DATA-PROCESSO
                   AND WRK-TX-VIGENCIA (WRK-IDX-TTX)
                       >= WRK-VIGENCIA-ACHADA
                   MOVE WRK-TX-VIGENCIA (WRK-IDX-TTX)
                       TO WRK-VIGENCIA-ACHADA
                   SET WRK-IDX-TAXA TO WRK-IDX-TTX
               END-IF
           END-PERFORM.

           IF WRK-IDX-TAXA > 0
               MOVE WRK-TX-PCT-MDR (WRK-IDX-TAXA) TO WRK-PCT-MDR
               MOVE WRK-TX-PRAZO (WRK-IDX-TAXA)   TO WRK-PRAZO-DIAS
               MOVE WRK-TX-PARCELAS (WRK-IDX-TAXA)
                   TO WRK-QTD-PARCELAS
               IF WRK-QTD-PARCELAS = 0
                   MOVE 1 TO WRK-QTD-PARCELAS
               END-IF
           ELSE
               MOVE ZEROS TO WRK-PCT-MDR
               MOVE 1 TO WRK-PRAZO-DIAS
               MOVE 1 TO WRK-QTD-PARCELAS
               ADD 1 TO WRK-QTD-SEM-TAXA
               MOVE SPACES TO AGENDRPT-LINHA
               STRING '*** FORMA ' WRK-FORMA-DESCR
                      ' SEM TAXA NA ADQTAXA - LOJA ' SS-LOJA
                      ' AGENDADA SEM MDR EM D+1'
                   DELIMITED BY SIZE INTO AGENDRPT-LINHA
               END-STRING
               WRITE AGENDRPT-LINHA
           END-IF.

      *>*********************************************
       215000-DESCREVER-FORMA.
      *>*********************************************
           EVALUATE WRK-FORMA-ATUAL
               WHEN 'B'
                   MOVE 'DEBITO'  TO WRK-FORMA-DESCR
               WHEN 'C'
                   MOVE 'CREDITO' TO WRK-FORMA-DESCR
               WHEN 'P'
                   MOVE 'PIX'     TO WRK-FORMA-DESCR
               WHEN OTHER
                   MOVE 'FORMA ?' TO WRK-FORMA-DESCR
           END-EVALUATE.

      *>*********************************************
       220000-LANCAR-FORMA.
      *>*********************************************
      *>   O VALOR DA FORMA E DIVIDIDO EM PARCELAS IGUAIS; A ULTIMA
      *>   LEVA A SOBRA DOS CENTAVOS
           IF WRK-VALOR-VENDA > 0
               PERFORM 215000-DESCREVER-FORMA
               PERFORM 210000-BUSCAR-TAXA
               MOVE ZEROS TO WRK-MDR-FORMA
               COMPUTE WRK-VALOR-PARCELA =
                       WRK-VALOR-VENDA / WRK-QTD-PARCELAS
               PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                       UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
                   IF WRK-IDX-PARCELA = WRK-QTD-PARCELAS
                       COMPUTE WRK-VALOR-BRUTO =
                               WRK-VALOR-VENDA -
                               WRK-VALOR-PARCELA *
                               (WRK-QTD-PARCELAS - 1)
                   ELSE
                       MOVE WRK-VALOR-PARCELA TO WRK-VALOR-BRUTO
                   END-IF
                   PERFORM 230000-GRAVAR-PARCELA
               END-PERFORM
               IF WRK-MDR-FORMA > 0
                   PERFORM 240000-GRAVAR-GLPOST
               END-IF
           END-IF.

      *>*********************************************
       230000-GRAVAR-PARCELA.
      *>*********************************************
           COMPUTE WRK-INT-DATA =
                   WRK-INT-PROCESSO + WRK-PRAZO-DIAS +
                   30 * (WRK-IDX-PARCELA - 1).
           COMPUTE WRK-DATA-PREVISTA =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).
           CALL 'DIAUTIL' USING WRK-DATA-PREVISTA
           END-CALL.

           COMPUTE WRK-VALOR-MDR ROUNDED =
                   WRK-VALOR-BRUTO * WRK-PCT-MDR / 100.
           ADD WRK-VALOR-MDR TO WRK-MDR-FORMA.

           IF WRK-QTD-AGENDA >= 5000
               IF WRK-AGENDA-ESTOUROU = 'N'
                   DISPLAY 'AGENDA DE RECEBIVEIS EXCEDE 5000 PARCELAS'
                           ' - ARQUIVO NAO SERA REGRAVADO'
               END-IF
               MOVE 'S' TO WRK-AGENDA-ESTOUROU
           ELSE
               ADD 1 TO WRK-QTD-AGENDA
               ADD 1 TO WRK-QTD-PARC-GERADAS
               MOVE WRK-DATA-PROCESSO
                   TO WRK-AG-DATA-VENDA (WRK-QTD-AGENDA)
               MOVE SS-LOJA         TO WRK-AG-LOJA (WRK-QTD-AGENDA)
               MOVE WRK-FORMA-ATUAL TO WRK-AG-FORMA (WRK-QTD-AGENDA)
               MOVE WRK-IDX-PARCELA
                   TO WRK-AG-PARCELA (WRK-QTD-AGENDA)
               MOVE WRK-QTD-PARCELAS
                   TO WRK-AG-QTD-PARC (WRK-QTD-AGENDA)
               MOVE WRK-DATA-PREVISTA
                   TO WRK-AG-PREVISTA (WRK-QTD-AGENDA)
               MOVE WRK-VALOR-BRUTO TO WRK-AG-BRUTO (WRK-QTD-AGENDA)
               MOVE WRK-VALOR-MDR   TO WRK-AG-MDR (WRK-QTD-AGENDA)
               COMPUTE WRK-AG-LIQUIDO (WRK-QTD-AGENDA) =
                       WRK-VALOR-BRUTO - WRK-VALOR-MDR
               MOVE 'A' TO WRK-AG-SITUACAO (WRK-QTD-AGENDA)
               MOVE ZEROS TO WRK-AG-DATA-LIQ (WRK-QTD-AGENDA)

               MOVE WRK-AG-LIQUIDO (WRK-QTD-AGENDA)
                   TO CE-VALOR-EDITADO
               MOVE SPACES TO AGENDRPT-LINHA
               STRING 'LOJA ' SS-LOJA ' ' WRK-FORMA-DESCR
                      ' PARC ' WRK-IDX-PARCELA '/' WRK-QTD-PARCELAS
                      ' PREV ' WRK-DATA-PREVISTA
                      ' LIQ ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO AGENDRPT-LINHA
               END-STRING
               WRITE AGENDRPT-LINHA
           END-IF.

      *>*********************************************
       240000-GRAVAR-GLPOST.
      *>*********************************************
      *>   DESCONTO DA ADQUIRENTE: DESPESA DA LOJA CONTRA O SALDO A
      *>   RECEBER DA FORMA (CARTOES OU PIX) LANCADO PELO FECHAMENTO
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
      *>   LOJA SEM CENTRO DE CUSTO NO CADASTRO (OU CADASTRO
      *>   INDISPONIVEL) LANCA NO CENTRO COM O PROPRIO CODIGO DA LOJA
           MOVE SS-LOJA           TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO (WRK-IDX-LOJA) = SS-LOJA
                   IF WRK-LJ-CC (WRK-IDX-LOJA) NOT = SPACES
                       MOVE WRK-LJ-CC (WRK-IDX-LOJA) TO GL-CENTRO-CUSTO
                   END-IF
                   MOVE WRK-LJ-EMPRESA (WRK-IDX-LOJA) TO GL-EMPRESA
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.
           MOVE 'DESP-MDR'        TO GL-CONTA-DEBITO.
           IF WRK-FORMA-ATUAL = 'P'
               MOVE 'PIX-A-REC'   TO GL-CONTA-CREDITO
           ELSE
               MOVE 'CART-A-REC'  TO GL-CONTA-CREDITO
           END-IF.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'MDR ' WRK-FORMA-DESCR ' ' SS-LOJA
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-MDR-FORMA     TO GL-VALOR.
           PERFORM 245000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
               ADD WRK-MDR-FORMA TO WRK-TOT-MDR-DIA
           END-IF.
           CLOSE GLPOST.

      *>*********************************************
       245000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'CARTAGEN' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       300000-CONFERIR-LIQUIDACAO.
      *>*********************************************
           READ ADQLIQ
               AT END
                   MOVE 'S' TO WRK-FIM-ADQLIQ
               NOT AT END
                   IF LQ-DATA-CREDITO = WRK-DATA-PROCESSO
                       PERFORM 310000-CASAR-LIQUIDACAO
                   END-IF
           END-READ.

      *>*********************************************
       310000-CASAR-LIQUIDACAO.
      *>*********************************************
      *>   O CREDITO DA ADQUIRENTE E POR DATA E FORMA (TODAS AS
      *>   LOJAS JUNTAS): SO BAIXA AS PARCELAS QUANDO A SOMA DA
      *>   AGENDA PREVISTA PARA O DIA BATE COM O DEPOSITO
           MOVE LQ-FORMA TO WRK-FORMA-ATUAL.
           PERFORM 215000-DESCREVER-FORMA.
           MOVE ZEROS TO WRK-SOMA-AGENDA.
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                   UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
               IF WRK-AG-SITUACAO (WRK-IDX-AGENDA) = 'A'
                   AND WRK-AG-FORMA (WRK-IDX-AGENDA) = LQ-FORMA
                   AND WRK-AG-PREVISTA (WRK-IDX-AGENDA)
                       = LQ-DATA-CREDITO
                   ADD WRK-AG-LIQUIDO (WRK-IDX-AGENDA)
                       TO WRK-SOMA-AGENDA
               END-IF
           END-PERFORM.

           COMPUTE WRK-DIF-VALOR = LQ-VALOR-LIQUIDO - WRK-SOMA-AGENDA.
           MOVE LQ-VALOR-LIQUIDO TO CE-VALOR-EDITADO.
           MOVE SPACES TO AGENDRPT-LINHA.
           IF WRK-DIF-VALOR = 0 AND WRK-SOMA-AGENDA > 0
               ADD 1 TO WRK-QTD-LIQ-CASADAS
               PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                       UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
                   IF WRK-AG-SITUACAO (WRK-IDX-AGENDA) = 'A'
                       AND WRK-AG-FORMA (WRK-IDX-AGENDA) = LQ-FORMA
                       AND WRK-AG-PREVISTA (WRK-IDX-AGENDA)
                           = LQ-DATA-CREDITO
                       MOVE 'L' TO WRK-AG-SITUACAO (WRK-IDX-AGENDA)
                       MOVE LQ-DATA-CREDITO
                           TO WRK-AG-DATA-LIQ (WRK-IDX-AGENDA)
                       ADD 1 TO WRK-QTD-PARC-BAIXADAS
                   END-IF
               END-PERFORM
               STRING 'LIQUIDACAO ' WRK-FORMA-DESCR ' '
                      LQ-DATA-CREDITO ' ' CE-VALOR-EDITADO
                      ' - CONFERE COM A AGENDA'
                   DELIMITED BY SIZE INTO AGENDRPT-LINHA
               END-STRING
           ELSE
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE WRK-DIF-VALOR TO WRK-DIF-VALOR-ED
               STRING '*** LIQUIDACAO ' WRK-FORMA-DESCR ' '
                      LQ-DATA-CREDITO ' ' CE-VALOR-EDITADO
                      ' DIF ' WRK-DIF-VALOR-ED
                   DELIMITED BY SIZE INTO AGENDRPT-LINHA
               END-STRING
               DISPLAY 'LIQUIDACAO DIVERGENTE DA AGENDA - '
                       WRK-FORMA-DESCR ' DIFERENCA ' WRK-DIF-VALOR-ED
           END-IF.
           WRITE AGENDRPT-LINHA.

      *>*********************************************
       400000-APONTAR-ATRASADAS.
      *>*********************************************
      *>   PARCELA PREVISTA PARA ANTES DA DATA DO LOTE E AINDA EM
      *>   ABERTO: A ADQUIRENTE NAO PAGOU OU PAGOU DIFERENTE
           PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                   UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
               IF WRK-AG-SITUACAO (WRK-IDX-AGENDA) = 'A'
                   AND WRK-AG-PREVISTA (WRK-IDX-AGENDA)
                       < WRK-DATA-PROCESSO
                   ADD 1 TO WRK-QTD-ATRASADAS
                   ADD WRK-AG-LIQUIDO (WRK-IDX-AGENDA)
                       TO WRK-TOT-ATRASADO
                   MOVE WRK-AG-FORMA (WRK-IDX-AGENDA)
                       TO WRK-FORMA-ATUAL
                   PERFORM 215000-DESCREVER-FORMA
                   MOVE WRK-AG-LIQUIDO (WRK-IDX-AGENDA)
                       TO CE-VALOR-EDITADO
                   MOVE SPACES TO AGENDRPT-LINHA
                   STRING '*** ATRASADA LOJA '
                          WRK-AG-LOJA (WRK-IDX-AGENDA) ' '
                          WRK-FORMA-DESCR
                          ' PREV ' WRK-AG-PREVISTA (WRK-IDX-AGENDA)
                          ' LIQ ' CE-VALOR-EDITADO
                       DELIMITED BY SIZE INTO AGENDRPT-LINHA
                   END-STRING
                   WRITE AGENDRPT-LINHA
               END-IF
           END-PERFORM.

      *>*********************************************
       500000-REGRAVAR-AGENDA.
      *>*********************************************
           IF WRK-AGENDA-ESTOUROU = 'S'
               DISPLAY 'AGENDCAR MANTIDA SEM ALTERACAO - TABELA CHEIA'
           ELSE
               OPEN OUTPUT AGENDCAR
               PERFORM VARYING WRK-IDX-AGENDA FROM 1 BY 1
                       UNTIL WRK-IDX-AGENDA > WRK-QTD-AGENDA
                   PERFORM 510000-GRAVAR-PARCELA-AGENDA
               END-PERFORM
               CLOSE AGENDCAR
           END-IF.

      *>*********************************************
       510000-GRAVAR-PARCELA-AGENDA.
      *>*********************************************
           MOVE SPACES TO AG-REGISTRO.
           MOVE WRK-AG-DATA-VENDA (WRK-IDX-AGENDA) TO AG-DATA-VENDA.
           MOVE WRK-AG-LOJA (WRK-IDX-AGENDA)       TO AG-LOJA.
           MOVE WRK-AG-FORMA (WRK-IDX-AGENDA)      TO AG-FORMA.
           MOVE WRK-AG-PARCELA (WRK-IDX-AGENDA)    TO AG-PARCELA.
           MOVE WRK-AG-QTD-PARC (WRK-IDX-AGENDA)   TO AG-QTD-PARCELAS.
           MOVE WRK-AG-PREVISTA (WRK-IDX-AGENDA)   TO AG-DATA-PREVISTA.
           MOVE WRK-AG-BRUTO (WRK-IDX-AGENDA)      TO AG-VALOR-BRUTO.
           MOVE WRK-AG-MDR (WRK-IDX-AGENDA)        TO AG-VALOR-MDR.
           MOVE WRK-AG-LIQUIDO (WRK-IDX-AGENDA)    TO AG-VALOR-LIQUIDO.
           MOVE WRK-AG-SITUACAO (WRK-IDX-AGENDA)   TO AG-SITUACAO.
           MOVE WRK-AG-DATA-LIQ (WRK-IDX-AGENDA)
               TO AG-DATA-LIQUIDACAO.
           WRITE AG-REGISTRO.

      *>*********************************************
       600000-FINALIZAR.
      *>*********************************************
           IF WRK-SALESSUM-STATUS = '00' OR WRK-SALESSUM-STATUS = '10'
               CLOSE SALESSUM
           END-IF.
           IF WRK-ADQLIQ-STATUS = '00' OR WRK-ADQLIQ-STATUS = '10'
               CLOSE ADQLIQ
           END-IF.

           MOVE WRK-TOT-MDR-DIA TO CE-VALOR-EDITADO.
           MOVE SPACES TO AGENDRPT-LINHA.
           STRING 'MDR LANCADO NO DIA ' CE-VALOR-EDITADO
                  ' PARCELAS AGENDADAS ' WRK-QTD-PARC-GERADAS
               DELIMITED BY SIZE INTO AGENDRPT-LINHA
           END-STRING.
           WRITE AGENDRPT-LINHA.
           MOVE WRK-TOT-ATRASADO TO CE-VALOR-EDITADO.
           MOVE SPACES TO AGENDRPT-LINHA.
           STRING 'PARCELAS ATRASADAS ' WRK-QTD-ATRASADAS
                  ' TOTAL LIQUIDO ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO AGENDRPT-LINHA
           END-STRING.
           WRITE AGENDRPT-LINHA.
           CLOSE AGENDRPT.

           DISPLAY '========================='.
           DISPLAY 'AGENDA DE RECEBIVEIS DE CARTAO ATUALIZADA'.
           DISPLAY 'PARCELAS AGENDADAS:      ' WRK-QTD-PARC-GERADAS.
           DISPLAY 'FORMAS SEM TAXA:         ' WRK-QTD-SEM-TAXA.
           DISPLAY 'LIQUIDACOES CONFERIDAS:  ' WRK-QTD-LIQ-CASADAS.
           DISPLAY 'PARCELAS BAIXADAS:       ' WRK-QTD-PARC-BAIXADAS.
           DISPLAY 'LIQUIDACOES DIVERGENTES: ' WRK-QTD-DIVERGENTES.
           DISPLAY 'PARCELAS ATRASADAS:      ' WRK-QTD-ATRASADAS.
           DISPLAY 'PARCELAS EXPURGADAS:     ' WRK-QTD-EXPURGADAS.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-AGENDA-ESTOUROU = 'S'
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-DIVERGENTES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-ATRASADAS > 0
                   OR WRK-QTD-SEM-TAXA > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 610000-REGISTRAR-BATCHLOG.

      *>*********************************************
       610000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'CARTAGEN'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'AGENDA DE CARTOES ATUALIZADA'
                       TO BL-DETALHE
               WHEN 4
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'AGENDA COM PARCELAS ATRASADAS - VER RPT'
                       TO BL-DETALHE
               WHEN 8
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'LIQUIDACAO DIVERGENTE DA AGENDA'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'AGENDA DE CARTOES EXCEDE A TABELA'
                       TO BL-DETALHE
           END-EVALUATE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.

      *>*********************************************
       900000-TOTALIZAR-GLPOST.
      *>*********************************************
           MOVE 'A'        TO TC-FUNCAO.
           MOVE 'GLPOST'   TO TC-ARQUIVO.
           MOVE GL-DATA    TO TC-DATA.
           MOVE 1          TO TC-QTD.
           MOVE GL-VALOR   TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.

      *>*********************************************
       910000-GRAVAR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   UM REGISTRO NO CTLTOT POR ARQUIVO E DATA GRAVADOS NESTA
      *>   EXECUCAO - O PASSO QUE LE O ARQUIVO CONFERE CONTRA ELE
           MOVE 'G'        TO TC-FUNCAO.
           MOVE 'CARTAGEN' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
