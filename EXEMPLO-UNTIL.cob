      *>              ARQUIVO DE EXCECOES FISCEXCE PARA A EQUIPE
      *>              FISCAL - DOC ZERADO (MOVIMENTO ANTERIOR AO
      *>              CAMPO) FICA FORA DA CONFERENCIA
      *> 15/10/2026 - CADA DETALHE DE VENDA PASSA A SER CONFERIDO
      *>              CONTRA A TABELA DE PRECOS PRECOTAB (PRECO DE
      *>              LISTA VIGENTE NA DATA DO MOVIMENTO X QUANTIDADE,
      *>              MENOS O DESCONTO DA FAIXA FAIXAQTD EM QUE A
      *>              QUANTIDADE CAI): VENDA ABAIXO DA LISTA SAI NO
      *>              SALESRPT E NO ARQUIVO DE EXCECOES PRECEXCE,
      *>              COM LOJA, CAIXA E VENDEDOR, PARA A PREVENCAO DE
      *>              PERDAS - NAO ALTERA O FECHAMENTO NEM O RC
      *> 15/10/2026 - CADA LOTE FECHADO (SALESSUM GRAVADO) PASSA A SER
      *>              CONTABILIZADO NO GLPOST COM O CENTRO DE CUSTO
      *>              DA LOJA (LOJAMAST): VENDA BRUTA POR FORMA CONTRA
      *>              RECEITA DE VENDAS (DINHEIRO EM CAIXA-LOJA,
      *>              DEBITO/CREDITO EM CART-A-REC, PIX EM PIX-A-REC),
      *>              DEVOLUCOES COMO DEDUCAO DA RECEITA E SANGRIA/
      *>              SUPRIMENTO COMO TRANSFERENCIA ENTRE A GAVETA E O
      *>              CAIXA CENTRAL - CONTAS CONFERIDAS PELO VALCONTA;
      *>              AS DEVOLUCOES PASSAM A SER TOTALIZADAS TAMBEM
      *>              POR FORMA DE PAGAMENTO
      *> 15/10/2026 - NOVA FORMA DE PAGAMENTO 'V' (VALE-TROCA): A
      *>              DEVOLUCAO EM VALE EMITE O VALE NO CADASTRO
      *>              VALETROC (VALIDADE EM DIAS DO PARMGER, CHAVE
      *>              VALIDADE-VALE) E A VENDA PAGA COM VALE ABATE O
      *>              SALDO; AS MOVIMENTACOES DO LOTE SO SAO
      *>              APLICADAS QUANDO O LOTE FECHA (SALESSUM GRAVADO)
      *>              - VALE INEXISTENTE, VENCIDO, DUPLICADO OU SEM
      *>              SALDO SAI NO SALESRPT. O VALE FICA NO PASSIVO
      *>              (CONTA VALE-TROCA): A EMISSAO CREDITA E O
      *>              RESGATE DEBITA O PASSIVO; O SALESRPT TRAZ O
      *>              SALDO EM ABERTO NO FIM DA RODADA
      *> 15/10/2026 - LANCAMENTOS DO LOTE NO GLPOST SAEM NA EMPRESA DA
      *>              LOJA (LJ-EMPRESA NO GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST E NO
      *>              SALESSUM ENTRA NO TOTAL DE CONTROLE (CTLTOTAL),
      *>              LEVADO AO CTLTOT AO TERMINAR - QUEM LE O
      *>              ARQUIVO CONFERE CONTRA ELE
      *>************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FISCEXCE ASSIGN TO "FISCEXCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FISCEXCE-STATUS.
           SELECT PRECOTAB ASSIGN TO "PRECOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRECOTAB-STATUS.
           SELECT FAIXAQTD ASSIGN TO "FAIXAQTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAIXAQTD-STATUS.
           SELECT PRECEXCE ASSIGN TO "PRECEXCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRECEXCE-STATUS.
           SELECT SALESSUM ASSIGN TO "SALESSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESSUM-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT VALETROC ASSIGN TO "VALETROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VALETROC-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT SALESRPT ASSIGN TO "SALESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESRPT-STATUS.
           COPY "LOJAMAST.CPY" IN 'COPYBOOKS'.
       FD  FISCEXCE.
           COPY "FISCEXCE.CPY" IN 'COPYBOOKS'.
       FD  PRECOTAB.
           COPY "PRECOTAB.CPY" IN 'COPYBOOKS'.
       FD  FAIXAQTD.
           COPY "FAIXAQTD.CPY" IN 'COPYBOOKS'.
       FD  PRECEXCE.
           COPY "PRECEXCE.CPY" IN 'COPYBOOKS'.
       FD  SALESSUM.
           COPY "SALESSUM.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  VALETROC.
           COPY "VALETROC.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  SALESRPT
           RECORDING MODE IS F.
       01  SALESRPT-LINHA          PIC X(80).
           05  WRK-LJ-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-CODIGO      PIC X(06).
               10  WRK-LJ-ATIVA       PIC X(01).
               10  WRK-LJ-CC          PIC X(06).
               10  WRK-LJ-EMPRESA     PIC X(02).
      *>   CONFERENCIA DE PRECO - TABELA DE PRECOS POR PRODUTO E
      *>   VIGENCIA E FAIXAS DE QUANTIDADE DA FAIXAQTD
       77 WRK-PRECOTAB-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FAIXAQTD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PRECEXCE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO         PIC X(06) VALUE SPACES.
       77 WRK-QTD-ITEM        PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-DOC         PIC 9(06) VALUE ZEROS.
       77 WRK-CLASSIFICACAO   PIC X(10) VALUE SPACES.
       77 WRK-PCT-DESCONTO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-LISTA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIF-PRECO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-EXC-PRECO   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PRECO   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PRECOS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PRECO       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PT-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DESC        PIC 9(01) VALUE ZEROS.
       01 WRK-TABELA-PRECOS.
           05  WRK-PT-ITEM OCCURS 1000 TIMES INDEXED BY WRK-IDX-TPT.
               10  WRK-PT-PRODUTO     PIC X(06).
               10  WRK-PT-VIGENCIA    PIC 9(08).
               10  WRK-PT-PRECO       PIC 9(06)V99.
               10  WRK-PT-DESCONTO OCCURS 5 TIMES.
                   15  WRK-PT-CLASSIF     PIC X(10).
                   15  WRK-PT-PCT         PIC 9(02)V99.
       77 WRK-QTD-FAIXAS-QTD  PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-FAIXA-QTD   PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-FAIXAS-QTD.
           05  WRK-FAIXA-QTD OCCURS 20 TIMES
                   INDEXED BY WRK-IDX-FQ.
               10  WRK-FQ-DE             PIC 9(05).
               10  WRK-FQ-ATE            PIC 9(05).
               10  WRK-FQ-CLASSIFICACAO  PIC X(10).
       77 WRK-POS-QTD         PIC 9(06)    VALUE ZEROS.
       77 WRK-POS-TOTAL       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-POS-DIVERGENTE  PIC X(01) VALUE 'N'.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WRK-EOF-SALESTXN    VALUE 'S'.
       77 WRK-INTERVALO-CKPT  PIC 9(04) VALUE 50.
       77 WRK-TOT-DEBITO      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PIX         PIC S9(10)V99 VALUE ZEROS.
       77 WRK-DEV-DINHEIRO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DEV-DEBITO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DEV-CREDITO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DEV-PIX         PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-DEVOL       PIC 9(06)    VALUE ZEROS.
       77 WRK-VLR-DEVOL       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LOTE-TRL-DIV    PIC X(01)    VALUE 'N'.
               10  WRK-CF-LOJA        PIC X(06).
               10  WRK-CF-CAIXA       PIC 9(02).
               10  WRK-CF-CONTADO     PIC 9(10)V99.
      *>   CONTABILIZACAO DO LOTE NO GLPOST
       77 WRK-GLPOST-STATUS   PIC X(02)    VALUE SPACES.
       77 WRK-CC-LOJA         PIC X(06)    VALUE SPACES.
       77 WRK-EMPRESA-LOJA    PIC X(02)    VALUE SPACES.
       77 WRK-GL-FORMA        PIC X(08)    VALUE SPACES.
       77 WRK-GL-CONTA-FORMA  PIC X(10)    VALUE SPACES.
       77 WRK-GL-BRUTO        PIC S9(10)V99 VALUE ZEROS.
       77 WRK-GL-DEVOL        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-GL-SANGRIA      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-GL-SUPRIMENTO   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-LANC-GL     PIC 9(06)    VALUE ZEROS.
       77 WRK-QTD-LANC-REJ    PIC 9(06)    VALUE ZEROS.
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-VC-VALIDA          PIC X(01).
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
      *>   VALE-TROCA - CADASTRO VALETROC INTEIRO EM MEMORIA E AS
      *>   EMISSOES/RESGATES DO LOTE CORRENTE, APLICADOS NO FECHAMENTO
       77 WRK-VALETROC-STATUS PIC X(02)    VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02)    VALUE SPACES.
       77 WRK-DIAS-VALIDADE-VALE PIC 9(04) VALUE 90.
       77 WRK-DATA-PROCESSO   PIC 9(08)    VALUE ZEROS.
       77 WRK-TOT-VALE        PIC S9(10)V99 VALUE ZEROS.
       77 WRK-DEV-VALE        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NUM-VALE        PIC 9(08)    VALUE ZEROS.
       77 WRK-QTD-VALES       PIC 9(05)    VALUE ZEROS.
       77 WRK-IDX-VALE        PIC 9(05)    VALUE ZEROS.
       77 WRK-IDX-VT-ACHADO   PIC 9(05)    VALUE ZEROS.
       77 WRK-VALES-TRANSB    PIC X(01)    VALUE 'N'.
           88 WRK-VALES-TRANSBORDOU VALUE 'S'.
       77 WRK-QTD-MOV-VALE    PIC 9(03)    VALUE ZEROS.
       77 WRK-IDX-MOV-VALE    PIC 9(03)    VALUE ZEROS.
       77 WRK-QTD-EXC-VALE    PIC 9(05)    VALUE ZEROS.
       77 WRK-QTD-VALES-EMIT  PIC 9(05)    VALUE ZEROS.
       77 WRK-QTD-VALES-RESG  PIC 9(05)    VALUE ZEROS.
       77 WRK-VALE-SALDO-ABERTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MOTIVO-VALE     PIC X(20)    VALUE SPACES.
       77 WRK-INT-DATA-VALE   PIC 9(07)    VALUE ZEROS.
       01 WRK-TABELA-VALES.
           05  WRK-VT-ITEM OCCURS 5000 TIMES INDEXED BY WRK-IDX-TVT.
               10  WRK-VT-NUM-VALE    PIC 9(08).
               10  WRK-VT-LOJA        PIC X(06).
               10  WRK-VT-CAIXA       PIC 9(02).
               10  WRK-VT-EMISSAO     PIC 9(08).
               10  WRK-VT-VALIDADE    PIC 9(08).
               10  WRK-VT-EMITIDO     PIC 9(08)V99.
               10  WRK-VT-SALDO       PIC 9(08)V99.
               10  WRK-VT-SITUACAO    PIC X(01).
               10  WRK-VT-ULT-MOVTO   PIC 9(08).
               10  WRK-VT-EXPIRADO    PIC 9(08)V99.
       01 WRK-TABELA-MOV-VALE.
           05  WRK-MV-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TMV.
               10  WRK-MV-TIPO        PIC X(01).
               10  WRK-MV-NUM-VALE    PIC 9(08).
               10  WRK-MV-CAIXA       PIC 9(02).
               10  WRK-MV-VALOR       PIC 9(06)V99.
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               PERFORM 130000-CARREGAR-POSCTL
               PERFORM 135000-CARREGAR-CAIXAFIS
               PERFORM 137000-CARREGAR-LOJAS
               PERFORM 140000-CARREGAR-PRECOS
               PERFORM 145000-CARREGAR-FAIXAS-QTD
               PERFORM 149000-CARREGAR-PARAMETROS
               PERFORM 147000-CARREGAR-VALES
               PERFORM 110000-RETOMAR-CHECKPOINT
               PERFORM 150000-LER-VENDA
           END-IF.
                           TO WRK-LJ-CODIGO (WRK-QTD-LOJAS)
                       MOVE LJ-ATIVA
                           TO WRK-LJ-ATIVA (WRK-QTD-LOJAS)
                       MOVE LJ-CENTRO-CUSTO
                           TO WRK-LJ-CC (WRK-QTD-LOJAS)
                       MOVE LJ-EMPRESA
                           TO WRK-LJ-EMPRESA (WRK-QTD-LOJAS)
                   ELSE
                       DISPLAY 'LOJAMAST COM MAIS DE 100 LOJAS - '
                               'REGISTRO IGNORADO'
               END-CALL
           END-IF.

      *>*********************************************
       140000-CARREGAR-PRECOS.
      *>*********************************************
      *>   SEM PRECOTAB NAO HA CONFERENCIA DE PRECO - O FECHAMENTO
      *>   SEGUE NORMALMENTE, COMO NAS DEMAIS TABELAS OPCIONAIS
           MOVE ZEROS TO WRK-QTD-PRECOS.
           OPEN INPUT PRECOTAB.
           IF WRK-PRECOTAB-STATUS = '00'
               PERFORM 141000-LER-PRECO
                   UNTIL WRK-PRECOTAB-STATUS = '10'
               CLOSE PRECOTAB
               OPEN EXTEND PRECEXCE
               IF WRK-PRECEXCE-STATUS NOT = '00'
                   OPEN OUTPUT PRECEXCE
               END-IF
           ELSE
               DISPLAY 'PRECOTAB INDISPONIVEL - PRECO DE VENDA NAO '
                       'SERA CONFERIDO'
           END-IF.

      *>*********************************************
       141000-LER-PRECO.
      *>*********************************************
           READ PRECOTAB
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-PRECOS < 1000
                       ADD 1 TO WRK-QTD-PRECOS
                       MOVE PT-PRODUTO
                           TO WRK-PT-PRODUTO  (WRK-QTD-PRECOS)
                       MOVE PT-DATA-VIGENCIA
                           TO WRK-PT-VIGENCIA (WRK-QTD-PRECOS)
                       MOVE PT-PRECO-LISTA
                           TO WRK-PT-PRECO    (WRK-QTD-PRECOS)
                       PERFORM VARYING WRK-IDX-DESC FROM 1 BY 1
                               UNTIL WRK-IDX-DESC > 5
                           MOVE PT-FD-CLASSIFICACAO (WRK-IDX-DESC)
                               TO WRK-PT-CLASSIF
                                  (WRK-QTD-PRECOS, WRK-IDX-DESC)
                           IF PT-FD-PCT-DESCONTO (WRK-IDX-DESC)
                                   NUMERIC
                               MOVE PT-FD-PCT-DESCONTO (WRK-IDX-DESC)
                                   TO WRK-PT-PCT
                                      (WRK-QTD-PRECOS, WRK-IDX-DESC)
                           ELSE
                               MOVE ZEROS
                                   TO WRK-PT-PCT
                                      (WRK-QTD-PRECOS, WRK-IDX-DESC)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY 'PRECOTAB COM MAIS DE 1000 PRECOS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       145000-CARREGAR-FAIXAS-QTD.
      *>*********************************************
      *>   MESMA TABELA DE FAIXAS MANTIDA PARA A TABUADA (PROGCOB14)
           MOVE ZEROS TO WRK-QTD-FAIXAS-QTD.
           OPEN INPUT FAIXAQTD.
           IF WRK-FAIXAQTD-STATUS = '00'
               PERFORM 146000-LER-FAIXA-QTD
                   UNTIL WRK-FAIXAQTD-STATUS = '10'
               CLOSE FAIXAQTD
           END-IF.

      *>*********************************************
       146000-LER-FAIXA-QTD.
      *>*********************************************
           READ FAIXAQTD
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-FAIXAS-QTD < 20
                       ADD 1 TO WRK-QTD-FAIXAS-QTD
                       MOVE FQ-FAIXA-DE
                           TO WRK-FQ-DE (WRK-QTD-FAIXAS-QTD)
                       MOVE FQ-FAIXA-ATE
                           TO WRK-FQ-ATE (WRK-QTD-FAIXAS-QTD)
                       MOVE FQ-CLASSIFICACAO
                           TO WRK-FQ-CLASSIFICACAO (WRK-QTD-FAIXAS-QTD)
                   END-IF
           END-READ.

      *>*********************************************
       147000-CARREGAR-VALES.
      *>*********************************************
      *>   SEM VALETROC (PRIMEIRA RODADA) O CADASTRO COMECA VAZIO E E
      *>   CRIADO NO PRIMEIRO LOTE COM VALE. CADASTRO MAIOR QUE A
      *>   TABELA NAO E REGRAVADO - PERDERIA OS VALES QUE NAO COUBERAM
           MOVE ZEROS TO WRK-QTD-VALES.
           OPEN INPUT VALETROC.
           IF WRK-VALETROC-STATUS = '00'
               PERFORM 148000-LER-VALE
                   UNTIL WRK-VALETROC-STATUS = '10'
               CLOSE VALETROC
           ELSE
               DISPLAY 'VALETROC INDISPONIVEL - CADASTRO DE VALES '
                       'INICIADO VAZIO'
           END-IF.

      *>*********************************************
       148000-LER-VALE.
      *>*********************************************
           READ VALETROC
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-VALES < 5000
                       ADD 1 TO WRK-QTD-VALES
                       MOVE VT-NUM-VALE
                           TO WRK-VT-NUM-VALE  (WRK-QTD-VALES)
                       MOVE VT-LOJA
                           TO WRK-VT-LOJA      (WRK-QTD-VALES)
                       MOVE VT-CAIXA
                           TO WRK-VT-CAIXA     (WRK-QTD-VALES)
                       MOVE VT-DATA-EMISSAO
                           TO WRK-VT-EMISSAO   (WRK-QTD-VALES)
                       MOVE VT-DATA-VALIDADE
                           TO WRK-VT-VALIDADE  (WRK-QTD-VALES)
                       MOVE VT-VALOR-EMITIDO
                           TO WRK-VT-EMITIDO   (WRK-QTD-VALES)
                       MOVE VT-SALDO
                           TO WRK-VT-SALDO     (WRK-QTD-VALES)
                       MOVE VT-SITUACAO
                           TO WRK-VT-SITUACAO  (WRK-QTD-VALES)
                       MOVE VT-DATA-ULT-MOVTO
                           TO WRK-VT-ULT-MOVTO (WRK-QTD-VALES)
                       MOVE VT-VALOR-EXPIRADO
                           TO WRK-VT-EXPIRADO  (WRK-QTD-VALES)
                   ELSE
                       MOVE 'S' TO WRK-VALES-TRANSB
                       DISPLAY 'VALETROC COM MAIS DE 5000 VALES - '
                               'CADASTRO NAO SERA ATUALIZADO'
                   END-IF
           END-READ.

      *>*********************************************
       149000-CARREGAR-PARAMETROS.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           OPEN INPUT PARMGER.
           IF WRK-PARMGER-STATUS = '00'
               PERFORM 149500-LER-PARAMETRO
                   UNTIL WRK-PARMGER-STATUS = '10'
               CLOSE PARMGER
           END-IF.

      *>*********************************************
       149500-LER-PARAMETRO.
      *>*********************************************
           READ PARMGER
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-PROGRAMA = 'PROGCOB15'
                       AND PG-CHAVE = 'VALIDADE-VALE'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       MOVE PG-VALOR TO WRK-DIAS-VALIDADE-VALE
                   END-IF
           END-READ.

      *>*********************************************
       110000-RETOMAR-CHECKPOINT.
      *>*********************************************
                                          WRK-TOT-DEBITO
                                          WRK-TOT-CREDITO
                                          WRK-TOT-PIX
                           MOVE ZEROS TO WRK-DEV-DINHEIRO
                                          WRK-DEV-DEBITO
                                          WRK-DEV-CREDITO
                                          WRK-DEV-PIX
                           MOVE ZEROS TO WRK-TOT-VALE WRK-DEV-VALE
                           MOVE ZEROS TO WRK-QTD-MOV-VALE
                       WHEN VDA-DEVOLUCAO
                           MOVE VDA-DEV-VENDEDOR      TO WRK-VENDEDOR
                           MOVE VDA-DEV-CAIXA         TO WRK-CAIXA
                           MOVE 'S' TO WRK-EH-DEVOL
                           PERFORM 205000-ACUMULAR-CAIXA
                           PERFORM 207000-ACUMULAR-FORMA
                           IF VDA-DEV-EM-VALE
                               IF VDA-DEV-NUM-VALE NUMERIC
                                   MOVE VDA-DEV-NUM-VALE TO WRK-NUM-VALE
                               ELSE
                                   MOVE ZEROS TO WRK-NUM-VALE
                               END-IF
                               PERFORM 218000-ANOTAR-MOV-VALE
                           END-IF
                           ADD 1          TO WRK-QTD-DEVOL
                           ADD WRK-VENDAS TO WRK-VLR-DEVOL
                       WHEN VDA-SANGRIA
                           MOVE 'N' TO WRK-EH-DEVOL
                           PERFORM 205000-ACUMULAR-CAIXA
                           PERFORM 207000-ACUMULAR-FORMA
                           IF VDA-PAGTO-VALE
                               IF VDA-NUM-VALE NUMERIC
                                   MOVE VDA-NUM-VALE TO WRK-NUM-VALE
                               ELSE
                                   MOVE ZEROS TO WRK-NUM-VALE
                               END-IF
                               PERFORM 218000-ANOTAR-MOV-VALE
                           END-IF
                   END-EVALUATE
           END-READ.

                           MOVE VDA-DEV-VALOR         TO WRK-VENDAS
                           MOVE VDA-DEV-FORMA-PAGTO TO WRK-FORMA-PAGTO
                           MOVE 'S' TO WRK-EH-DEVOL
                           IF VDA-DEV-NUM-VALE NUMERIC
                               MOVE VDA-DEV-NUM-VALE TO WRK-NUM-VALE
                           ELSE
                               MOVE ZEROS TO WRK-NUM-VALE
                           END-IF
                           IF VDA-DEV-NUM-DOC NUMERIC
                               AND VDA-DEV-NUM-DOC > 0
                               PERFORM 209000-ANOTAR-DOC-DEVOL
                           MOVE VDA-DATAHORA TO WRK-DATAHORA
                           MOVE VDA-VALOR    TO WRK-VENDAS
                           MOVE VDA-FORMA-PAGTO TO WRK-FORMA-PAGTO
                           MOVE VDA-PRODUTO  TO WRK-PRODUTO
                           MOVE VDA-QTD-ITEM TO WRK-QTD-ITEM
                           MOVE VDA-NUM-DOC  TO WRK-NUM-DOC
                           MOVE 'N' TO WRK-EH-DEVOL
                           IF VDA-NUM-VALE NUMERIC
                               MOVE VDA-NUM-VALE TO WRK-NUM-VALE
                           ELSE
                               MOVE ZEROS TO WRK-NUM-VALE
                           END-IF
                           IF VDA-NUM-DOC NUMERIC
                               AND VDA-NUM-DOC > 0
                               PERFORM 208000-ANOTAR-DOC
               ADD WRK-VENDAS TO WRK-VLR-DEVOL
           ELSE
               ADD WRK-VENDAS TO WRK-ACUM
               IF WRK-QTD-PRECOS > 0 AND WRK-PRODUTO NOT = SPACES
                   PERFORM 215000-CONFERIR-PRECO
               END-IF
           END-IF.
           PERFORM 205000-ACUMULAR-CAIXA.
           PERFORM 207000-ACUMULAR-FORMA.
           IF WRK-FORMA-PAGTO = 'V'
               PERFORM 218000-ANOTAR-MOV-VALE
           END-IF.
           ADD 1 TO WRK-QTD-DESDE-CKPT.

           IF WRK-QTD-DESDE-CKPT >= WRK-INTERVALO-CKPT

           PERFORM 150000-LER-VENDA.

      *>*********************************************
       215000-CONFERIR-PRECO.
      *>*********************************************
      *>   PRECO DE LISTA = REGISTRO DO PRODUTO DE MAIOR VIGENCIA NAO
      *>   POSTERIOR A DATA DO MOVIMENTO; QUANTIDADE AUSENTE VALE UMA
      *>   UNIDADE. A QUANTIDADE E CLASSIFICADA NA FAIXAQTD E O
      *>   DESCONTO DA FAIXA (SE O PRODUTO TIVER) E ABATIDO DA LISTA
           MOVE ZEROS TO WRK-IDX-PT-ACHADO.
           PERFORM VARYING WRK-IDX-PRECO FROM 1 BY 1
                   UNTIL WRK-IDX-PRECO > WRK-QTD-PRECOS
               IF WRK-PT-PRODUTO (WRK-IDX-PRECO) = WRK-PRODUTO
                   AND WRK-PT-VIGENCIA (WRK-IDX-PRECO) <=
                       WRK-DATA-MOVIMENTO
                   IF WRK-IDX-PT-ACHADO = 0
                       MOVE WRK-IDX-PRECO TO WRK-IDX-PT-ACHADO
                   ELSE
                       IF WRK-PT-VIGENCIA (WRK-IDX-PRECO) >
                           WRK-PT-VIGENCIA (WRK-IDX-PT-ACHADO)
                           MOVE WRK-IDX-PRECO TO WRK-IDX-PT-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-IDX-PT-ACHADO = 0
               ADD 1 TO WRK-QTD-SEM-PRECO
           ELSE
               IF WRK-QTD-ITEM NOT NUMERIC OR WRK-QTD-ITEM = 0
                   MOVE 1 TO WRK-QTD-ITEM
               END-IF
               PERFORM 216000-BUSCAR-DESCONTO
               COMPUTE WRK-VALOR-LISTA ROUNDED =
                       WRK-PT-PRECO (WRK-IDX-PT-ACHADO) * WRK-QTD-ITEM
                       * (100 - WRK-PCT-DESCONTO) / 100
               IF WRK-VENDAS < WRK-VALOR-LISTA
                   COMPUTE WRK-DIF-PRECO =
                           WRK-VALOR-LISTA - WRK-VENDAS
                   PERFORM 217000-APONTAR-PRECO
               END-IF
           END-IF.

      *>*********************************************
       216000-BUSCAR-DESCONTO.
      *>*********************************************
           MOVE SPACES TO WRK-CLASSIFICACAO.
           MOVE ZEROS  TO WRK-PCT-DESCONTO.
           PERFORM VARYING WRK-IDX-FAIXA-QTD FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA-QTD > WRK-QTD-FAIXAS-QTD
               IF WRK-QTD-ITEM >= WRK-FQ-DE (WRK-IDX-FAIXA-QTD)
                   AND WRK-QTD-ITEM <= WRK-FQ-ATE (WRK-IDX-FAIXA-QTD)
                   MOVE WRK-FQ-CLASSIFICACAO (WRK-IDX-FAIXA-QTD)
                       TO WRK-CLASSIFICACAO
                   MOVE WRK-QTD-FAIXAS-QTD TO WRK-IDX-FAIXA-QTD
               END-IF
           END-PERFORM.
           IF WRK-CLASSIFICACAO NOT = SPACES
               PERFORM VARYING WRK-IDX-DESC FROM 1 BY 1
                       UNTIL WRK-IDX-DESC > 5
                   IF WRK-PT-CLASSIF (WRK-IDX-PT-ACHADO, WRK-IDX-DESC)
                       = WRK-CLASSIFICACAO
                       MOVE WRK-PT-PCT (WRK-IDX-PT-ACHADO, WRK-IDX-DESC)
                           TO WRK-PCT-DESCONTO
                       MOVE 5 TO WRK-IDX-DESC
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       217000-APONTAR-PRECO.
      *>*********************************************
           ADD 1 TO WRK-QTD-EXC-PRECO.
           MOVE WRK-DIF-PRECO TO CE-VALOR-EDITADO.
           MOVE SPACES TO SALESRPT-LINHA.
           STRING '*** PRECO LOJA ' WRK-LOJA ' CX ' WRK-CAIXA
                  ' VEND ' WRK-VENDEDOR ' PROD ' WRK-PRODUTO
                  ' DIF' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO SALESRPT-LINHA
           END-STRING.
           WRITE SALESRPT-LINHA.
           MOVE WRK-DATA-MOVIMENTO TO PX-DATA.
           MOVE WRK-LOJA           TO PX-LOJA.
           MOVE WRK-CAIXA          TO PX-CAIXA.
           MOVE WRK-VENDEDOR       TO PX-VENDEDOR.
           MOVE WRK-DATAHORA       TO PX-DATAHORA.
           IF WRK-NUM-DOC NUMERIC
               MOVE WRK-NUM-DOC    TO PX-NUM-DOC
           ELSE
               MOVE ZEROS          TO PX-NUM-DOC
           END-IF.
           MOVE WRK-PRODUTO        TO PX-PRODUTO.
           MOVE WRK-QTD-ITEM       TO PX-QTD-ITEM.
           MOVE WRK-CLASSIFICACAO  TO PX-CLASSIFICACAO.
           MOVE WRK-PCT-DESCONTO   TO PX-PCT-DESCONTO.
           MOVE WRK-VALOR-LISTA    TO PX-VALOR-LISTA.
           MOVE WRK-VENDAS         TO PX-VALOR-VENDA.
           MOVE WRK-DIF-PRECO      TO PX-DIFERENCA.
           WRITE PX-REGISTRO.

      *>*********************************************
       218000-ANOTAR-MOV-VALE.
      *>*********************************************
      *>   DEVOLUCAO EM VALE = EMISSAO ('E'); VENDA PAGA COM VALE =
      *>   RESGATE ('R'). SO ENTRA NO CADASTRO NO FECHAMENTO DO LOTE
           IF WRK-QTD-MOV-VALE < 500
               ADD 1 TO WRK-QTD-MOV-VALE
               IF WRK-EH-DEVOL = 'S'
                   MOVE 'E' TO WRK-MV-TIPO (WRK-QTD-MOV-VALE)
               ELSE
                   MOVE 'R' TO WRK-MV-TIPO (WRK-QTD-MOV-VALE)
               END-IF
               MOVE WRK-NUM-VALE TO WRK-MV-NUM-VALE (WRK-QTD-MOV-VALE)
               MOVE WRK-CAIXA    TO WRK-MV-CAIXA    (WRK-QTD-MOV-VALE)
               MOVE WRK-VENDAS   TO WRK-MV-VALOR    (WRK-QTD-MOV-VALE)
           ELSE
               ADD 1 TO WRK-QTD-EXC-VALE
               DISPLAY 'MAIS DE 500 MOVIMENTOS DE VALE NO LOTE - '
                       'VALE ' WRK-NUM-VALE ' NAO ATUALIZADO'
           END-IF.

      *>*********************************************
       205000-ACUMULAR-CAIXA.
      *>*********************************************
               EVALUATE WRK-FORMA-PAGTO
                   WHEN 'B'
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-DEBITO
                       ADD WRK-VENDAS TO WRK-DEV-DEBITO
                   WHEN 'C'
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-CREDITO
                       ADD WRK-VENDAS TO WRK-DEV-CREDITO
                   WHEN 'P'
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-PIX
                       ADD WRK-VENDAS TO WRK-DEV-PIX
                   WHEN 'V'
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-VALE
                       ADD WRK-VENDAS TO WRK-DEV-VALE
                   WHEN OTHER
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-DINHEIRO
                       ADD WRK-VENDAS TO WRK-DEV-DINHEIRO
               END-EVALUATE
           ELSE
               EVALUATE WRK-FORMA-PAGTO
                       ADD WRK-VENDAS TO WRK-TOT-CREDITO
                   WHEN 'P'
                       ADD WRK-VENDAS TO WRK-TOT-PIX
                   WHEN 'V'
                       ADD WRK-VENDAS TO WRK-TOT-VALE
                   WHEN OTHER
                       ADD WRK-VENDAS TO WRK-TOT-DINHEIRO
               END-EVALUATE
           IF WRK-LOTE-TRL-DIV = 'N'
               AND WRK-LOTE-LOJA-DIV = 'N'
               PERFORM 320000-GRAVAR-RESUMO-DIARIO
               PERFORM 325000-CONTABILIZAR-LOTE
               IF WRK-QTD-MOV-VALE > 0
                   PERFORM 321000-ATUALIZAR-VALES
               END-IF
           END-IF.

           ADD WRK-QTD  TO WRK-TOT-GERAL-QTD.
           MOVE ZEROS TO WRK-VLR-DEVOL.
           MOVE ZEROS TO WRK-TOT-DINHEIRO WRK-TOT-DEBITO
                          WRK-TOT-CREDITO WRK-TOT-PIX.
           MOVE ZEROS TO WRK-DEV-DINHEIRO WRK-DEV-DEBITO
                          WRK-DEV-CREDITO WRK-DEV-PIX.
           MOVE ZEROS TO WRK-TOT-VALE WRK-DEV-VALE.
           MOVE ZEROS TO WRK-QTD-MOV-VALE.
           MOVE ZEROS TO WRK-QTD-DOCS.
           MOVE 'N'   TO WRK-TRL-LIDO.

               DELIMITED BY SIZE INTO SALESRPT-LINHA
           END-STRING.
           WRITE SALESRPT-LINHA.
           IF WRK-TOT-VALE NOT = 0 OR WRK-DEV-VALE > 0
               COMPUTE WRK-GL-BRUTO = WRK-TOT-VALE + WRK-DEV-VALE
               MOVE SPACES TO SALESRPT-LINHA
               STRING '  VALE-TROCA RESGATADO ' WRK-GL-BRUTO
                      ' EMITIDO ' WRK-DEV-VALE
                   DELIMITED BY SIZE INTO SALESRPT-LINHA
               END-STRING
               WRITE SALESRPT-LINHA
           END-IF.
           IF WRK-QTD-DEVOL > 0
               MOVE SPACES TO SALESRPT-LINHA
               STRING '  DEVOLUCOES/CANCELAMENTOS QTD ' WRK-QTD-DEVOL
           DISPLAY '-------------------------'.
           DISPLAY 'LOTES FECHADOS: ' WRK-QTD-LOTES.
           DISPLAY 'EXCECOES FISCAIS: ' WRK-QTD-EXC-FISCAL.
           DISPLAY 'VENDAS ABAIXO DA LISTA: ' WRK-QTD-EXC-PRECO.
           DISPLAY 'VENDAS SEM PRECO DE LISTA: ' WRK-QTD-SEM-PRECO.
           IF WRK-QTD-PRECOS > 0
               CLOSE PRECEXCE
           END-IF.
           DISPLAY 'VALES-TROCA EMITIDOS: ' WRK-QTD-VALES-EMIT
                   ' RESGATADOS: ' WRK-QTD-VALES-RESG
                   ' EXCECOES: ' WRK-QTD-EXC-VALE.
           DISPLAY 'LANCAMENTOS NO GLPOST: ' WRK-QTD-LANC-GL.
           DISPLAY 'LANCAMENTOS DESCARTADOS (PERIODO FECHADO): '
                   WRK-QTD-LANC-REJ.
           DISPLAY 'VALOR ACUMULADO: R$ ' WRK-TOT-GERAL-VLR.
           DISPLAY 'QTD DE VENDAS REALIZADAS: ' WRK-TOT-GERAL-QTD.

           IF WRK-SALESRPT-STATUS = '00'
               PERFORM 308000-TOTALIZAR-PASSIVO-VALE
               PERFORM 330000-EMITIR-RELATORIO-RESUMO
           END-IF.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.

      *>   SINALIZA PARA O JCL QUE CHAMA ESTE PASSO SE O FECHAMENTO
      *>   BATEU COM O PDV, PARA QUE OS PASSOS DEPENDENTES (COMO A
      *>   VALORIZACAO DE INVESTIMENTOS) SO PROSSIGAM COM OS DADOS
      *>   DE VENDAS CONFERIDOS. RC 12 (TRAILER) E DISTINTO DE RC 8
      *>   (PDV) PARA O OPERADOR SABER SE O PROBLEMA E O ARQUIVO OU
      *>   O CAIXA. CADASTRO DE VALES MAIOR QUE A TABELA TAMBEM E RC
      *>   12 - OS VALES DO DIA NAO FORAM GRAVADOS
           EVALUATE TRUE
               WHEN WRK-TRL-DIVERGENTE
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-VALES-TRANSBORDOU
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-POS-ESTA-DIVERGENTE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
               END-IF
           END-PERFORM.

      *>*********************************************
       308000-TOTALIZAR-PASSIVO-VALE.
      *>*********************************************
      *>   SALDO DOS VALES EM ABERTO = PASSIVO DE VALE-TROCA, PARA A
      *>   CONFERENCIA COM O SALDO DA CONTA VALE-TROCA NO RAZAO
           MOVE ZEROS TO WRK-VALE-SALDO-ABERTO.
           PERFORM VARYING WRK-IDX-VALE FROM 1 BY 1
                   UNTIL WRK-IDX-VALE > WRK-QTD-VALES
               IF WRK-VT-SITUACAO (WRK-IDX-VALE) = 'A'
                   OR WRK-VT-SITUACAO (WRK-IDX-VALE) = SPACE
                   ADD WRK-VT-SALDO (WRK-IDX-VALE)
                       TO WRK-VALE-SALDO-ABERTO
               END-IF
           END-PERFORM.
           MOVE WRK-VALE-SALDO-ABERTO TO CE-VALOR-EDITADO.
           MOVE SPACES TO SALESRPT-LINHA.
           WRITE SALESRPT-LINHA.
           MOVE SPACES TO SALESRPT-LINHA.
           STRING 'VALE-TROCA EM ABERTO (PASSIVO) ' CE-VALOR-EDITADO
                  '  EXCECOES DE VALE ' WRK-QTD-EXC-VALE
               DELIMITED BY SIZE INTO SALESRPT-LINHA
           END-STRING.
           WRITE SALESRPT-LINHA.

      *>*********************************************
       305000-TRATAR-LOTE-SEM-TRAILER.
      *>*********************************************
           MOVE WRK-LOJA           TO SS-LOJA.
           MOVE WRK-QTD-DEVOL      TO SS-QTD-DEVOL.
           MOVE WRK-VLR-DEVOL      TO SS-VLR-DEVOL.
           COMPUTE SS-VALE-RESGATADO = WRK-TOT-VALE + WRK-DEV-VALE.
           MOVE WRK-DEV-VALE       TO SS-VALE-EMITIDO.
           WRITE SS-REGISTRO
           PERFORM 901000-TOTALIZAR-SALESSUM.
           CLOSE SALESSUM.

      *>*********************************************
       321000-ATUALIZAR-VALES.
      *>*********************************************
      *>   APLICA AS EMISSOES E RESGATES DO LOTE FECHADO AO CADASTRO
      *>   E REGRAVA O VALETROC ANTES DO PONTO DE CONTROLE DO LOTE -
      *>   A RETOMADA NUNCA REAPLICA UM LOTE JA FECHADO
           PERFORM VARYING WRK-IDX-MOV-VALE FROM 1 BY 1
                   UNTIL WRK-IDX-MOV-VALE > WRK-QTD-MOV-VALE
               MOVE WRK-MV-NUM-VALE (WRK-IDX-MOV-VALE) TO WRK-NUM-VALE
               MOVE WRK-MV-CAIXA (WRK-IDX-MOV-VALE)    TO WRK-CAIXA
               MOVE WRK-MV-VALOR (WRK-IDX-MOV-VALE)    TO WRK-VENDAS
               PERFORM 321300-LOCALIZAR-VALE
               IF WRK-MV-TIPO (WRK-IDX-MOV-VALE) = 'E'
                   PERFORM 321100-EMITIR-VALE
               ELSE
                   PERFORM 321200-RESGATAR-VALE
               END-IF
           END-PERFORM.

           IF WRK-VALES-TRANSBORDOU
               DISPLAY 'VALETROC NAO REGRAVADO - CADASTRO MAIOR QUE '
                       'A TABELA DE VALES'
           ELSE
               PERFORM 322000-REGRAVAR-VALES
           END-IF.

      *>*********************************************
       321100-EMITIR-VALE.
      *>*********************************************
           EVALUATE TRUE
               WHEN WRK-NUM-VALE = 0
                   MOVE 'SEM NUMERO DO VALE' TO WRK-MOTIVO-VALE
                   PERFORM 321400-APONTAR-VALE
               WHEN WRK-IDX-VT-ACHADO > 0
                   MOVE 'VALE JA EMITIDO' TO WRK-MOTIVO-VALE
                   PERFORM 321400-APONTAR-VALE
               WHEN WRK-QTD-VALES NOT < 5000
                   MOVE 'TABELA DE VALES CHEIA' TO WRK-MOTIVO-VALE
                   MOVE 'S' TO WRK-VALES-TRANSB
                   PERFORM 321400-APONTAR-VALE
               WHEN OTHER
                   ADD 1 TO WRK-QTD-VALES
                   ADD 1 TO WRK-QTD-VALES-EMIT
                   MOVE WRK-QTD-VALES TO WRK-IDX-VALE
                   COMPUTE WRK-INT-DATA-VALE =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
                       + WRK-DIAS-VALIDADE-VALE
                   MOVE WRK-NUM-VALE TO WRK-VT-NUM-VALE (WRK-IDX-VALE)
                   MOVE WRK-LOJA     TO WRK-VT-LOJA     (WRK-IDX-VALE)
                   MOVE WRK-CAIXA    TO WRK-VT-CAIXA    (WRK-IDX-VALE)
                   MOVE WRK-DATA-MOVIMENTO
                       TO WRK-VT-EMISSAO (WRK-IDX-VALE)
                   COMPUTE WRK-VT-VALIDADE (WRK-IDX-VALE) =
                       FUNCTION DATE-OF-INTEGER (WRK-INT-DATA-VALE)
                   MOVE WRK-VENDAS   TO WRK-VT-EMITIDO  (WRK-IDX-VALE)
                   MOVE WRK-VENDAS   TO WRK-VT-SALDO    (WRK-IDX-VALE)
                   MOVE 'A'          TO WRK-VT-SITUACAO (WRK-IDX-VALE)
                   MOVE WRK-DATA-MOVIMENTO
                       TO WRK-VT-ULT-MOVTO (WRK-IDX-VALE)
                   MOVE ZEROS        TO WRK-VT-EXPIRADO (WRK-IDX-VALE)
           END-EVALUATE.

      *>*********************************************
       321200-RESGATAR-VALE.
      *>*********************************************
      *>   A VENDA JA ACONTECEU NO PDV - O RESGATE IRREGULAR NAO E
      *>   DESFEITO, SO APONTADO; VALE SEM SALDO SUFICIENTE E ZERADO
           MOVE WRK-IDX-VT-ACHADO TO WRK-IDX-VALE.
           EVALUATE TRUE
               WHEN WRK-IDX-VALE = 0
                   MOVE 'VALE INEXISTENTE' TO WRK-MOTIVO-VALE
                   PERFORM 321400-APONTAR-VALE
               WHEN WRK-VT-SITUACAO (WRK-IDX-VALE) = 'E'
                   OR WRK-VT-VALIDADE (WRK-IDX-VALE) <
                      WRK-DATA-MOVIMENTO
                   MOVE 'VALE VENCIDO' TO WRK-MOTIVO-VALE
                   PERFORM 321400-APONTAR-VALE
               WHEN WRK-VT-SALDO (WRK-IDX-VALE) < WRK-VENDAS
                   MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO-VALE
                   PERFORM 321400-APONTAR-VALE
                   ADD 1 TO WRK-QTD-VALES-RESG
                   MOVE ZEROS TO WRK-VT-SALDO (WRK-IDX-VALE)
                   MOVE 'U'   TO WRK-VT-SITUACAO (WRK-IDX-VALE)
                   MOVE WRK-DATA-MOVIMENTO
                       TO WRK-VT-ULT-MOVTO (WRK-IDX-VALE)
               WHEN OTHER
                   ADD 1 TO WRK-QTD-VALES-RESG
                   SUBTRACT WRK-VENDAS FROM WRK-VT-SALDO (WRK-IDX-VALE)
                   IF WRK-VT-SALDO (WRK-IDX-VALE) = 0
                       MOVE 'U' TO WRK-VT-SITUACAO (WRK-IDX-VALE)
                   END-IF
                   MOVE WRK-DATA-MOVIMENTO
                       TO WRK-VT-ULT-MOVTO (WRK-IDX-VALE)
           END-EVALUATE.

      *>*********************************************
       321300-LOCALIZAR-VALE.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-VT-ACHADO.
           IF WRK-NUM-VALE > 0
               PERFORM VARYING WRK-IDX-VALE FROM 1 BY 1
                       UNTIL WRK-IDX-VALE > WRK-QTD-VALES
                   IF WRK-VT-NUM-VALE (WRK-IDX-VALE) = WRK-NUM-VALE
                       MOVE WRK-IDX-VALE  TO WRK-IDX-VT-ACHADO
                       MOVE WRK-QTD-VALES TO WRK-IDX-VALE
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       321400-APONTAR-VALE.
      *>*********************************************
           ADD 1 TO WRK-QTD-EXC-VALE.
           MOVE WRK-VENDAS TO CE-VALOR-EDITADO.
           MOVE SPACES TO SALESRPT-LINHA.
           STRING '*** VALE ' WRK-NUM-VALE ' LOJA ' WRK-LOJA
                  ' CX ' WRK-CAIXA ' ' WRK-MOTIVO-VALE
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO SALESRPT-LINHA
           END-STRING.
           WRITE SALESRPT-LINHA.

      *>*********************************************
       322000-REGRAVAR-VALES.
      *>*********************************************
           OPEN OUTPUT VALETROC.
           PERFORM VARYING WRK-IDX-VALE FROM 1 BY 1
                   UNTIL WRK-IDX-VALE > WRK-QTD-VALES
               MOVE SPACES TO VT-REGISTRO
               MOVE WRK-VT-NUM-VALE  (WRK-IDX-VALE) TO VT-NUM-VALE
               MOVE WRK-VT-LOJA      (WRK-IDX-VALE) TO VT-LOJA
               MOVE WRK-VT-CAIXA     (WRK-IDX-VALE) TO VT-CAIXA
               MOVE WRK-VT-EMISSAO   (WRK-IDX-VALE) TO VT-DATA-EMISSAO
               MOVE WRK-VT-VALIDADE  (WRK-IDX-VALE) TO VT-DATA-VALIDADE
               MOVE WRK-VT-EMITIDO   (WRK-IDX-VALE) TO VT-VALOR-EMITIDO
               MOVE WRK-VT-SALDO     (WRK-IDX-VALE) TO VT-SALDO
               MOVE WRK-VT-SITUACAO  (WRK-IDX-VALE) TO VT-SITUACAO
               MOVE WRK-VT-ULT-MOVTO (WRK-IDX-VALE)
                   TO VT-DATA-ULT-MOVTO
               MOVE WRK-VT-EXPIRADO  (WRK-IDX-VALE)
                   TO VT-VALOR-EXPIRADO
               WRITE VT-REGISTRO
           END-PERFORM.
           CLOSE VALETROC.

      *>*********************************************
       325000-CONTABILIZAR-LOTE.
      *>*********************************************
      *>   VENDA BRUTA DE CADA FORMA (TOTAL LIQUIDO DO LOTE MAIS AS
      *>   DEVOLUCOES DA FORMA) ENTRA NA RECEITA; A DEVOLUCAO SAI
      *>   COMO DEDUCAO DA RECEITA CONTRA A MESMA CONTA DA FORMA
      *>   (NO VALE-TROCA, A CONTA DE PASSIVO VALE-TROCA).
      *>   SANGRIA LEVA DINHEIRO DA GAVETA PARA O CAIXA CENTRAL E O
      *>   SUPRIMENTO TRAZ DE VOLTA. TUDO NA DATA DO MOVIMENTO, COM O
      *>   CENTRO DE CUSTO DA LOJA
           PERFORM 326000-OBTER-CC-LOJA.

           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.

           MOVE 'DINHEIRO'   TO WRK-GL-FORMA.
           MOVE 'CAIXA-LOJA' TO WRK-GL-CONTA-FORMA.
           COMPUTE WRK-GL-BRUTO = WRK-TOT-DINHEIRO + WRK-DEV-DINHEIRO.
           MOVE WRK-DEV-DINHEIRO TO WRK-GL-DEVOL.
           PERFORM 327000-CONTABILIZAR-FORMA.

           MOVE 'DEBITO'     TO WRK-GL-FORMA.
           MOVE 'CART-A-REC' TO WRK-GL-CONTA-FORMA.
           COMPUTE WRK-GL-BRUTO = WRK-TOT-DEBITO + WRK-DEV-DEBITO.
           MOVE WRK-DEV-DEBITO TO WRK-GL-DEVOL.
           PERFORM 327000-CONTABILIZAR-FORMA.

           MOVE 'CREDITO'    TO WRK-GL-FORMA.
           MOVE 'CART-A-REC' TO WRK-GL-CONTA-FORMA.
           COMPUTE WRK-GL-BRUTO = WRK-TOT-CREDITO + WRK-DEV-CREDITO.
           MOVE WRK-DEV-CREDITO TO WRK-GL-DEVOL.
           PERFORM 327000-CONTABILIZAR-FORMA.

           MOVE 'PIX'        TO WRK-GL-FORMA.
           MOVE 'PIX-A-REC'  TO WRK-GL-CONTA-FORMA.
           COMPUTE WRK-GL-BRUTO = WRK-TOT-PIX + WRK-DEV-PIX.
           MOVE WRK-DEV-PIX TO WRK-GL-DEVOL.
           PERFORM 327000-CONTABILIZAR-FORMA.

      *>   VALE-TROCA: O RESGATE BAIXA O PASSIVO CONTRA A RECEITA E A
      *>   DEVOLUCAO EM VALE CONSTITUI O PASSIVO CONTRA A DEDUCAO
           MOVE 'VALE'       TO WRK-GL-FORMA.
           MOVE 'VALE-TROCA' TO WRK-GL-CONTA-FORMA.
           COMPUTE WRK-GL-BRUTO = WRK-TOT-VALE + WRK-DEV-VALE.
           MOVE WRK-DEV-VALE TO WRK-GL-DEVOL.
           PERFORM 327000-CONTABILIZAR-FORMA.

           MOVE ZEROS TO WRK-GL-SANGRIA.
           MOVE ZEROS TO WRK-GL-SUPRIMENTO.
           PERFORM VARYING WRK-IDX-CAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-CAIXA > WRK-QTD-CAIXAS
               ADD WRK-CX-SANGRIA (WRK-IDX-CAIXA) TO WRK-GL-SANGRIA
               ADD WRK-CX-SUPRIMENTO (WRK-IDX-CAIXA)
                   TO WRK-GL-SUPRIMENTO
           END-PERFORM.

           IF WRK-GL-SANGRIA > 0
               MOVE 'CAIXA'      TO GL-CONTA-DEBITO
               MOVE 'CAIXA-LOJA' TO GL-CONTA-CREDITO
               MOVE SPACES       TO GL-HISTORICO
               STRING 'SANGRIA LJ ' WRK-LOJA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-GL-SANGRIA TO GL-VALOR
               PERFORM 328000-GRAVAR-LANCAMENTO
           END-IF.

           IF WRK-GL-SUPRIMENTO > 0
               MOVE 'CAIXA-LOJA' TO GL-CONTA-DEBITO
               MOVE 'CAIXA'      TO GL-CONTA-CREDITO
               MOVE SPACES       TO GL-HISTORICO
               STRING 'SUPRIMENTO LJ ' WRK-LOJA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-GL-SUPRIMENTO TO GL-VALOR
               PERFORM 328000-GRAVAR-LANCAMENTO
           END-IF.

           CLOSE GLPOST.

      *>*********************************************
       326000-OBTER-CC-LOJA.
      *>*********************************************
      *>   LOJA SEM CENTRO DE CUSTO NO CADASTRO (OU CADASTRO
      *>   INDISPONIVEL) LANCA NO CENTRO COM O PROPRIO CODIGO DA LOJA;
      *>   A EMPRESA DO LANCAMENTO E A DA LOJA (BRANCO = PRINCIPAL)
           MOVE WRK-LOJA TO WRK-CC-LOJA.
           MOVE SPACES   TO WRK-EMPRESA-LOJA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO (WRK-IDX-LOJA) = WRK-LOJA
                   IF WRK-LJ-CC (WRK-IDX-LOJA) NOT = SPACES
                       MOVE WRK-LJ-CC (WRK-IDX-LOJA) TO WRK-CC-LOJA
                   END-IF
                   MOVE WRK-LJ-EMPRESA (WRK-IDX-LOJA)
                       TO WRK-EMPRESA-LOJA
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.

      *>*********************************************
       327000-CONTABILIZAR-FORMA.
      *>*********************************************
           IF WRK-GL-BRUTO > 0
               MOVE WRK-GL-CONTA-FORMA TO GL-CONTA-DEBITO
               MOVE 'REC-VENDAS'       TO GL-CONTA-CREDITO
               MOVE SPACES             TO GL-HISTORICO
               STRING 'VDA ' WRK-GL-FORMA ' ' WRK-LOJA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-GL-BRUTO TO GL-VALOR
               PERFORM 328000-GRAVAR-LANCAMENTO
           END-IF.

           IF WRK-GL-DEVOL > 0
               MOVE 'DEVOL-VEND'       TO GL-CONTA-DEBITO
               MOVE WRK-GL-CONTA-FORMA TO GL-CONTA-CREDITO
               MOVE SPACES             TO GL-HISTORICO
               STRING 'DEV ' WRK-GL-FORMA ' ' WRK-LOJA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-GL-DEVOL TO GL-VALOR
               PERFORM 328000-GRAVAR-LANCAMENTO
           END-IF.

      *>*********************************************
       328000-GRAVAR-LANCAMENTO.
      *>*********************************************
           MOVE WRK-DATA-MOVIMENTO TO GL-DATA.
           MOVE WRK-CC-LOJA        TO GL-CENTRO-CUSTO.
           MOVE WRK-EMPRESA-LOJA   TO GL-EMPRESA.
           PERFORM 329000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
               ADD 1 TO WRK-QTD-LANC-GL
           ELSE
               ADD 1 TO WRK-QTD-LANC-REJ
           END-IF.

      *>*********************************************
       329000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'PROGCOB15' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       330000-EMITIR-RELATORIO-RESUMO.
      *>*********************************************
                       TO BL-DETALHE
               WHEN 12
                   MOVE 'ERRO' TO BL-STATUS
                   IF WRK-TRL-DIVERGENTE
                       MOVE 'SALESTXN COM TOTAL DE CONTROLE DIVERGENTE'
                           TO BL-DETALHE
                   ELSE
                       MOVE 'CADASTRO VALETROC EXCEDE A TABELA'
                           TO BL-DETALHE
                   END-IF
               WHEN OTHER
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'FECHAMENTO DE VENDAS DIVERGENTE DO PDV'
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
       901000-TOTALIZAR-SALESSUM.
      *>*********************************************
           MOVE 'A'        TO TC-FUNCAO.
           MOVE 'SALESSUM' TO TC-ARQUIVO.
           MOVE SS-DATA    TO TC-DATA.
           MOVE 1          TO TC-QTD.
           MOVE SS-TOTAL   TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.

      *>*********************************************
       910000-GRAVAR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   UM REGISTRO NO CTLTOT POR ARQUIVO E DATA GRAVADOS NESTA
      *>   EXECUCAO - O PASSO QUE LE O ARQUIVO CONFERE CONTRA ELE
           MOVE 'G'        TO TC-FUNCAO.
           MOVE 'EXEMPLO-UNTIL' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
