       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTOQATU.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = MANTER O SALDO DE ESTOQUE POR LOJA E PRODUTO
      *> (CADASTRO ESTOQUE) NO LOTE NOTURNO: AS VENDAS 'D' DO
      *> SALESTXN DO DIA BAIXAM O SALDO E AS DEVOLUCOES 'R' REPOEM;
      *> EM SEGUIDA O MOVIMENTO DE ESTOQUE ESTQMOV TRAZ AS ENTRADAS
      *> DE MERCADORIA, AS TRANSFERENCIAS ENTRE LOJAS, AS CONTAGENS
      *> FISICAS (O CONTADO SUBSTITUI O SALDO E A DIFERENCA SAI NO
      *> RELATORIO DE QUEBRAS QUEBRRPT) E OS PARAMETROS DE
      *> REPOSICAO. AO FINAL, O RELATORIO DE REPOSICAO (REPOSRPT)
      *> LISTA O QUE ESTA ABAIXO DO ESTOQUE MINIMO - O COMPRADOR
      *> PASSA A REPOR PELO SALDO, NAO SO PELO RANKING DO ITEMRANK.
      *> MOVIMENTO DE ESTOQUE COM LOJA OU PRODUTO FORA DO CADASTRO
      *> E REJEITADO (RC 4); VENDA DE PRODUTO FORA DO PRODMAST E
      *> BAIXADA ASSIM MESMO (A MERCADORIA SAIU) E APONTADA.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESTXN ASSIGN TO "SALESTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESTXN-STATUS.
           SELECT ESTQMOV ASSIGN TO "ESTQMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTQMOV-STATUS.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PRODMAST ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMAST-STATUS.
           SELECT LOJAMAST ASSIGN TO "LOJAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAMAST-STATUS.
           SELECT REPOSRPT ASSIGN TO "REPOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPOSRPT-STATUS.
           SELECT QUEBRRPT ASSIGN TO "QUEBRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUEBRRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESTXN.
           COPY "BOOK.CPY" IN 'COPYBOOKS'.
       FD  ESTQMOV.
           COPY "ESTQMOV.CPY" IN 'COPYBOOKS'.
       FD  ESTOQUE.
           COPY "ESTOQUE.CPY" IN 'COPYBOOKS'.
       FD  PRODMAST.
           COPY "PRODMAST.CPY" IN 'COPYBOOKS'.
       FD  LOJAMAST.
           COPY "LOJAMAST.CPY" IN 'COPYBOOKS'.
       FD  REPOSRPT
           RECORDING MODE IS F.
       01  REPOSRPT-LINHA           PIC X(80).
       FD  QUEBRRPT
           RECORDING MODE IS F.
       01  QUEBRRPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SALESTXN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ESTQMOV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PRODMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LOJAMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REPOSRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-QUEBRRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SALESTXN    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SALESTXN    VALUE 'S'.
       77 WRK-FIM-ESTQMOV     PIC X(01) VALUE 'N'.
           88 WRK-EOF-ESTQMOV     VALUE 'S'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA            PIC X(06) VALUE SPACES.
       77 WRK-PRODUTO         PIC X(06) VALUE SPACES.
       77 WRK-QTD-ITEM        PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-DESTINO    PIC X(06) VALUE SPACES.
       77 WRK-MOV-VALIDO      PIC X(01) VALUE 'S'.
       77 WRK-DIFERENCA       PIC S9(07) VALUE ZEROS.
       77 WRK-SUGESTAO        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EDITADA     PIC -------9.
       77 WRK-QTD-EDITADA2    PIC -------9.
       77 WRK-QTD-EDITADA3    PIC -------9.
      *>   CONTADORES DA RODADA
       77 WRK-QTD-VENDAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEVOLUCOES  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PROD    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DESCONHEC   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTRADAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TRANSFER    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONTAGENS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-COM-DIFER   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PARAMETROS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REPOR       PIC 9(06) VALUE ZEROS.
       77 WRK-UNID-QUEBRA     PIC 9(09) VALUE ZEROS.
       77 WRK-UNID-SOBRA      PIC 9(09) VALUE ZEROS.
      *>   TABELA DE SALDOS - CADASTRO INTEIRO EM MEMORIA, REGRAVADO
      *>   AO FINAL (CADASTRO MAIOR QUE A TABELA NAO E REGRAVADO)
       77 WRK-QTD-SALDOS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SALDO       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SQ-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ORIGEM      PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-ACHADO    PIC X(01) VALUE 'N'.
       77 WRK-ESTOQUE-CHEIO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-FORA-TAB    PIC 9(06) VALUE ZEROS.
       01 WRK-TABELA-SALDOS.
           05  WRK-SALDO-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TSQ.
               10  WRK-SQ-LOJA        PIC X(06).
               10  WRK-SQ-PRODUTO     PIC X(06).
               10  WRK-SQ-SALDO       PIC S9(07).
               10  WRK-SQ-MINIMO      PIC 9(07).
               10  WRK-SQ-LOTE        PIC 9(07).
               10  WRK-SQ-DT-MOVTO    PIC 9(08).
               10  WRK-SQ-DT-CONTAGEM PIC 9(08).
               10  WRK-SQ-DIFERENCA   PIC S9(07).
      *>   CADASTROS DE PRODUTOS E LOJAS PARA A VALIDACAO
       77 WRK-QTD-PRODUTOS    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PRODUTO     PIC 9(03) VALUE ZEROS.
       77 WRK-PROD-ACHADO     PIC X(01) VALUE 'N'.
       77 WRK-DESC-PRODUTO    PIC X(30) VALUE SPACES.
       01 WRK-TABELA-PRODMAST.
           05  WRK-PM-ITEM OCCURS 300 TIMES INDEXED BY WRK-IDX-TPM.
               10  WRK-PM-CODIGO      PIC X(06).
               10  WRK-PM-DESCRICAO   PIC X(30).
       77 WRK-QTD-LOJAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-ACHADA     PIC X(01) VALUE 'N'.
       01 WRK-TABELA-LOJAS.
           05  WRK-LJ-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-CODIGO      PIC X(06).
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

      *>   RERODADA DA MESMA DATA: PASSO JA COMPLETO E PULADO PELO
      *>   CONTROLE DE REINICIO (AS VENDAS NAO BAIXAM DUAS VEZES)
           MOVE 'STOCK' TO WRK-RG-PASSO.
           MOVE 'C' TO WRK-RG-FUNCAO.
           CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
           END-CALL.
           IF WRK-RG-RESULTADO = 'S'
               DISPLAY 'PASSO STOCK JA COMPLETO NA DATA DO LOTE '
                       '- PULADO PELO CONTROLE DE REINICIO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-APLICAR-VENDA UNTIL WRK-EOF-SALESTXN.

           PERFORM 250000-APLICAR-MOVIMENTO UNTIL WRK-EOF-ESTQMOV.

           PERFORM 300000-EMITIR-REPOSICAO.

           PERFORM 400000-FINALIZAR.

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

           PERFORM 110000-CARREGAR-PRODUTOS.
           PERFORM 115000-CARREGAR-LOJAS.
           PERFORM 120000-CARREGAR-SALDOS.

           OPEN INPUT SALESTXN.
           IF WRK-SALESTXN-STATUS NOT = '00'
               DISPLAY 'SALESTXN INDISPONIVEL - SEM VENDAS A BAIXAR - '
                       'STATUS ' WRK-SALESTXN-STATUS
               MOVE 'S' TO WRK-FIM-SALESTXN
           END-IF.

           OPEN INPUT ESTQMOV.
           IF WRK-ESTQMOV-STATUS NOT = '00'
               DISPLAY 'SEM MOVIMENTO DE ESTOQUE ESTQMOV NO DIA - '
                       'STATUS ' WRK-ESTQMOV-STATUS
               MOVE 'S' TO WRK-FIM-ESTQMOV
           END-IF.

           OPEN OUTPUT REPOSRPT.
           MOVE SPACES TO REPOSRPT-LINHA.
           STRING 'REPOSICAO DE ESTOQUE - ITENS ABAIXO DO MINIMO - '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO REPOSRPT-LINHA
           END-STRING.
           WRITE REPOSRPT-LINHA.

           OPEN OUTPUT QUEBRRPT.
           MOVE SPACES TO QUEBRRPT-LINHA.
           STRING 'QUEBRAS DE ESTOQUE - CONTAGEM X SALDO CONTABIL - '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO QUEBRRPT-LINHA
           END-STRING.
           WRITE QUEBRRPT-LINHA.

      *>*********************************************
       110000-CARREGAR-PRODUTOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PRODUTOS.
           OPEN INPUT PRODMAST.
           IF WRK-PRODMAST-STATUS = '00'
               PERFORM 111000-LER-PRODUTO
                   UNTIL WRK-PRODMAST-STATUS = '10'
               CLOSE PRODMAST
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - PRODUTO NAO SERA '
                       'VALIDADO NESTA RODADA'
           END-IF.

      *>*********************************************
       111000-LER-PRODUTO.
      *>*********************************************
           READ PRODMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-PRODUTOS < 300
                       ADD 1 TO WRK-QTD-PRODUTOS
                       MOVE PRD-CODIGO
                           TO WRK-PM-CODIGO (WRK-QTD-PRODUTOS)
                       MOVE PRD-DESCRICAO
                           TO WRK-PM-DESCRICAO (WRK-QTD-PRODUTOS)
                   ELSE
                       DISPLAY 'PRODMAST COM MAIS DE 300 PRODUTOS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       115000-CARREGAR-LOJAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-LOJAS.
           OPEN INPUT LOJAMAST.
           IF WRK-LOJAMAST-STATUS = '00'
               PERFORM 116000-LER-LOJA
                   UNTIL WRK-LOJAMAST-STATUS = '10'
               CLOSE LOJAMAST
           ELSE
               DISPLAY 'LOJAMAST INDISPONIVEL - LOJA NAO SERA '
                       'VALIDADA NESTA RODADA'
           END-IF.

      *>*********************************************
       116000-LER-LOJA.
      *>*********************************************
           READ LOJAMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-LOJAS < 100
                       ADD 1 TO WRK-QTD-LOJAS
                       MOVE LJ-CODIGO
                           TO WRK-LJ-CODIGO (WRK-QTD-LOJAS)
                   ELSE
                       DISPLAY 'LOJAMAST COM MAIS DE 100 LOJAS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-SALDOS.
      *>*********************************************
      *>   PRIMEIRA RODADA SEM CADASTRO = TABELA VAZIA; OS SALDOS
      *>   NASCEM COM O PRIMEIRO MOVIMENTO DE CADA LOJA/PRODUTO
           MOVE ZEROS TO WRK-QTD-SALDOS.
           MOVE 'N' TO WRK-ESTOQUE-CHEIO.
           OPEN INPUT ESTOQUE.
           IF WRK-ESTOQUE-STATUS = '00'
               PERFORM 121000-LER-SALDO
                   UNTIL WRK-ESTOQUE-STATUS = '10'
               CLOSE ESTOQUE
           END-IF.

      *>*********************************************
       121000-LER-SALDO.
      *>*********************************************
           READ ESTOQUE
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-SALDOS < 2000
                       ADD 1 TO WRK-QTD-SALDOS
                       MOVE WRK-QTD-SALDOS TO WRK-IDX-SALDO
                       MOVE SQ-LOJA
                           TO WRK-SQ-LOJA        (WRK-IDX-SALDO)
                       MOVE SQ-PRODUTO
                           TO WRK-SQ-PRODUTO     (WRK-IDX-SALDO)
                       MOVE SQ-SALDO
                           TO WRK-SQ-SALDO       (WRK-IDX-SALDO)
                       MOVE SQ-ESTOQUE-MINIMO
                           TO WRK-SQ-MINIMO      (WRK-IDX-SALDO)
                       MOVE SQ-LOTE-REPOSICAO
                           TO WRK-SQ-LOTE        (WRK-IDX-SALDO)
                       MOVE SQ-DATA-ULT-MOVTO
                           TO WRK-SQ-DT-MOVTO    (WRK-IDX-SALDO)
                       MOVE SQ-DATA-ULT-CONTAGEM
                           TO WRK-SQ-DT-CONTAGEM (WRK-IDX-SALDO)
                       MOVE SQ-DIFERENCA-CONTAGEM
                           TO WRK-SQ-DIFERENCA   (WRK-IDX-SALDO)
                   ELSE
                       MOVE 'S' TO WRK-ESTOQUE-CHEIO
                       DISPLAY 'ESTOQUE COM MAIS DE 2000 LOJA/PRODUTO '
                               '- CADASTRO NAO SERA REGRAVADO'
                   END-IF
           END-READ.

      *>*********************************************
       200000-APLICAR-VENDA.
      *>*********************************************
           READ SALESTXN
               AT END
                   MOVE 'S' TO WRK-FIM-SALESTXN
               NOT AT END
                   EVALUATE TRUE
                       WHEN VDA-HEADER
                           MOVE VDA-LOJA TO WRK-LOJA
                       WHEN VDA-DETALHE
                           MOVE VDA-PRODUTO  TO WRK-PRODUTO
                           MOVE VDA-QTD-ITEM TO WRK-QTD-ITEM
                           ADD 1 TO WRK-QTD-VENDAS
                           PERFORM 210000-BAIXAR-VENDA
                       WHEN VDA-DEVOLUCAO
                           MOVE VDA-DEV-PRODUTO  TO WRK-PRODUTO
                           MOVE VDA-DEV-QTD-ITEM TO WRK-QTD-ITEM
                           ADD 1 TO WRK-QTD-DEVOLUCOES
                           PERFORM 210000-BAIXAR-VENDA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *>*********************************************
       210000-BAIXAR-VENDA.
      *>*********************************************
      *>   PRODUTO EM BRANCO = MOVIMENTO GRAVADO ANTES DO CAMPO
      *>   EXISTIR; QUANTIDADE AUSENTE VALE UMA UNIDADE (MESMA REGRA
      *>   DO ITEMRANK)
           IF WRK-PRODUTO = SPACES
               ADD 1 TO WRK-QTD-SEM-PROD
           ELSE
               IF WRK-QTD-ITEM NOT NUMERIC
                   OR WRK-QTD-ITEM = 0
                   MOVE 1 TO WRK-QTD-ITEM
               END-IF
               PERFORM 230000-VALIDAR-PRODUTO
               IF WRK-PROD-ACHADO = 'N'
                   ADD 1 TO WRK-QTD-DESCONHEC
                   DISPLAY 'VENDA DE PRODUTO FORA DO PRODMAST: '
                           WRK-PRODUTO ' (LOJA ' WRK-LOJA ')'
               END-IF
               PERFORM 220000-LOCALIZAR-SALDO
               IF WRK-IDX-SALDO > 0
                   IF VDA-DEVOLUCAO
                       ADD WRK-QTD-ITEM
                           TO WRK-SQ-SALDO (WRK-IDX-SALDO)
                   ELSE
                       SUBTRACT WRK-QTD-ITEM
                           FROM WRK-SQ-SALDO (WRK-IDX-SALDO)
                   END-IF
                   MOVE WRK-DATA-PROCESSO
                       TO WRK-SQ-DT-MOVTO (WRK-IDX-SALDO)
               END-IF
           END-IF.

      *>*********************************************
       220000-LOCALIZAR-SALDO.
      *>*********************************************
      *>   SALDO DE WRK-LOJA/WRK-PRODUTO - CRIADO ZERADO NO PRIMEIRO
      *>   MOVIMENTO; TABELA CHEIA DEVOLVE INDICE ZERO
           MOVE 'N' TO WRK-SALDO-ACHADO.
           PERFORM VARYING WRK-IDX-SALDO FROM 1 BY 1
                   UNTIL WRK-IDX-SALDO > WRK-QTD-SALDOS
               IF WRK-SQ-LOJA (WRK-IDX-SALDO) = WRK-LOJA
                   AND WRK-SQ-PRODUTO (WRK-IDX-SALDO) = WRK-PRODUTO
                   MOVE 'S' TO WRK-SALDO-ACHADO
                   MOVE WRK-IDX-SALDO TO WRK-IDX-SQ-ACHADO
                   MOVE WRK-QTD-SALDOS TO WRK-IDX-SALDO
               END-IF
           END-PERFORM.
           IF WRK-SALDO-ACHADO = 'S'
               MOVE WRK-IDX-SQ-ACHADO TO WRK-IDX-SALDO
           ELSE
               IF WRK-QTD-SALDOS < 2000
                   ADD 1 TO WRK-QTD-SALDOS
                   MOVE WRK-QTD-SALDOS TO WRK-IDX-SALDO
                   MOVE WRK-LOJA    TO WRK-SQ-LOJA    (WRK-IDX-SALDO)
                   MOVE WRK-PRODUTO TO WRK-SQ-PRODUTO (WRK-IDX-SALDO)
                   MOVE ZEROS TO WRK-SQ-SALDO       (WRK-IDX-SALDO)
                   MOVE ZEROS TO WRK-SQ-MINIMO      (WRK-IDX-SALDO)
                   MOVE ZEROS TO WRK-SQ-LOTE        (WRK-IDX-SALDO)
                   MOVE ZEROS TO WRK-SQ-DT-MOVTO    (WRK-IDX-SALDO)
                   MOVE ZEROS TO WRK-SQ-DT-CONTAGEM (WRK-IDX-SALDO)
                   MOVE ZEROS TO WRK-SQ-DIFERENCA   (WRK-IDX-SALDO)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TAB
                   DISPLAY 'ESTOQUE CHEIO (2000 LOJA/PRODUTO) - '
                           'MOVIMENTO DE ' WRK-LOJA '/' WRK-PRODUTO
                           ' NAO APLICADO'
                   MOVE ZEROS TO WRK-IDX-SALDO
               END-IF
           END-IF.

      *>*********************************************
       230000-VALIDAR-PRODUTO.
      *>*********************************************
      *>   SEM PRODMAST CARREGADO O PRODUTO E ACEITO
           MOVE SPACES TO WRK-DESC-PRODUTO.
           IF WRK-QTD-PRODUTOS = 0
               MOVE 'S' TO WRK-PROD-ACHADO
           ELSE
               MOVE 'N' TO WRK-PROD-ACHADO
               PERFORM VARYING WRK-IDX-PRODUTO FROM 1 BY 1
                       UNTIL WRK-IDX-PRODUTO > WRK-QTD-PRODUTOS
                   IF WRK-PM-CODIGO (WRK-IDX-PRODUTO) = WRK-PRODUTO
                       MOVE 'S' TO WRK-PROD-ACHADO
                       MOVE WRK-PM-DESCRICAO (WRK-IDX-PRODUTO)
                           TO WRK-DESC-PRODUTO
                       MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PRODUTO
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       235000-VALIDAR-LOJA.
      *>*********************************************
      *>   SEM LOJAMAST CARREGADO A LOJA E ACEITA
           IF WRK-QTD-LOJAS = 0
               MOVE 'S' TO WRK-LOJA-ACHADA
           ELSE
               MOVE 'N' TO WRK-LOJA-ACHADA
               PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                       UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
                   IF WRK-LJ-CODIGO (WRK-IDX-LOJA) = WRK-LOJA
                       MOVE 'S' TO WRK-LOJA-ACHADA
                       MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       250000-APLICAR-MOVIMENTO.
      *>*********************************************
           READ ESTQMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ESTQMOV
               NOT AT END
                   PERFORM 255000-CRITICAR-MOVIMENTO
                   IF WRK-MOV-VALIDO = 'S'
                       EVALUATE TRUE
                           WHEN SM-ENTRADA
                               PERFORM 260000-APLICAR-ENTRADA
                           WHEN SM-TRANSFERENCIA
                               PERFORM 265000-APLICAR-TRANSFERENCIA
                           WHEN SM-CONTAGEM
                               PERFORM 270000-APLICAR-CONTAGEM
                           WHEN SM-PARAM-REPOSICAO
                               PERFORM 275000-APLICAR-PARAMETRO
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       255000-CRITICAR-MOVIMENTO.
      *>*********************************************
           MOVE 'S' TO WRK-MOV-VALIDO.
           MOVE SM-LOJA    TO WRK-LOJA.
           MOVE SM-PRODUTO TO WRK-PRODUTO.

           IF NOT SM-ENTRADA AND NOT SM-TRANSFERENCIA
               AND NOT SM-CONTAGEM AND NOT SM-PARAM-REPOSICAO
               MOVE 'N' TO WRK-MOV-VALIDO
               DISPLAY 'ESTQMOV - TIPO INVALIDO: ' SM-TIPO
                       ' LOJA ' SM-LOJA ' PROD ' SM-PRODUTO
           END-IF.

           IF WRK-MOV-VALIDO = 'S'
               IF SM-QUANTIDADE NOT NUMERIC
                   MOVE 'N' TO WRK-MOV-VALIDO
                   DISPLAY 'ESTQMOV - QUANTIDADE NAO NUMERICA - LOJA '
                           SM-LOJA ' PROD ' SM-PRODUTO
               END-IF
           END-IF.

           IF WRK-MOV-VALIDO = 'S'
               PERFORM 235000-VALIDAR-LOJA
               IF WRK-LOJA-ACHADA = 'N'
                   MOVE 'N' TO WRK-MOV-VALIDO
                   DISPLAY 'ESTQMOV - LOJA FORA DO LOJAMAST: ' SM-LOJA
               END-IF
           END-IF.

           IF WRK-MOV-VALIDO = 'S'
               PERFORM 230000-VALIDAR-PRODUTO
               IF WRK-PROD-ACHADO = 'N'
                   MOVE 'N' TO WRK-MOV-VALIDO
                   DISPLAY 'ESTQMOV - PRODUTO FORA DO PRODMAST: '
                           SM-PRODUTO ' (LOJA ' SM-LOJA ')'
               END-IF
           END-IF.

           IF WRK-MOV-VALIDO = 'S' AND SM-TRANSFERENCIA
               MOVE SM-LOJA-DESTINO TO WRK-LOJA
               PERFORM 235000-VALIDAR-LOJA
               MOVE SM-LOJA TO WRK-LOJA
               IF WRK-LOJA-ACHADA = 'N'
                   OR SM-LOJA-DESTINO = SPACES
                   OR SM-LOJA-DESTINO = SM-LOJA
                   MOVE 'N' TO WRK-MOV-VALIDO
                   DISPLAY 'ESTQMOV - LOJA DESTINO INVALIDA: '
                           SM-LOJA-DESTINO ' (ORIGEM ' SM-LOJA ')'
               END-IF
           END-IF.

           IF WRK-MOV-VALIDO = 'N'
               ADD 1 TO WRK-QTD-REJEITADOS
           END-IF.

      *>*********************************************
       260000-APLICAR-ENTRADA.
      *>*********************************************
           PERFORM 220000-LOCALIZAR-SALDO.
           IF WRK-IDX-SALDO > 0
               ADD SM-QUANTIDADE TO WRK-SQ-SALDO (WRK-IDX-SALDO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SQ-DT-MOVTO (WRK-IDX-SALDO)
               ADD 1 TO WRK-QTD-ENTRADAS
           END-IF.

      *>*********************************************
       265000-APLICAR-TRANSFERENCIA.
      *>*********************************************
      *>   SAI DA ORIGEM E ENTRA NO DESTINO - SO APLICA COM AS DUAS
      *>   PONTAS NA TABELA
           PERFORM 220000-LOCALIZAR-SALDO.
           MOVE WRK-IDX-SALDO TO WRK-IDX-ORIGEM.
           MOVE SM-LOJA-DESTINO TO WRK-LOJA.
           PERFORM 220000-LOCALIZAR-SALDO.
           IF WRK-IDX-ORIGEM > 0 AND WRK-IDX-SALDO > 0
               SUBTRACT SM-QUANTIDADE
                   FROM WRK-SQ-SALDO (WRK-IDX-ORIGEM)
               ADD SM-QUANTIDADE TO WRK-SQ-SALDO (WRK-IDX-SALDO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SQ-DT-MOVTO (WRK-IDX-ORIGEM)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SQ-DT-MOVTO (WRK-IDX-SALDO)
               ADD 1 TO WRK-QTD-TRANSFER
           END-IF.

      *>*********************************************
       270000-APLICAR-CONTAGEM.
      *>*********************************************
      *>   O CONTADO PASSA A SER O SALDO; A DIFERENCA CONTADO MENOS
      *>   CONTABIL (NEGATIVA = QUEBRA, POSITIVA = SOBRA) FICA NO
      *>   CADASTRO E VAI AO RELATORIO DE QUEBRAS
           PERFORM 220000-LOCALIZAR-SALDO.
           IF WRK-IDX-SALDO > 0
               ADD 1 TO WRK-QTD-CONTAGENS
               COMPUTE WRK-DIFERENCA =
                       SM-QUANTIDADE - WRK-SQ-SALDO (WRK-IDX-SALDO)
               MOVE WRK-SQ-SALDO (WRK-IDX-SALDO) TO WRK-QTD-EDITADA2
               MOVE SM-QUANTIDADE TO WRK-SQ-SALDO (WRK-IDX-SALDO)
               MOVE WRK-DIFERENCA
                   TO WRK-SQ-DIFERENCA (WRK-IDX-SALDO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SQ-DT-CONTAGEM (WRK-IDX-SALDO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SQ-DT-MOVTO (WRK-IDX-SALDO)
               IF WRK-DIFERENCA NOT = 0
                   ADD 1 TO WRK-QTD-COM-DIFER
                   IF WRK-DIFERENCA < 0
                       SUBTRACT WRK-DIFERENCA FROM WRK-UNID-QUEBRA
                   ELSE
                       ADD WRK-DIFERENCA TO WRK-UNID-SOBRA
                   END-IF
                   MOVE SM-QUANTIDADE TO WRK-QTD-EDITADA
                   MOVE WRK-DIFERENCA TO WRK-QTD-EDITADA3
                   MOVE SPACES TO QUEBRRPT-LINHA
                   STRING 'LOJA ' SM-LOJA ' PROD ' SM-PRODUTO
                          ' ' WRK-DESC-PRODUTO (1:20)
                          ' CONT' WRK-QTD-EDITADA
                          ' LIVRO' WRK-QTD-EDITADA2
                          ' DIF' WRK-QTD-EDITADA3
                       DELIMITED BY SIZE INTO QUEBRRPT-LINHA
                   END-STRING
                   WRITE QUEBRRPT-LINHA
               END-IF
           END-IF.

      *>*********************************************
       275000-APLICAR-PARAMETRO.
      *>*********************************************
           PERFORM 220000-LOCALIZAR-SALDO.
           IF WRK-IDX-SALDO > 0
               MOVE SM-QUANTIDADE TO WRK-SQ-MINIMO (WRK-IDX-SALDO)
               IF SM-LOTE-REPOSICAO NUMERIC
                   MOVE SM-LOTE-REPOSICAO
                       TO WRK-SQ-LOTE (WRK-IDX-SALDO)
               ELSE
                   MOVE ZEROS TO WRK-SQ-LOTE (WRK-IDX-SALDO)
               END-IF
               ADD 1 TO WRK-QTD-PARAMETROS
           END-IF.

      *>*********************************************
       300000-EMITIR-REPOSICAO.
      *>*********************************************
      *>   ITEM COM MINIMO INFORMADO E SALDO ABAIXO DELE; A SUGESTAO
      *>   E O LOTE DE REPOSICAO OU, SEM LOTE, O QUE FALTA PARA O
      *>   MINIMO
           PERFORM VARYING WRK-IDX-SALDO FROM 1 BY 1
                   UNTIL WRK-IDX-SALDO > WRK-QTD-SALDOS
               IF WRK-SQ-MINIMO (WRK-IDX-SALDO) > 0
                   AND WRK-SQ-SALDO (WRK-IDX-SALDO) <
                       WRK-SQ-MINIMO (WRK-IDX-SALDO)
                   PERFORM 310000-LINHA-REPOSICAO
               END-IF
           END-PERFORM.

      *>*********************************************
       310000-LINHA-REPOSICAO.
      *>*********************************************
           ADD 1 TO WRK-QTD-REPOR.
           MOVE WRK-SQ-PRODUTO (WRK-IDX-SALDO) TO WRK-PRODUTO.
           PERFORM 230000-VALIDAR-PRODUTO.
           IF WRK-SQ-LOTE (WRK-IDX-SALDO) > 0
               MOVE WRK-SQ-LOTE (WRK-IDX-SALDO) TO WRK-SUGESTAO
           ELSE
               COMPUTE WRK-SUGESTAO =
                       WRK-SQ-MINIMO (WRK-IDX-SALDO) -
                       WRK-SQ-SALDO (WRK-IDX-SALDO)
           END-IF.
           MOVE WRK-SQ-SALDO (WRK-IDX-SALDO)  TO WRK-QTD-EDITADA.
           MOVE WRK-SQ-MINIMO (WRK-IDX-SALDO) TO WRK-QTD-EDITADA2.
           MOVE WRK-SUGESTAO                  TO WRK-QTD-EDITADA3.
           MOVE SPACES TO REPOSRPT-LINHA.
           STRING 'LOJA ' WRK-SQ-LOJA (WRK-IDX-SALDO)
                  ' PROD ' WRK-PRODUTO
                  ' ' WRK-DESC-PRODUTO (1:20)
                  ' SALDO' WRK-QTD-EDITADA
                  ' MIN' WRK-QTD-EDITADA2
                  ' PEDIR' WRK-QTD-EDITADA3
               DELIMITED BY SIZE INTO REPOSRPT-LINHA
           END-STRING.
           WRITE REPOSRPT-LINHA.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-SALESTXN-STATUS = '00' OR WRK-SALESTXN-STATUS = '10'
               CLOSE SALESTXN
           END-IF.
           IF WRK-ESTQMOV-STATUS = '00' OR WRK-ESTQMOV-STATUS = '10'
               CLOSE ESTQMOV
           END-IF.

           MOVE SPACES TO REPOSRPT-LINHA.
           WRITE REPOSRPT-LINHA.
           MOVE SPACES TO REPOSRPT-LINHA.
           STRING 'ITENS A REPOR: ' WRK-QTD-REPOR
               DELIMITED BY SIZE INTO REPOSRPT-LINHA
           END-STRING.
           WRITE REPOSRPT-LINHA.
           CLOSE REPOSRPT.

           MOVE SPACES TO QUEBRRPT-LINHA.
           WRITE QUEBRRPT-LINHA.
           MOVE SPACES TO QUEBRRPT-LINHA.
           STRING 'CONTAGENS ' WRK-QTD-CONTAGENS
                  '  COM DIFERENCA ' WRK-QTD-COM-DIFER
                  '  UNID QUEBRA ' WRK-UNID-QUEBRA
                  '  UNID SOBRA ' WRK-UNID-SOBRA
               DELIMITED BY SIZE INTO QUEBRRPT-LINHA
           END-STRING.
           WRITE QUEBRRPT-LINHA.
           CLOSE QUEBRRPT.

           IF WRK-ESTOQUE-CHEIO = 'N'
               PERFORM 420000-REGRAVAR-SALDOS
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'ESTOQUE ATUALIZADO'.
           DISPLAY 'VENDAS BAIXADAS.......: ' WRK-QTD-VENDAS.
           DISPLAY 'DEVOLUCOES REPOSTAS...: ' WRK-QTD-DEVOLUCOES.
           DISPLAY 'VENDAS SEM PRODUTO....: ' WRK-QTD-SEM-PROD.
           DISPLAY 'PRODUTOS DESCONHECIDOS: ' WRK-QTD-DESCONHEC.
           DISPLAY 'ENTRADAS DE MERCADORIA: ' WRK-QTD-ENTRADAS.
           DISPLAY 'TRANSFERENCIAS........: ' WRK-QTD-TRANSFER.
           DISPLAY 'CONTAGENS FISICAS.....: ' WRK-QTD-CONTAGENS.
           DISPLAY 'PARAMETROS REPOSICAO..: ' WRK-QTD-PARAMETROS.
           DISPLAY 'MOVIMENTOS REJEITADOS.: ' WRK-QTD-REJEITADOS.
           DISPLAY 'ITENS A REPOR.........: ' WRK-QTD-REPOR.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-ESTOQUE-CHEIO = 'S'
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADOS > 0
                   OR WRK-QTD-DESCONHEC > 0
                   OR WRK-QTD-FORA-TAB > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 430000-REGISTRAR-BATCHLOG.

      *>*********************************************
       420000-REGRAVAR-SALDOS.
      *>*********************************************
           OPEN OUTPUT ESTOQUE.
           PERFORM VARYING WRK-IDX-SALDO FROM 1 BY 1
                   UNTIL WRK-IDX-SALDO > WRK-QTD-SALDOS
               MOVE SPACES TO SQ-REGISTRO
               MOVE WRK-SQ-LOJA (WRK-IDX-SALDO)
                   TO SQ-LOJA
               MOVE WRK-SQ-PRODUTO (WRK-IDX-SALDO)
                   TO SQ-PRODUTO
               MOVE WRK-SQ-SALDO (WRK-IDX-SALDO)
                   TO SQ-SALDO
               MOVE WRK-SQ-MINIMO (WRK-IDX-SALDO)
                   TO SQ-ESTOQUE-MINIMO
               MOVE WRK-SQ-LOTE (WRK-IDX-SALDO)
                   TO SQ-LOTE-REPOSICAO
               MOVE WRK-SQ-DT-MOVTO (WRK-IDX-SALDO)
                   TO SQ-DATA-ULT-MOVTO
               MOVE WRK-SQ-DT-CONTAGEM (WRK-IDX-SALDO)
                   TO SQ-DATA-ULT-CONTAGEM
               MOVE WRK-SQ-DIFERENCA (WRK-IDX-SALDO)
                   TO SQ-DIFERENCA-CONTAGEM
               WRITE SQ-REGISTRO
           END-PERFORM.
           CLOSE ESTOQUE.

      *>*********************************************
       430000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'ESTOQATU'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'SALDOS DE ESTOQUE ATUALIZADOS'
                       TO BL-DETALHE
               WHEN 4
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'ESTOQUE ATUALIZADO COM REJEICOES'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'CADASTRO ESTOQUE EXCEDE A TABELA'
                       TO BL-DETALHE
           END-EVALUATE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
