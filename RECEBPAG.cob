      *> VENCER / ATE 30 / 31-60 / 61-90 / ACIMA DE 90) E REGRAVA O
      *> CLIBLOQ COM OS CLIENTES CUJO VENCIDO PASSA DO LIMITE DO
      *> PARMGER (RECEBPAG/LIMITE-VENCIDO) - O PROGCOB09 RETEM
      *> PEDIDO NOVO DESSES CLIENTES. SINISTRO APROVADO GERA CREDITO
      *> AO CLIENTE, COMPENSADO NOS TITULOS EM ABERTO DELE.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - SINISTRO APROVADO (SINIAPRV) VIRA CREDITO DO
      *>              CLIENTE NO CONTAREC (AR-TIPO 'C', VALOR DA
      *>              MERCADORIA), LANCADO SINIST-REC CONTRA CLI-A-RECE,
      *>              E O CREDITO EM ABERTO E COMPENSADO CONTRA OS
      *>              TITULOS EM ABERTO DO MESMO CLIENTE; PAGAMENTO SO
      *>              BAIXA TITULO E O AGING NAO SOMA CREDITO NAS FAIXAS
      *> 15/10/2026 - O ICMS DESTACADO NO TITULO (AR-ICMS, GRAVADO PELO
      *>              FRETEFAT) E PRESERVADO NA REGRAVACAO DO CONTAREC
      *> 15/10/2026 - TITULO NEGATIVADO PELO COBRANCA QUE FICA QUITADO
      *>              (PAGAMENTO OU COMPENSACAO) GERA A EXCLUSAO NO
      *>              EXTRATO NEGATIV PARA O BIRO E FICA MARCADO COMO
      *>              RETIRADO; OS CAMPOS DE COBRANCA DO CONTAREC SAO
      *>              PRESERVADOS NA REGRAVACAO
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - CREDITO A COMPENSAR DA LISTAGEM DO AGING SAI
      *>              EDITADO NO PADRAO MONETARIO (MOEDABR) EM VEZ DO
      *>              CAMPO COM SINAL SEM EDICAO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARAGIRPT ASSIGN TO "ARAGIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARAGIRPT-STATUS.
           SELECT SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINISTRO-STATUS.
           SELECT NEGATIV ASSIGN TO "NEGATIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NEGATIV-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       FD  ARAGIRPT
           RECORDING MODE IS F.
       01  ARAGIRPT-LINHA           PIC X(80).
       FD  SINISTRO.
           COPY "SINISTRO.CPY" IN 'COPYBOOKS'.
       FD  NEGATIV.
           COPY "NEGATIV.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-IDX-CL-ACHADO   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RETIDOS     PIC 9(03) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-SINISTRO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SINISTRO    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SINISTRO    VALUE 'S'.
       77 WRK-QTD-SINISTROS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SINISTRO    PIC 9(03) VALUE ZEROS.
       77 WRK-SINISTRO-CHEIO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-CREDITOS    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-TITULO      PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-CREDITO   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-COMPENSAR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-COMPENSADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NEGATIV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-QTD-RETIRADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-ITENS.
               10  WRK-IT-VENCIMENTO  PIC 9(08).
               10  WRK-IT-SITUACAO    PIC X(01).
               10  WRK-IT-DATA-BAIXA  PIC 9(08).
               10  WRK-IT-TIPO        PIC X(01).
               10  WRK-IT-ICMS        PIC 9(06)V99.
               10  WRK-IT-ESTAGIO     PIC 9(01).
               10  WRK-IT-DATA-AVISO  PIC 9(08).
               10  WRK-IT-NEGATIVACAO PIC X(01).
               10  WRK-IT-DATA-NEGAT  PIC 9(08).
       01 WRK-TABELA-SINISTROS.
           05  WRK-SIN-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TSN.
               10  WRK-SN-PEDIDO      PIC 9(06).
               10  WRK-SN-TRANSP      PIC X(10).
               10  WRK-SN-CLIENTE     PIC 9(06).
               10  WRK-SN-OCORRENCIA  PIC X(01).
               10  WRK-SN-VALOR       PIC 9(06)V99.
               10  WRK-SN-DESCONTADO  PIC 9(06)V99.
               10  WRK-SN-SITUACAO    PIC X(01).
               10  WRK-SN-DATA-ABERT  PIC 9(08).
               10  WRK-SN-DATA-DECIS  PIC 9(08).
               10  WRK-SN-DATA-LIQ    PIC 9(08).
               10  WRK-SN-CREDITO     PIC X(01).
               10  WRK-SN-DATA-CRED   PIC 9(08).
       01 WRK-TABELA-AGING.
           05  WRK-AGI-ITEM OCCURS 200 TIMES
                   INDEXED BY WRK-IDX-TAG.
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-APLICAR-PAGAMENTOS UNTIL WRK-EOF-PAGFRETE.
           PERFORM 300000-CREDITAR-SINISTROS.
           PERFORM 350000-COMPENSAR-CREDITOS.
           PERFORM 400000-REGRAVAR-CONTAREC.
           PERFORM 450000-REGRAVAR-SINISTRO.
           PERFORM 500000-EMITIR-AGING.
           PERFORM 550000-REGRAVAR-CLIBLOQ.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 600000-FINALIZAR.

           GOBACK.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-ITENS.
           PERFORM 130000-CARREGAR-SINISTROS.

           OPEN OUTPUT ARAGIRPT.

                           TO WRK-IT-SITUACAO (WRK-QTD-ITENS)
                       MOVE AR-DATA-BAIXA
                           TO WRK-IT-DATA-BAIXA (WRK-QTD-ITENS)
                       MOVE AR-TIPO
                           TO WRK-IT-TIPO (WRK-QTD-ITENS)
                       IF AR-ICMS NUMERIC
                           MOVE AR-ICMS
                               TO WRK-IT-ICMS (WRK-QTD-ITENS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-IT-ICMS (WRK-QTD-ITENS)
                       END-IF
                       PERFORM 122000-GUARDAR-COBRANCA
                   ELSE
                       DISPLAY 'CONTAREC COM MAIS DE 1000 ITENS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       122000-GUARDAR-COBRANCA.
      *>*********************************************
      *>   ITEM GRAVADO ANTES DOS CAMPOS DE COBRANCA VEM EM BRANCO
           IF AR-ESTAGIO-COBRANCA NUMERIC
               MOVE AR-ESTAGIO-COBRANCA
                   TO WRK-IT-ESTAGIO (WRK-QTD-ITENS)
           ELSE
               MOVE ZEROS TO WRK-IT-ESTAGIO (WRK-QTD-ITENS)
           END-IF.
           IF AR-DATA-AVISO NUMERIC
               MOVE AR-DATA-AVISO TO WRK-IT-DATA-AVISO (WRK-QTD-ITENS)
           ELSE
               MOVE ZEROS TO WRK-IT-DATA-AVISO (WRK-QTD-ITENS)
           END-IF.
           MOVE AR-NEGATIVACAO TO WRK-IT-NEGATIVACAO (WRK-QTD-ITENS).
           IF AR-DATA-NEGATIVACAO NUMERIC
               MOVE AR-DATA-NEGATIVACAO
                   TO WRK-IT-DATA-NEGAT (WRK-QTD-ITENS)
           ELSE
               MOVE ZEROS TO WRK-IT-DATA-NEGAT (WRK-QTD-ITENS)
           END-IF.

      *>*********************************************
       130000-CARREGAR-SINISTROS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-SINISTROS.
           OPEN INPUT SINISTRO.
           IF WRK-SINISTRO-STATUS = '00'
               PERFORM 131000-LER-SINISTRO UNTIL WRK-EOF-SINISTRO
               CLOSE SINISTRO
           END-IF.
           IF WRK-SINISTRO-CHEIO = 'S'
               DISPLAY 'SINISTRO COM MAIS DE 500 PROCESSOS - '
                       'CREDITOS AO CLIENTE ADIADOS'
           END-IF.

      *>*********************************************
       131000-LER-SINISTRO.
      *>*********************************************
           READ SINISTRO
               AT END
                   MOVE 'S' TO WRK-FIM-SINISTRO
               NOT AT END
                   IF WRK-QTD-SINISTROS < 500
                       ADD 1 TO WRK-QTD-SINISTROS
                       MOVE SN-PEDIDO
                           TO WRK-SN-PEDIDO (WRK-QTD-SINISTROS)
                       MOVE SN-TRANSPORTADORA
                           TO WRK-SN-TRANSP (WRK-QTD-SINISTROS)
                       MOVE SN-CLIENTE
                           TO WRK-SN-CLIENTE (WRK-QTD-SINISTROS)
                       MOVE SN-OCORRENCIA
                           TO WRK-SN-OCORRENCIA (WRK-QTD-SINISTROS)
                       MOVE SN-VALOR
                           TO WRK-SN-VALOR (WRK-QTD-SINISTROS)
                       MOVE SN-VALOR-DESCONTADO
                           TO WRK-SN-DESCONTADO (WRK-QTD-SINISTROS)
                       MOVE SN-SITUACAO
                           TO WRK-SN-SITUACAO (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-ABERTURA
                           TO WRK-SN-DATA-ABERT (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-DECISAO
                           TO WRK-SN-DATA-DECIS (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-LIQUIDACAO
                           TO WRK-SN-DATA-LIQ (WRK-QTD-SINISTROS)
                       MOVE SN-CREDITO-CLIENTE
                           TO WRK-SN-CREDITO (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-CREDITO
                           TO WRK-SN-DATA-CRED (WRK-QTD-SINISTROS)
                   ELSE
                       MOVE 'S' TO WRK-SINISTRO-CHEIO
                   END-IF
           END-READ.

      *>*********************************************
       200000-APLICAR-PAGAMENTOS.
      *>*********************************************
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF (WRK-IT-SITUACAO (WRK-IDX-ITEM) = 'A'
                       OR WRK-IT-SITUACAO (WRK-IDX-ITEM) = SPACE)
                   AND WRK-IT-TIPO (WRK-IDX-ITEM) NOT = 'C'
                   AND WRK-IT-CLIENTE (WRK-IDX-ITEM) = PF-CLIENTE
                   AND WRK-IT-PEDIDO (WRK-IDX-ITEM) = PF-PEDIDO
                   MOVE 'S' TO WRK-ITEM-ACHADO
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'CAIXA'           TO GL-CONTA-DEBITO.
           MOVE 'CLI-A-RECE'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           PERFORM 225000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       300000-CREDITAR-SINISTROS.
      *>*********************************************
      *>   SINISTRO APROVADO (OU JA LIQUIDADO NA TRANSPORTADORA) AINDA
      *>   SEM CREDITO VIRA ITEM DE CREDITO DO CLIENTE PELO VALOR DA
      *>   MERCADORIA - CADASTRO TRANSBORDADO FICA PARA A PROXIMA
      *>   RODADA, PORQUE O SINISTRO NAO PODERIA SER REGRAVADO
           IF WRK-SINISTRO-CHEIO NOT = 'S'
               PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                       UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
                   IF (WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = 'V'
                           OR WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = 'L')
                       AND WRK-SN-CREDITO (WRK-IDX-SINISTRO) NOT = 'S'
                       PERFORM 310000-GERAR-CREDITO
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       310000-GERAR-CREDITO.
      *>*********************************************
           IF WRK-QTD-ITENS < 1000
               ADD 1 TO WRK-QTD-ITENS
               ADD 1 TO WRK-QTD-CREDITOS
               MOVE WRK-SN-CLIENTE (WRK-IDX-SINISTRO)
                   TO WRK-IT-CLIENTE (WRK-QTD-ITENS)
               MOVE WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
                   TO WRK-IT-PEDIDO (WRK-QTD-ITENS)
               MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO)
                   TO WRK-IT-VALOR (WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-IT-PAGO (WRK-QTD-ITENS)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-IT-EMISSAO (WRK-QTD-ITENS)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-IT-VENCIMENTO (WRK-QTD-ITENS)
               MOVE 'A' TO WRK-IT-SITUACAO (WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-IT-DATA-BAIXA (WRK-QTD-ITENS)
               MOVE 'C' TO WRK-IT-TIPO (WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-IT-ICMS (WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-IT-ESTAGIO (WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-IT-DATA-AVISO (WRK-QTD-ITENS)
               MOVE 'N' TO WRK-IT-NEGATIVACAO (WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-IT-DATA-NEGAT (WRK-QTD-ITENS)
               MOVE 'S' TO WRK-SN-CREDITO (WRK-IDX-SINISTRO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SN-DATA-CRED (WRK-IDX-SINISTRO)
               PERFORM 320000-GRAVAR-GLPOST-CREDITO
               DISPLAY 'CREDITO DE SINISTRO - CLIENTE '
                       WRK-SN-CLIENTE (WRK-IDX-SINISTRO)
                       ' PEDIDO ' WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
           ELSE
               DISPLAY 'CONTAREC COM MAIS DE 1000 ITENS - CREDITO DO '
                       'PEDIDO ' WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
                       ' ADIADO'
           END-IF.

      *>*********************************************
       320000-GRAVAR-GLPOST-CREDITO.
      *>*********************************************
      *>   A INDENIZACAO AO CLIENTE FICA A RECUPERAR DA
      *>   TRANSPORTADORA - O CONTAPAG BAIXA O SINIST-REC QUANDO
      *>   ABATE O SINISTRO DO PAGAMENTO DELA
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'SINIST-REC'      TO GL-CONTA-DEBITO.
           MOVE 'CLI-A-RECE'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'CRED SINISTRO PED '
                  WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO) TO GL-VALOR.
           PERFORM 225000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

      *>*********************************************
       350000-COMPENSAR-CREDITOS.
      *>*********************************************
      *>   CREDITO EM ABERTO ABATE OS TITULOS EM ABERTO DO MESMO
      *>   CLIENTE NA ORDEM DO ARQUIVO - O QUE SOBRAR SEGUE COMO
      *>   CREDITO A COMPENSAR NOS PROXIMOS FATURAMENTOS
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-IT-TIPO (WRK-IDX-ITEM) = 'C'
                   AND (WRK-IT-SITUACAO (WRK-IDX-ITEM) = 'A'
                       OR WRK-IT-SITUACAO (WRK-IDX-ITEM) = SPACE)
                   PERFORM 360000-COMPENSAR-UM-CREDITO
               END-IF
           END-PERFORM.

      *>*********************************************
       360000-COMPENSAR-UM-CREDITO.
      *>*********************************************
           PERFORM VARYING WRK-IDX-TITULO FROM 1 BY 1
                   UNTIL WRK-IDX-TITULO > WRK-QTD-ITENS
               IF WRK-IT-TIPO (WRK-IDX-TITULO) NOT = 'C'
                   AND (WRK-IT-SITUACAO (WRK-IDX-TITULO) = 'A'
                       OR WRK-IT-SITUACAO (WRK-IDX-TITULO) = SPACE)
                   AND WRK-IT-CLIENTE (WRK-IDX-TITULO) =
                       WRK-IT-CLIENTE (WRK-IDX-ITEM)
                   PERFORM 370000-COMPENSAR-TITULO
               END-IF
           END-PERFORM.

      *>*********************************************
       370000-COMPENSAR-TITULO.
      *>*********************************************
           COMPUTE WRK-SALDO-CREDITO =
                   WRK-IT-VALOR (WRK-IDX-ITEM) -
                   WRK-IT-PAGO (WRK-IDX-ITEM).
           COMPUTE WRK-SALDO-ITEM =
                   WRK-IT-VALOR (WRK-IDX-TITULO) -
                   WRK-IT-PAGO (WRK-IDX-TITULO).
           IF WRK-SALDO-CREDITO < WRK-SALDO-ITEM
               MOVE WRK-SALDO-CREDITO TO WRK-VALOR-COMPENSAR
           ELSE
               MOVE WRK-SALDO-ITEM TO WRK-VALOR-COMPENSAR
           END-IF.
           ADD WRK-VALOR-COMPENSAR TO WRK-IT-PAGO (WRK-IDX-TITULO).
           ADD WRK-VALOR-COMPENSAR TO WRK-IT-PAGO (WRK-IDX-ITEM).
           ADD WRK-VALOR-COMPENSAR TO WRK-TOT-COMPENSADO.
           IF WRK-IT-PAGO (WRK-IDX-TITULO) >=
                   WRK-IT-VALOR (WRK-IDX-TITULO)
               MOVE 'P' TO WRK-IT-SITUACAO (WRK-IDX-TITULO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-IT-DATA-BAIXA (WRK-IDX-TITULO)
               ADD 1 TO WRK-QTD-BAIXADOS
           END-IF.
           IF WRK-IT-PAGO (WRK-IDX-ITEM) >=
                   WRK-IT-VALOR (WRK-IDX-ITEM)
               MOVE 'P' TO WRK-IT-SITUACAO (WRK-IDX-ITEM)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-IT-DATA-BAIXA (WRK-IDX-ITEM)
               MOVE WRK-QTD-ITENS TO WRK-IDX-TITULO
           END-IF.

      *>*********************************************
       400000-REGRAVAR-CONTAREC.
      *>*********************************************
               OPEN OUTPUT CONTAREC
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   IF WRK-IT-SITUACAO (WRK-IDX-ITEM) = 'P'
                       AND WRK-IT-NEGATIVACAO (WRK-IDX-ITEM) = 'S'
                       PERFORM 410000-RETIRAR-NEGATIVACAO
                   END-IF
                   MOVE SPACES TO AR-REGISTRO
                   MOVE WRK-IT-CLIENTE (WRK-IDX-ITEM)
                       TO AR-CLIENTE
                       TO AR-SITUACAO
                   MOVE WRK-IT-DATA-BAIXA (WRK-IDX-ITEM)
                       TO AR-DATA-BAIXA
                   MOVE WRK-IT-TIPO (WRK-IDX-ITEM)
                       TO AR-TIPO
                   MOVE WRK-IT-ICMS (WRK-IDX-ITEM)
                       TO AR-ICMS
                   MOVE WRK-IT-ESTAGIO (WRK-IDX-ITEM)
                       TO AR-ESTAGIO-COBRANCA
                   MOVE WRK-IT-DATA-AVISO (WRK-IDX-ITEM)
                       TO AR-DATA-AVISO
                   MOVE WRK-IT-NEGATIVACAO (WRK-IDX-ITEM)
                       TO AR-NEGATIVACAO
                   MOVE WRK-IT-DATA-NEGAT (WRK-IDX-ITEM)
                       TO AR-DATA-NEGATIVACAO
                   WRITE AR-REGISTRO
               END-PERFORM
               CLOSE CONTAREC
           END-IF.

      *>*********************************************
       410000-RETIRAR-NEGATIVACAO.
      *>*********************************************
      *>   TITULO QUITADO SAI DO BIRO - A EXCLUSAO VAI NO MESMO
      *>   EXTRATO DA INCLUSAO E O ITEM FICA MARCADO COMO RETIRADO
           OPEN EXTEND NEGATIV.
           IF WRK-NEGATIV-STATUS NOT = '00'
               OPEN OUTPUT NEGATIV
           END-IF.
           MOVE SPACES TO NG-REGISTRO.
           MOVE 'E' TO NG-TIPO.
           MOVE WRK-IT-CLIENTE (WRK-IDX-ITEM)    TO NG-CLIENTE.
           MOVE WRK-IT-PEDIDO (WRK-IDX-ITEM)     TO NG-PEDIDO.
           MOVE WRK-IT-EMISSAO (WRK-IDX-ITEM)    TO NG-DATA-EMISSAO.
           MOVE WRK-IT-VENCIMENTO (WRK-IDX-ITEM) TO NG-VENCIMENTO.
           MOVE WRK-IT-VALOR (WRK-IDX-ITEM)      TO NG-VALOR-ORIGINAL.
           MOVE ZEROS                            TO NG-SALDO-DEVEDOR.
           MOVE WRK-DATA-PROCESSO                TO NG-DATA-MOVIMENTO.
           MOVE WRK-IT-DATA-AVISO (WRK-IDX-ITEM)
               TO NG-DATA-AVISO-FINAL.
           WRITE NG-REGISTRO.
           CLOSE NEGATIV.
           MOVE 'R' TO WRK-IT-NEGATIVACAO (WRK-IDX-ITEM).
           MOVE WRK-DATA-PROCESSO TO WRK-IT-DATA-NEGAT (WRK-IDX-ITEM).
           ADD 1 TO WRK-QTD-RETIRADAS.
           DISPLAY 'NEGATIVACAO RETIRADA - CLIENTE '
                   WRK-IT-CLIENTE (WRK-IDX-ITEM)
                   ' PEDIDO ' WRK-IT-PEDIDO (WRK-IDX-ITEM).

      *>*********************************************
       450000-REGRAVAR-SINISTRO.
      *>*********************************************
           IF WRK-QTD-CREDITOS > 0
               OPEN OUTPUT SINISTRO
               PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                       UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
                   MOVE SPACES TO SN-REGISTRO
                   MOVE WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
                       TO SN-PEDIDO
                   MOVE WRK-SN-TRANSP (WRK-IDX-SINISTRO)
                       TO SN-TRANSPORTADORA
                   MOVE WRK-SN-CLIENTE (WRK-IDX-SINISTRO)
                       TO SN-CLIENTE
                   MOVE WRK-SN-OCORRENCIA (WRK-IDX-SINISTRO)
                       TO SN-OCORRENCIA
                   MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO)
                       TO SN-VALOR
                   MOVE WRK-SN-DESCONTADO (WRK-IDX-SINISTRO)
                       TO SN-VALOR-DESCONTADO
                   MOVE WRK-SN-SITUACAO (WRK-IDX-SINISTRO)
                       TO SN-SITUACAO
                   MOVE WRK-SN-DATA-ABERT (WRK-IDX-SINISTRO)
                       TO SN-DATA-ABERTURA
                   MOVE WRK-SN-DATA-DECIS (WRK-IDX-SINISTRO)
                       TO SN-DATA-DECISAO
                   MOVE WRK-SN-DATA-LIQ (WRK-IDX-SINISTRO)
                       TO SN-DATA-LIQUIDACAO
                   MOVE WRK-SN-CREDITO (WRK-IDX-SINISTRO)
                       TO SN-CREDITO-CLIENTE
                   MOVE WRK-SN-DATA-CRED (WRK-IDX-SINISTRO)
                       TO SN-DATA-CREDITO
                   WRITE SN-REGISTRO
               END-PERFORM
               CLOSE SINISTRO
           END-IF.

      *>*********************************************
       500000-EMITIR-AGING.
      *>*********************************************

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF (WRK-IT-SITUACAO (WRK-IDX-ITEM) = 'A'
                       OR WRK-IT-SITUACAO (WRK-IDX-ITEM) = SPACE)
                   AND WRK-IT-TIPO (WRK-IDX-ITEM) NOT = 'C'
                   PERFORM 510000-CLASSIFICAR-ITEM
               END-IF
           END-PERFORM.
               PERFORM 520000-IMPRIMIR-CLIENTE
           END-PERFORM.

      *>   CREDITO DE SINISTRO QUE SOBROU NAO ENTRA NAS FAIXAS -
      *>   SAI LISTADO A PARTE ATE SER COMPENSADO
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-IT-TIPO (WRK-IDX-ITEM) = 'C'
                   AND (WRK-IT-SITUACAO (WRK-IDX-ITEM) = 'A'
                       OR WRK-IT-SITUACAO (WRK-IDX-ITEM) = SPACE)
                   COMPUTE WRK-SALDO-CREDITO =
                           WRK-IT-VALOR (WRK-IDX-ITEM) -
                           WRK-IT-PAGO (WRK-IDX-ITEM)
                   MOVE WRK-SALDO-CREDITO TO CE-VALOR-EDITADO
                   MOVE SPACES TO ARAGIRPT-LINHA
                   STRING 'CLIENTE ' WRK-IT-CLIENTE (WRK-IDX-ITEM)
                          ' CREDITO A COMPENSAR (SINISTRO PED '
                          WRK-IT-PEDIDO (WRK-IDX-ITEM) ') '
                          CE-VALOR-EDITADO
                       DELIMITED BY SIZE INTO ARAGIRPT-LINHA
                   END-STRING
                   WRITE ARAGIRPT-LINHA
               END-IF
           END-PERFORM.

      *>*********************************************
       510000-CLASSIFICAR-ITEM.
      *>*********************************************
           DISPLAY 'PAGAMENTOS PARCIAIS..: ' WRK-QTD-PARCIAIS.
           DISPLAY 'PAGTOS SEM ITEM......: ' WRK-QTD-SEM-ITEM.
           DISPLAY 'CLIENTES RETIDOS.....: ' WRK-QTD-RETIDOS.
           DISPLAY 'CREDITOS DE SINISTRO.: ' WRK-QTD-CREDITOS.
           DISPLAY 'NEGATIVACOES RETIRAD.: ' WRK-QTD-RETIRADAS.
           MOVE WRK-TOT-COMPENSADO TO CE-VALOR-EDITADO.
           DISPLAY 'CREDITO COMPENSADO...: ' CE-VALOR-EDITADO.
           DISPLAY '========================='.

           IF WRK-QTD-SEM-ITEM > 0 OR WRK-QTD-RETIDOS > 0
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
           MOVE 'RECEBPAG' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
