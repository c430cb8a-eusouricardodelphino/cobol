      *>              CONTAS A RECEBER ALEM DO LIMITE, APURADOS PELO
      *>              RECEBPAG) NAO E COTADO - SAI RETIDO NO CONSOLE
      *>              E NO RETURN-CODE ATE A PENDENCIA SER RESOLVIDA
      *> 15/10/2026 - SEGURO AD VALOREM: 230000 PASSA A COBRAR SOBRE
      *>              O VALOR DA MERCADORIA (FO-VALOR) O PERCENTUAL DO
      *>              PARMGER (PROGCOB09/PCT-SEGURO, PADRAO 0,30%),
      *>              SOMADO AO FRETE E FORA DO DESCONTO DE CUPOM; VALOR
      *>              DA MERCADORIA E SEGURO VAO PARA O SHIPMAST, BASE
      *>              DA INDENIZACAO DO SINISTRO
      *> 15/10/2026 - ATRIBUICAO DE TRANSPORTADORA PELO
      *>              BOLETIM DE DESEMPENHO (TRANSNOT, GERADO
      *>              PELO TRANSAVL NO MONTHRUN): ENTRE AS QUE
      *>              COBREM A UF/PESO, 246000 ESCOLHE A DE
      *>              MELHOR NOTA (EMPATE FICA COM A PRIMEIRA DO
      *>              TRANSPMA) E NAO ATRIBUI CARGA A EXCLUIDA
      *>              POR NOTA ABAIXO DO PISO ATE O COMPRAS
      *>              REABILITAR PELO TRANSREA
      *> 15/10/2026 - PESO REAL E CUBAGEM EM M3 DO PEDIDO (SOMA DOS
      *>              VOLUMES DO FRETEVOL, OU O VOLUME UNICO DO PEDIDO)
      *>              GRAVADOS NO SHIPMAST PARA O PLANEJAMENTO DE
      *>              CARGA DO ROMANEIO; FS-CARGA NASCE ZERADO
      *> 15/10/2026 - LIMITE DE CREDITO POR CLIENTE (LIMCRED, MANTIDO
      *>              PELO LIMCMANT): ALEM DO CLIBLOQ, 216000 RETEM O
      *>              PEDIDO QUANDO OS TITULOS EM ABERTO DO CONTAREC
      *>              MAIS OS PEDIDOS COTADOS NO DIA JA ESTAO NO
      *>              LIMITE, E 217000 QUANDO O FRETE DO PROPRIO
      *>              PEDIDO O FARIA PASSAR; O RELATORIO DIARIO
      *>              CREDRPT LISTA OS PEDIDOS RETIDOS E OS CLIENTES
      *>              COM MAIS DE 80% DO LIMITE EM USO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANSPMA ASSIGN TO "TRANSPMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPMA-STATUS.
           SELECT TRANSNOT ASSIGN TO "TRANSNOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSNOT-STATUS.
           SELECT SHIPMAST ASSIGN TO "SHIPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPMAST-STATUS.
           SELECT FRETEVOL ASSIGN TO "FRETEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETEVOL-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT LIMCRED ASSIGN TO "LIMCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMCRED-STATUS.
           SELECT CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAREC-STATUS.
           SELECT CREDRPT ASSIGN TO "CREDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDRPT-STATUS.
           SELECT ITMQTD ASSIGN TO "ITMQTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       FD  TRANSPMA.
           COPY "TRANSPMA.CPY" IN 'COPYBOOKS'.
       FD  TRANSNOT.
           COPY "TRANSNOT.CPY" IN 'COPYBOOKS'.
       FD  SHIPMAST.
           COPY "FRETESHP.CPY" IN 'COPYBOOKS'.
       FD  CLIBLOQ.
           COPY "FRETECLI.CPY" IN 'COPYBOOKS'.
       FD  FRETEVOL.
           COPY "FRETEVOL.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  LIMCRED.
           COPY "LIMCRED.CPY" IN 'COPYBOOKS'.
       FD  CONTAREC.
           COPY "CONTAREC.CPY" IN 'COPYBOOKS'.
       FD  CREDRPT
           RECORDING MODE IS F.
       01  CREDRPT-LINHA            PIC X(80).
       FD  ITMQTD.
           COPY "ITMQTD.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-CUPOM           PIC X(10)    VALUE SPACES.
       77 WRK-PCT-DESCONTO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FRETE           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SEGURO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PCT-SEGURO      PIC 9(02)V9(04) VALUE 0,3000.
       77 WRK-PARMGER-STATUS  PIC X(02)    VALUE SPACES.
       77 WRK-FRETE-UF-STATUS PIC X(01)    VALUE 'N'.
           88 WRK-UF-ATENDIDA     VALUE 'S'.
       77 WRK-MULTIPLICADOR   PIC 9(01)V99 VALUE ZEROS.
       77 WRK-QTD-RETIDOS     PIC 9(04)    VALUE ZEROS.
       01 WRK-TABELA-BLOQUEIO.
           05  WRK-BQ-CLIENTE OCCURS 100 TIMES PIC 9(06).
       77 WRK-MOTIVO-RETENCAO PIC X(01)    VALUE SPACES.
           88 WRK-RETIDO-INADIMPL VALUE 'I'.
           88 WRK-RETIDO-LIMITE   VALUE 'L'.
       77 WRK-QTD-RET-LIMITE  PIC 9(04)    VALUE ZEROS.
       77 WRK-LIMCRED-STATUS  PIC X(02)    VALUE SPACES.
       77 WRK-CONTAREC-STATUS PIC X(02)    VALUE SPACES.
       77 WRK-CREDRPT-STATUS  PIC X(02)    VALUE SPACES.
       77 WRK-QTD-LIMITES     PIC 9(03)    VALUE ZEROS.
       77 WRK-IDX-LIMITE      PIC 9(03)    VALUE ZEROS.
       77 WRK-IDX-LIM-CLIENTE PIC 9(03)    VALUE ZEROS.
       77 WRK-CLIENTE-LIMITE  PIC 9(06)    VALUE ZEROS.
       77 WRK-EM-USO          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PCT-USO         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-ACIMA-80    PIC 9(03)    VALUE ZEROS.
       77 WRK-FRETE-ED        PIC ZZZ.ZZ9,99.
       77 WRK-EM-USO-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-LIMITE-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-PCT-USO-ED      PIC ZZZZ9,99.
      *>   LIMITE DE CREDITO DO CLIENTE (LIMCRED) COM O QUE JA ESTA EM
      *>   USO: TITULOS EM ABERTO DO CONTAREC E FRETE COTADO NO DIA
       01 WRK-TABELA-LIMITES.
           05  WRK-LIM-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TLM.
               10  WRK-LM-CLIENTE     PIC 9(06).
               10  WRK-LM-LIMITE      PIC 9(09)V99.
               10  WRK-LM-REVISAO     PIC 9(08).
               10  WRK-LM-ABERTO      PIC 9(11)V99.
               10  WRK-LM-COTADO-DIA  PIC 9(11)V99.
       77 WRK-CEP             PIC 9(08)    VALUE ZEROS.
       77 WRK-ZONA            PIC X(01)    VALUE SPACES.
       77 WRK-QTD-ZONAS       PIC 9(03)    VALUE ZEROS.
       77 WRK-QTD-VOL-PEDIDO  PIC 9(02)    VALUE ZEROS.
       77 WRK-PESO-VOLUME     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUBADO-VOLUME   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-PESO-REAL-PED   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUBAGEM-PED     PIC 9(03)V9(04) VALUE ZEROS.
       01 WRK-TABELA-VOLUMES.
           05  WRK-VOL-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TVL.
               10  WRK-VL-PEDIDO      PIC 9(06).
       77 WRK-PEDIDO           PIC 9(06)   VALUE ZEROS.
       77 WRK-TRANSPMA-STATUS  PIC X(02)   VALUE SPACES.
       77 WRK-TRANSPORTADORA   PIC X(10)   VALUE SPACES.
       77 WRK-TRANSNOT-STATUS  PIC X(02)   VALUE SPACES.
       77 WRK-MELHOR-NOTA      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTD-EXCL-COBERT  PIC 9(03)   VALUE ZEROS.
       77 WRK-CLIENTE          PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-TRANSP       PIC 9(03)   VALUE ZEROS.
       77 WRK-IDX-TRANSP       PIC 9(03)   VALUE ZEROS.
               10  WRK-TM-UF            PIC X(02).
               10  WRK-TM-PESO-DE       PIC 9(04)V99.
               10  WRK-TM-PESO-ATE      PIC 9(04)V99.
               10  WRK-TM-NOTA          PIC 9(03)V99.
               10  WRK-TM-SITUACAO      PIC X(01).
       01 WRK-TABELA-MANIFESTO.
           05  WRK-MANIF-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-TMF.
           COMPUTE WRK-INT-DATA-PEDIDO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PEDIDO).

           PERFORM 105000-CARREGAR-PARAMETROS.
           PERFORM 110000-CARREGAR-TABELA-UF.
           PERFORM 111000-CARREGAR-BLOQUEADOS.
           PERFORM 111500-CARREGAR-ZONAS.
           PERFORM 120000-CARREGAR-CUPONS.
           PERFORM 130000-ABRIR-ITMQTD.
           PERFORM 140000-CARREGAR-TRANSPORTADORAS.
           PERFORM 117000-CARREGAR-LIMITES.
           OPEN OUTPUT FRETEMAN.
           OPEN EXTEND SHIPMAST.
           IF WRK-SHIPMAST-STATUS NOT = '00'
               OPEN OUTPUT SHIPMAST
           END-IF.

           OPEN OUTPUT CREDRPT.
           MOVE SPACES TO CREDRPT-LINHA.
           STRING 'PEDIDOS RETIDOS NA COTACAO DE FRETE - '
                  WRK-DATA-PEDIDO
               DELIMITED BY SIZE INTO CREDRPT-LINHA
           END-STRING.
           WRITE CREDRPT-LINHA.
           MOVE SPACES TO CREDRPT-LINHA.
           STRING 'PEDIDO CLIENTE MOTIVO      FRETE PEDIDO         '
                  'EM USO         LIMITE'
               DELIMITED BY SIZE INTO CREDRPT-LINHA
           END-STRING.
           WRITE CREDRPT-LINHA.

           OPEN INPUT FRETEORD.
           IF WRK-FRETEORD-STATUS = '00'
               MOVE 'S' TO WRK-MODO-LOTE
               CLOSE FRETEORD
           END-IF.

      *>*********************************************
       105000-CARREGAR-PARAMETROS.
      *>*********************************************
           OPEN INPUT PARMGER.
           IF WRK-PARMGER-STATUS = '00'
               PERFORM 106000-LER-PARAMETRO
                   UNTIL WRK-PARMGER-STATUS = '10'
               CLOSE PARMGER
           END-IF.

      *>*********************************************
       106000-LER-PARAMETRO.
      *>*********************************************
           READ PARMGER
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-PROGRAMA = 'PROGCOB09'
                       AND PG-CHAVE = 'PCT-SEGURO'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PEDIDO)
                       MOVE PG-VALOR TO WRK-PCT-SEGURO
                   END-IF
           END-READ.

      *>*********************************************
       110000-CARREGAR-TABELA-UF.
      *>*********************************************
                   END-IF
           END-READ.

      *>*********************************************
       117000-CARREGAR-LIMITES.
      *>*********************************************
      *>   LIMITE DE CREDITO POR CLIENTE - OPCIONAL: CLIENTE SEM
      *>   LIMITE SO E RETIDO PELO CLIBLOQ. O EM USO SOMA OS TITULOS
      *>   EM ABERTO DO CONTAREC E O FRETE JA COTADO HOJE NO SHIPMAST
      *>   (AINDA NAO FATURADO PELO FRETEFAT) - TITULO EMITIDO HOJE
      *>   FICA DE FORA PARA O MESMO PEDIDO NAO CONTAR DUAS VEZES
           MOVE ZEROS TO WRK-QTD-LIMITES.
           OPEN INPUT LIMCRED.
           IF WRK-LIMCRED-STATUS = '00'
               PERFORM 117100-LER-LIMITE
                   UNTIL WRK-LIMCRED-STATUS = '10'
               CLOSE LIMCRED
           END-IF.

           IF WRK-QTD-LIMITES > 0
               OPEN INPUT CONTAREC
               IF WRK-CONTAREC-STATUS = '00'
                   PERFORM 117200-LER-TITULO-ABERTO
                       UNTIL WRK-CONTAREC-STATUS = '10'
                   CLOSE CONTAREC
               ELSE
                   DISPLAY 'CONTAREC INDISPONIVEL - LIMITE DE CREDITO '
                           'SO CONTRA O COTADO NO DIA'
               END-IF
               OPEN INPUT SHIPMAST
               IF WRK-SHIPMAST-STATUS = '00'
                   PERFORM 117300-LER-COTADO-DIA
                       UNTIL WRK-SHIPMAST-STATUS = '10'
                   CLOSE SHIPMAST
               END-IF
           END-IF.

      *>*********************************************
       117100-LER-LIMITE.
      *>*********************************************
           READ LIMCRED
               AT END
                   CONTINUE
               NOT AT END
                   IF LC-LIMITE NUMERIC AND LC-LIMITE > 0
                       IF WRK-QTD-LIMITES < 500
                           ADD 1 TO WRK-QTD-LIMITES
                           MOVE LC-CLIENTE
                               TO WRK-LM-CLIENTE (WRK-QTD-LIMITES)
                           MOVE LC-LIMITE
                               TO WRK-LM-LIMITE (WRK-QTD-LIMITES)
                           MOVE LC-DATA-REVISAO
                               TO WRK-LM-REVISAO (WRK-QTD-LIMITES)
                           MOVE ZEROS
                               TO WRK-LM-ABERTO (WRK-QTD-LIMITES)
                           MOVE ZEROS
                               TO WRK-LM-COTADO-DIA (WRK-QTD-LIMITES)
                       ELSE
                           DISPLAY 'LIMCRED COM MAIS DE 500 CLIENTES '
                                   '- REGISTRO IGNORADO'
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       117200-LER-TITULO-ABERTO.
      *>*********************************************
           READ CONTAREC
               AT END
                   CONTINUE
               NOT AT END
                   IF AR-TITULO AND AR-ABERTO
                       AND AR-DATA-EMISSAO NOT = WRK-DATA-PEDIDO
                       AND AR-VALOR > AR-VALOR-PAGO
                       MOVE AR-CLIENTE TO WRK-CLIENTE-LIMITE
                       PERFORM 117500-LOCALIZAR-LIMITE
                       IF WRK-IDX-LIM-CLIENTE > 0
                           COMPUTE WRK-LM-ABERTO (WRK-IDX-LIM-CLIENTE) =
                                   WRK-LM-ABERTO (WRK-IDX-LIM-CLIENTE)
                                   + AR-VALOR - AR-VALOR-PAGO
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       117300-LER-COTADO-DIA.
      *>*********************************************
           READ SHIPMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-DATA-PEDIDO = WRK-DATA-PEDIDO
                       AND FS-FRETE NUMERIC
                       MOVE FS-CLIENTE TO WRK-CLIENTE-LIMITE
                       PERFORM 117500-LOCALIZAR-LIMITE
                       IF WRK-IDX-LIM-CLIENTE > 0
                           ADD FS-FRETE
                               TO WRK-LM-COTADO-DIA
                                   (WRK-IDX-LIM-CLIENTE)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       117500-LOCALIZAR-LIMITE.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-LIM-CLIENTE.
           PERFORM VARYING WRK-IDX-LIMITE FROM 1 BY 1
                   UNTIL WRK-IDX-LIMITE > WRK-QTD-LIMITES
               IF WRK-LM-CLIENTE (WRK-IDX-LIMITE) = WRK-CLIENTE-LIMITE
                   MOVE WRK-IDX-LIMITE TO WRK-IDX-LIM-CLIENTE
                   MOVE WRK-QTD-LIMITES TO WRK-IDX-LIMITE
               END-IF
           END-PERFORM.

      *>*********************************************
       120000-CARREGAR-CUPONS.
      *>*********************************************
               PERFORM 141000-LER-TRANSPORTADORA
                   UNTIL WRK-TRANSPMA-STATUS = '10'
               CLOSE TRANSPMA
               PERFORM 145000-CARREGAR-NOTAS
           ELSE
               DISPLAY 'TRANSPMA INDISPONIVEL - MANIFESTO SAI SEM '
                       'ATRIBUICAO DE TRANSPORTADORA'
                           TO WRK-TM-PESO-DE (WRK-QTD-TRANSP)
                       MOVE TM-PESO-ATE
                           TO WRK-TM-PESO-ATE (WRK-QTD-TRANSP)
                       MOVE ZEROS TO WRK-TM-NOTA (WRK-QTD-TRANSP)
                       MOVE 'A' TO WRK-TM-SITUACAO (WRK-QTD-TRANSP)
                   ELSE
                       DISPLAY 'TRANSPMA COM MAIS DE 100 REGISTROS - '
                               'IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       145000-CARREGAR-NOTAS.
      *>*********************************************
      *>   SEM BOLETIM TODAS FICAM COM NOTA ZERO E ATIVAS - VALE A
      *>   ORDEM DO CADASTRO, COMO ANTES DO TRANSNOT
           OPEN INPUT TRANSNOT.
           IF WRK-TRANSNOT-STATUS = '00'
               PERFORM 146000-LER-NOTA
                   UNTIL WRK-TRANSNOT-STATUS = '10'
               CLOSE TRANSNOT
           ELSE
               DISPLAY 'TRANSNOT INDISPONIVEL - ATRIBUICAO PELA '
                       'ORDEM DO TRANSPMA'
           END-IF.

      *>*********************************************
       146000-LER-NOTA.
      *>*********************************************
      *>   A MESMA TRANSPORTADORA PODE TER VARIAS FAIXAS NO
      *>   TRANSPMA - A NOTA VALE PARA TODAS
           READ TRANSNOT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                           UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
                       IF WRK-TM-CODIGO (WRK-IDX-TRANSP)
                               = TN-TRANSPORTADORA
                           MOVE TN-NOTA
                               TO WRK-TM-NOTA (WRK-IDX-TRANSP)
                           MOVE TN-SITUACAO
                               TO WRK-TM-SITUACAO (WRK-IDX-TRANSP)
                       END-IF
                   END-PERFORM
           END-READ.

      *>*********************************************
       200000-PROCESSAR-LOTE.
      *>*********************************************
               PERFORM 215000-OBTER-DADOS-INTERATIVOS
           END-IF.

           MOVE ZEROS TO WRK-FRETE.
           PERFORM 216000-CONFERIR-RETENCAO.
           IF WRK-PEDIDO-RETIDO = 'S'
               PERFORM 219000-REGISTRAR-RETENCAO
           ELSE
               PERFORM 218000-COTAR-PEDIDO
           END-IF.
       216000-CONFERIR-RETENCAO.
      *>*********************************************
      *>   CLIENTE LISTADO NO CLIBLOQ (VENCIDOS ALEM DO LIMITE) NAO
      *>   TEM PEDIDO NOVO COTADO ATE A PENDENCIA SER RESOLVIDA;
      *>   CLIENTE COM LIMITE DE CREDITO JA TOMADO PELOS TITULOS EM
      *>   ABERTO E PELO COTADO NO DIA TAMBEM FICA RETIDO - O FRETE
      *>   DO PROPRIO PEDIDO E CONFERIDO DEPOIS DE CALCULADO (217000)
           MOVE 'N' TO WRK-PEDIDO-RETIDO.
           MOVE SPACES TO WRK-MOTIVO-RETENCAO.
           PERFORM VARYING WRK-IDX-BLOQUEADO FROM 1 BY 1
                   UNTIL WRK-IDX-BLOQUEADO > WRK-QTD-BLOQUEADOS
               IF WRK-BQ-CLIENTE (WRK-IDX-BLOQUEADO) = WRK-CLIENTE
                   MOVE 'S' TO WRK-PEDIDO-RETIDO
                   MOVE 'I' TO WRK-MOTIVO-RETENCAO
                   MOVE WRK-QTD-BLOQUEADOS TO WRK-IDX-BLOQUEADO
               END-IF
           END-PERFORM.

           MOVE WRK-CLIENTE TO WRK-CLIENTE-LIMITE.
           PERFORM 117500-LOCALIZAR-LIMITE.
           IF WRK-PEDIDO-RETIDO = 'N' AND WRK-IDX-LIM-CLIENTE > 0
               COMPUTE WRK-EM-USO =
                       WRK-LM-ABERTO (WRK-IDX-LIM-CLIENTE)
                       + WRK-LM-COTADO-DIA (WRK-IDX-LIM-CLIENTE)
               IF WRK-EM-USO >= WRK-LM-LIMITE (WRK-IDX-LIM-CLIENTE)
                   MOVE 'S' TO WRK-PEDIDO-RETIDO
                   MOVE 'L' TO WRK-MOTIVO-RETENCAO
               END-IF
           END-IF.

      *>*********************************************
       217000-CONFERIR-LIMITE-PEDIDO.
      *>*********************************************
      *>   COM O FRETE CALCULADO: O PEDIDO QUE FARIA O CLIENTE PASSAR
      *>   DO LIMITE FICA RETIDO SEM IR PARA O MANIFESTO NEM SHIPMAST
           IF WRK-IDX-LIM-CLIENTE > 0
               COMPUTE WRK-EM-USO =
                       WRK-LM-ABERTO (WRK-IDX-LIM-CLIENTE)
                       + WRK-LM-COTADO-DIA (WRK-IDX-LIM-CLIENTE)
               IF WRK-EM-USO + WRK-FRETE >
                       WRK-LM-LIMITE (WRK-IDX-LIM-CLIENTE)
                   MOVE 'S' TO WRK-PEDIDO-RETIDO
                   MOVE 'L' TO WRK-MOTIVO-RETENCAO
               END-IF
           END-IF.

      *>*********************************************
       218000-COTAR-PEDIDO.
      *>*********************************************
               PERFORM 225000-BUSCAR-TARIFA-CLIENTE
               PERFORM 230000-CALCULAR-FRETE
               PERFORM 240000-APLICAR-CUPOM
               PERFORM 217000-CONFERIR-LIMITE-PEDIDO
               IF WRK-PEDIDO-RETIDO = 'S'
                   PERFORM 219000-REGISTRAR-RETENCAO
               ELSE
                   PERFORM 218500-FECHAR-COTACAO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-SEM-ENTREGA
               DISPLAY 'NÃO ENTREGAMOS NESSE ESTADO :('
           END-IF.

      *>*********************************************
       218500-FECHAR-COTACAO.
      *>*********************************************
           PERFORM 245000-BUSCAR-CLASSIF-ITEM
           PERFORM 246000-ATRIBUIR-TRANSPORTADORA
           COMPUTE WRK-INT-DATA-ENTREGA =
                   WRK-INT-DATA-PEDIDO + WRK-PRAZO-ENTREGA
           COMPUTE WRK-DATA-ENTREGA =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA-ENTREGA)
           CALL 'DIAUTIL' USING WRK-DATA-ENTREGA
           END-CALL
           MOVE WRK-FRETE TO CE-VALOR-EDITADO
           DISPLAY '========================='
           DISPLAY 'O VALOR TOTAL É ' CE-VALOR-EDITADO
           MOVE WRK-SEGURO TO CE-VALOR-EDITADO
           DISPLAY 'SEGURO AD VALOREM INCLUIDO: ' CE-VALOR-EDITADO
           DISPLAY 'PRAZO DE ENTREGA (DIAS): ' WRK-PRAZO-ENTREGA
           DISPLAY 'DATA PREVISTA DE ENTREGA: ' WRK-DATA-ENTREGA
           IF WRK-CLASSIFICACAO-IT NOT = SPACES
               DISPLAY 'CLASSIFICACAO DO ITEM/QUANTIDADE: '
                       WRK-CLASSIFICACAO-IT
           END-IF
           PERFORM 250000-IMPRIMIR-MANIFESTO
           PERFORM 255000-GRAVAR-EXPEDICAO.

      *>   O FRETE COTADO PASSA A CONTAR NO LIMITE DO CLIENTE PARA OS
      *>   PEDIDOS SEGUINTES DO MESMO LOTE
           IF WRK-IDX-LIM-CLIENTE > 0
               ADD WRK-FRETE TO WRK-LM-COTADO-DIA (WRK-IDX-LIM-CLIENTE)
           END-IF.

      *>*********************************************
       219000-REGISTRAR-RETENCAO.
      *>*********************************************
           ADD 1 TO WRK-QTD-RETIDOS.
           MOVE SPACES TO CREDRPT-LINHA.
           IF WRK-RETIDO-LIMITE
               ADD 1 TO WRK-QTD-RET-LIMITE
               DISPLAY 'PEDIDO ' WRK-PEDIDO ' RETIDO - CLIENTE '
                       WRK-CLIENTE ' SEM LIMITE DE CREDITO '
                       'DISPONIVEL'
               MOVE WRK-FRETE TO WRK-FRETE-ED
               MOVE WRK-EM-USO TO WRK-EM-USO-ED
               MOVE WRK-LM-LIMITE (WRK-IDX-LIM-CLIENTE)
                   TO WRK-LIMITE-ED
               STRING WRK-PEDIDO ' ' WRK-CLIENTE ' LIMITE CREDITO '
                      WRK-FRETE-ED ' ' WRK-EM-USO-ED ' '
                      WRK-LIMITE-ED
                   DELIMITED BY SIZE INTO CREDRPT-LINHA
               END-STRING
           ELSE
               DISPLAY 'PEDIDO ' WRK-PEDIDO ' RETIDO - CLIENTE '
                       WRK-CLIENTE ' COM PENDENCIA NO CONTAS A '
                       'RECEBER'
               STRING WRK-PEDIDO ' ' WRK-CLIENTE ' INADIMPLENCIA'
                   DELIMITED BY SIZE INTO CREDRPT-LINHA
               END-STRING
           END-IF.
           WRITE CREDRPT-LINHA.

      *>*********************************************
       215000-OBTER-DADOS-INTERATIVOS.
      *>*********************************************
      *>   PEDIDO. PESO CUBADO - FORMULA PADRAO DO SETOR (CM3 / 6000)
           MOVE ZEROS TO WRK-QTD-VOL-PEDIDO.
           MOVE ZEROS TO WRK-PESO-TARIFAVEL.
           MOVE ZEROS TO WRK-PESO-REAL-PED.
           MOVE ZEROS TO WRK-CUBAGEM-PED.
           PERFORM VARYING WRK-IDX-VOLUME FROM 1 BY 1
                   UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUMES-TAB
               IF WRK-VL-PEDIDO (WRK-IDX-VOLUME) = WRK-PEDIDO
           END-PERFORM.
           IF WRK-QTD-VOL-PEDIDO = 0
               MOVE 1 TO WRK-QTD-VOL-PEDIDO
               MOVE WRK-PESO TO WRK-PESO-REAL-PED
               COMPUTE WRK-CUBAGEM-PED ROUNDED =
                       (WRK-ALTURA * WRK-LARGURA * WRK-COMPRIMENTO)
                       / 1000000
               COMPUTE WRK-PESO-CUBADO ROUNDED =
                       (WRK-ALTURA * WRK-LARGURA * WRK-COMPRIMENTO)
                       / 6000
           COMPUTE WRK-FRETE ROUNDED =
                   (WRK-VALOR * WRK-MULTIPLICADOR) +
                   (WRK-PESO-TARIFAVEL * WRK-TARIFA-KG).
      *>   SEGURO AD VALOREM SOBRE O VALOR DA MERCADORIA - COBRE A
      *>   INDENIZACAO DO SINISTRO (AVARIA/EXTRAVIO) AO CLIENTE
           COMPUTE WRK-SEGURO ROUNDED =
                   WRK-VALOR * WRK-PCT-SEGURO / 100.
           ADD WRK-SEGURO TO WRK-FRETE.

      *>*********************************************
       235000-TARIFAR-VOLUME.
      *>*********************************************
           MOVE WRK-VL-PESO (WRK-IDX-VOLUME) TO WRK-PESO-VOLUME.
           ADD WRK-PESO-VOLUME TO WRK-PESO-REAL-PED.
      *>   CUBAGEM PARA A CARGA DO VEICULO EM M3 (CM3 / 1.000.000)
           COMPUTE WRK-CUBAGEM-PED ROUNDED = WRK-CUBAGEM-PED +
                   (WRK-VL-ALTURA (WRK-IDX-VOLUME) *
                    WRK-VL-LARGURA (WRK-IDX-VOLUME) *
                    WRK-VL-COMPRIMENTO (WRK-IDX-VOLUME)) / 1000000.
           COMPUTE WRK-CUBADO-VOLUME ROUNDED =
                   (WRK-VL-ALTURA (WRK-IDX-VOLUME) *
                    WRK-VL-LARGURA (WRK-IDX-VOLUME) *
                   END-IF
               END-PERFORM
           END-IF.
      *>   O DESCONTO DO CUPOM NAO ALCANCA O SEGURO
           IF WRK-PCT-DESCONTO > 0
               COMPUTE WRK-FRETE ROUNDED =
                       ((WRK-FRETE - WRK-SEGURO) *
                        (1 - (WRK-PCT-DESCONTO / 100))) + WRK-SEGURO
               DISPLAY 'CUPOM APLICADO - DESCONTO DE ' WRK-PCT-DESCONTO
                       '% SOBRE O FRETE'
           END-IF.
      *>*********************************************
       246000-ATRIBUIR-TRANSPORTADORA.
      *>*********************************************
      *>   ENTRE OS REGISTROS DO CADASTRO QUE COBREM A UF E O PESO
      *>   TARIFAVEL DO PEDIDO, LEVA A CARGA A TRANSPORTADORA DE
      *>   MELHOR NOTA NO BOLETIM TRANSNOT (EMPATE FICA COM A
      *>   PRIMEIRA DO CADASTRO); EXCLUIDA POR NOTA NAO CONCORRE.
      *>   SEM COBERTURA, O PEDIDO SAI NO GRUPO SEM TRANSPORTADORA
      *>   PARA O DESPACHANTE RESOLVER
           MOVE SPACES TO WRK-TRANSPORTADORA.
           MOVE ZEROS TO WRK-MELHOR-NOTA.
           MOVE ZEROS TO WRK-QTD-EXCL-COBERT.
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                   UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               IF WRK-TM-UF (WRK-IDX-TRANSP) = WRK-UF
                       WRK-TM-PESO-DE (WRK-IDX-TRANSP)
                   AND WRK-PESO-TARIFAVEL <=
                       WRK-TM-PESO-ATE (WRK-IDX-TRANSP)
                   IF WRK-TM-SITUACAO (WRK-IDX-TRANSP) = 'X'
                       ADD 1 TO WRK-QTD-EXCL-COBERT
                   ELSE
                       IF WRK-TRANSPORTADORA = SPACES
                           OR WRK-TM-NOTA (WRK-IDX-TRANSP)
                               > WRK-MELHOR-NOTA
                           MOVE WRK-TM-CODIGO (WRK-IDX-TRANSP)
                               TO WRK-TRANSPORTADORA
                           MOVE WRK-TM-NOTA (WRK-IDX-TRANSP)
                               TO WRK-MELHOR-NOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-TRANSPORTADORA = SPACES
               DISPLAY 'PEDIDO ' WRK-PEDIDO ' SEM TRANSPORTADORA '
                       'PARA UF ' WRK-UF ' / PESO '
                       WRK-PESO-TARIFAVEL
               IF WRK-QTD-EXCL-COBERT > 0
                   DISPLAY '  ' WRK-QTD-EXCL-COBERT
                           ' TRANSPORTADORA(S) QUE COBRE(M) EXCLUIDA(S)'
                           ' PELO BOLETIM TRANSNOT'
               END-IF
           END-IF.

      *>*********************************************
           MOVE WRK-QTD-VOL-PEDIDO  TO FS-QTD-VOLUMES.
           MOVE WRK-FONTE-TARIFA    TO FS-FONTE-TARIFA.
           MOVE WRK-ZONA            TO FS-ZONA.
           MOVE WRK-VALOR           TO FS-VALOR-MERCADORIA.
           MOVE WRK-SEGURO          TO FS-SEGURO.
           MOVE WRK-PESO-REAL-PED   TO FS-PESO-REAL.
           MOVE WRK-CUBAGEM-PED     TO FS-CUBAGEM.
           MOVE ZEROS               TO FS-CARGA.
           WRITE FS-REGISTRO.

      *>*********************************************
           MOVE SPACES TO FRETEMAN-LINHA.
           WRITE FRETEMAN-LINHA.

      *>*********************************************
       290000-EMITIR-USO-CREDITO.
      *>*********************************************
      *>   SEGUNDA PARTE DO CREDRPT: CLIENTES COM MAIS DE 80% DO
      *>   LIMITE EM USO (TITULOS EM ABERTO + COTADO NO DIA), COM A
      *>   REVISAO DO LIMITE VENCIDA APONTADA NA LINHA
           MOVE ZEROS TO WRK-QTD-ACIMA-80.
           MOVE SPACES TO CREDRPT-LINHA.
           WRITE CREDRPT-LINHA.
           MOVE 'CLIENTES COM MAIS DE 80% DO LIMITE DE CREDITO EM USO'
               TO CREDRPT-LINHA.
           WRITE CREDRPT-LINHA.
           MOVE SPACES TO CREDRPT-LINHA.
           STRING 'CLIENTE        LIMITE         EM USO    '
                  '% USO  OBSERVACAO'
               DELIMITED BY SIZE INTO CREDRPT-LINHA
           END-STRING.
           WRITE CREDRPT-LINHA.
           PERFORM VARYING WRK-IDX-LIMITE FROM 1 BY 1
                   UNTIL WRK-IDX-LIMITE > WRK-QTD-LIMITES
               COMPUTE WRK-EM-USO = WRK-LM-ABERTO (WRK-IDX-LIMITE)
                       + WRK-LM-COTADO-DIA (WRK-IDX-LIMITE)
               COMPUTE WRK-PCT-USO ROUNDED =
                       WRK-EM-USO * 100 / WRK-LM-LIMITE (WRK-IDX-LIMITE)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PCT-USO
               END-COMPUTE
               IF WRK-PCT-USO > 80
                   PERFORM 291000-IMPRIMIR-USO-CLIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CREDRPT-LINHA.
           STRING 'PEDIDOS RETIDOS: ' WRK-QTD-RETIDOS
                  '  POR LIMITE: ' WRK-QTD-RET-LIMITE
                  '  CLIENTES ACIMA DE 80%: ' WRK-QTD-ACIMA-80
               DELIMITED BY SIZE INTO CREDRPT-LINHA
           END-STRING.
           WRITE CREDRPT-LINHA.

      *>*********************************************
       291000-IMPRIMIR-USO-CLIENTE.
      *>*********************************************
           ADD 1 TO WRK-QTD-ACIMA-80.
           MOVE WRK-LM-LIMITE (WRK-IDX-LIMITE) TO WRK-LIMITE-ED.
           MOVE WRK-EM-USO  TO WRK-EM-USO-ED.
           MOVE WRK-PCT-USO TO WRK-PCT-USO-ED.
           MOVE SPACES TO CREDRPT-LINHA.
           STRING WRK-LM-CLIENTE (WRK-IDX-LIMITE) ' '
                  WRK-LIMITE-ED ' ' WRK-EM-USO-ED ' '
                  WRK-PCT-USO-ED
               DELIMITED BY SIZE INTO CREDRPT-LINHA
           END-STRING.
           IF WRK-PCT-USO > 100
               MOVE 'ACIMA DO LIMITE' TO CREDRPT-LINHA (48:15)
           END-IF.
           IF WRK-LM-REVISAO (WRK-IDX-LIMITE) < WRK-DATA-PEDIDO
               MOVE 'REVISAO VENCIDA' TO CREDRPT-LINHA (65:15)
           END-IF.
           WRITE CREDRPT-LINHA.

      *>*********************************************
       300000-FINALIZAR.
      *>*********************************************
           PERFORM 260000-EMITIR-MANIFESTO-AGRUPADO.
           PERFORM 290000-EMITIR-USO-CREDITO.
           CLOSE CREDRPT.
           CLOSE FRETEMAN.
           CLOSE SHIPMAST.
           IF WRK-ITMQTD-DISPONIVEL
               CLOSE ITMQTD
           END-IF.

           DISPLAY 'PEDIDOS RETIDOS (INADIMPLENCIA/LIMITE): '
                   WRK-QTD-RETIDOS.
           DISPLAY 'RETIDOS POR LIMITE DE CREDITO: '
                   WRK-QTD-RET-LIMITE.
           DISPLAY 'CLIENTES ACIMA DE 80% DO LIMITE: '
                   WRK-QTD-ACIMA-80.

           IF WRK-QTD-SEM-ENTREGA > 0 OR WRK-QTD-RETIDOS > 0
               MOVE 4 TO RETURN-CODE
