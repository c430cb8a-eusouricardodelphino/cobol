       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANEIO.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = PLANEJAMENTO DE CARGA (ROMANEIO) DOS PEDIDOS
      *> COTADOS PELO PROGCOB09. O MANIFESTO AGRUPADO SO JUNTA OS
      *> PEDIDOS POR TRANSPORTADORA, SEM OLHAR SE A MERCADORIA CABE
      *> NO CAMINHAO: AQUI OS PEDIDOS COTADOS AINDA SEM CARGA NO
      *> SHIPMAST SAO ARRUMADOS EM CARGAS POR TRANSPORTADORA, UF E
      *> ZONA DE CEP (FS-ZONA), RESPEITANDO O PESO MAXIMO E A
      *> CUBAGEM MAXIMA DE CADA TIPO DE VEICULO DO CADASTRO VEICULOS
      *> E A QUANTIDADE DE VEICULOS QUE A TRANSPORTADORA DISPONIBILIZA
      *> NO DIA. PESO REAL E CUBAGEM DO PEDIDO SAO OS SOMADOS DOS
      *> VOLUMES DO FRETEVOL PELO PROGCOB09 (PEDIDO GRAVADO ANTES DOS
      *> CAMPOS USA O PESO TARIFAVEL E A CUBAGEM EQUIVALENTE AO FATOR
      *> 6000 DA COTACAO). CADA CARGA RECEBE UM NUMERO (AAMMDD +
      *> SEQUENCIAL), GRAVADO EM FS-CARGA, E SAI NUM ROMANEIO PROPRIO
      *> NO ROMANRPT. PEDIDO QUE NAO COUBE VAI PARA A LISTA DE SOBRA
      *> COM O MOTIVO E CONTINUA SEM CARGA - O LOTE DO DIA SEGUINTE O
      *> PLANEJA PRIMEIRO (ORDEM DO CADASTRO = MAIS ANTIGO PRIMEIRO).
      *> SE A TABELA INTERNA TRANSBORDAR, O CADASTRO E PRESERVADO
      *> INTACTO (RC 4) EM VEZ DE REGRAVADO PELA METADE.
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
           SELECT SHIPMAST ASSIGN TO "SHIPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPMAST-STATUS.
           SELECT VEICULOS ASSIGN TO "VEICULOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEICULOS-STATUS.
           SELECT ROMANRPT ASSIGN TO "ROMANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ROMANRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMAST.
           COPY "FRETESHP.CPY" IN 'COPYBOOKS'.
       FD  VEICULOS.
           COPY "VEICULOS.CPY" IN 'COPYBOOKS'.
       FD  ROMANRPT
           RECORDING MODE IS F.
       01  ROMANRPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SHIPMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VEICULOS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ROMANRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SHIPMAST    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SHIPMAST    VALUE 'S'.
       77 WRK-FIM-VEICULOS    PIC X(01) VALUE 'N'.
           88 WRK-EOF-VEICULOS    VALUE 'S'.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-AAMMDD          PIC 9(06) VALUE ZEROS.
       77 WRK-PREFIXO-CARGA   PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-CARGA       PIC 9(04) VALUE ZEROS.
       77 WRK-SEQ-LIDA        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PED         PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VEICULOS    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VEIC        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VEIC-ESCOL  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CARGAS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CARGA       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CARGA-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CANDIDATOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CARREGADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SOBRA       PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ESTIMADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-VEICULOS-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-CARGAS-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-TEM-VEICULO     PIC X(01) VALUE 'N'.
       77 WRK-CABE-VEICULO    PIC X(01) VALUE 'N'.
       77 WRK-PESO-PEDIDO     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUB-PEDIDO      PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-PESO-LIVRE      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUB-LIVRE       PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-PCT-OCUPACAO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PESO-ED         PIC ZZ.ZZ9,99.
       77 WRK-PESO-MAX-ED     PIC ZZ.ZZ9,99.
       77 WRK-CUB-ED          PIC ZZ9,9999.
       77 WRK-CUB-MAX-ED      PIC ZZ9,99.
       77 WRK-PCT-ED          PIC ZZ9,99.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
      *>   PEDIDOS DO SHIPMAST - O REGISTRO INTEIRO VOLTA NA
      *>   REGRAVACAO, SO COM FS-CARGA PREENCHIDO NOS CARREGADOS
       01 WRK-TABELA-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 1000 TIMES INDEXED BY WRK-IDX-TPD.
               10  WRK-PD-REGISTRO    PIC X(108).
               10  WRK-PD-CANDIDATO   PIC X(01).
               10  WRK-PD-PESO        PIC 9(04)V99.
               10  WRK-PD-CUBAGEM     PIC 9(03)V9(04).
               10  WRK-PD-IDX-CARGA   PIC 9(03).
               10  WRK-PD-MOTIVO      PIC X(01).
                   88  WRK-PD-SEM-VEICULO     VALUE 'V'.
                   88  WRK-PD-SEM-VAGA        VALUE 'D'.
                   88  WRK-PD-MAIOR-VEICULO   VALUE 'M'.
      *>   VEICULOS DAS TRANSPORTADORAS E QUANTOS JA SAIRAM HOJE
       01 WRK-TABELA-VEICULOS.
           05  WRK-VEIC-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TVE.
               10  WRK-VC-TRANSP      PIC X(10).
               10  WRK-VC-TIPO        PIC X(10).
               10  WRK-VC-DISPONIVEL  PIC 9(02).
               10  WRK-VC-USADOS      PIC 9(02).
               10  WRK-VC-PESO-MAX    PIC 9(05)V99.
               10  WRK-VC-CUB-MAX     PIC 9(03)V99.
      *>   CARGAS MONTADAS NA RODADA (UMA POR VEICULO)
       01 WRK-TABELA-CARGAS.
           05  WRK-CARGA-ITEM OCCURS 300 TIMES INDEXED BY WRK-IDX-TCG.
               10  WRK-CG-NUMERO      PIC 9(10).
               10  WRK-CG-TRANSP      PIC X(10).
               10  WRK-CG-UF          PIC X(02).
               10  WRK-CG-ZONA        PIC X(01).
               10  WRK-CG-IDX-VEIC    PIC 9(03).
               10  WRK-CG-QTD-PEDIDOS PIC 9(04).
               10  WRK-CG-PESO        PIC 9(05)V99.
               10  WRK-CG-CUBAGEM     PIC 9(03)V9(04).
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

      *>   RERODADA DA MESMA DATA: PASSO JA COMPLETO E PULADO PELO
      *>   CONTROLE DE REINICIO, COM A DECISAO NO BATCHLOG
           MOVE 'LOADPLAN' TO WRK-RG-PASSO.
           MOVE 'C' TO WRK-RG-FUNCAO.
           CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
           END-CALL.
           IF WRK-RG-RESULTADO = 'S'
               DISPLAY 'PASSO LOADPLAN JA COMPLETO NA DATA DO LOTE '
                       '- PULADO PELO CONTROLE DE REINICIO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           PERFORM 150000-CARREGAR-VEICULOS UNTIL WRK-EOF-VEICULOS.
           PERFORM 200000-CARREGAR-PEDIDOS UNTIL WRK-EOF-SHIPMAST.

           IF WRK-TABELA-CHEIA = 'N'
               PERFORM 300000-PLANEJAR-CARGAS
           END-IF.

           PERFORM 400000-REGRAVAR-SHIPMAST.
           PERFORM 500000-EMITIR-ROMANEIOS.

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
           CALL 'DATALOTE' USING WRK-HOJE
           END-CALL.
      *>   NUMERO DA CARGA = AAMMDD DO LOTE + SEQUENCIAL DO DIA
           MOVE WRK-HOJE (3:6) TO WRK-AAMMDD.

           OPEN INPUT VEICULOS.
           IF WRK-VEICULOS-STATUS NOT = '00'
               DISPLAY 'VEICULOS INDISPONIVEL - STATUS '
                       WRK-VEICULOS-STATUS
                       ' - TODOS OS PEDIDOS FICAM NA SOBRA'
               MOVE 'S' TO WRK-FIM-VEICULOS
           END-IF.

           OPEN INPUT SHIPMAST.
           IF WRK-SHIPMAST-STATUS NOT = '00'
               DISPLAY 'SHIPMAST INDISPONIVEL - STATUS '
                       WRK-SHIPMAST-STATUS
               MOVE 'S' TO WRK-FIM-SHIPMAST
           END-IF.

      *>*********************************************
       150000-CARREGAR-VEICULOS.
      *>*********************************************
           READ VEICULOS
               AT END
                   MOVE 'S' TO WRK-FIM-VEICULOS
                   CLOSE VEICULOS
               NOT AT END
                   IF VE-QTD-DISPONIVEL NOT NUMERIC
                       MOVE ZEROS TO VE-QTD-DISPONIVEL
                   END-IF
      *>           SEM CAPACIDADE INFORMADA O TIPO FICA SUSPENSO
                   IF VE-PESO-MAXIMO NOT NUMERIC
                       OR VE-CUBAGEM-MAXIMA NOT NUMERIC
                       OR VE-PESO-MAXIMO = 0
                       OR VE-CUBAGEM-MAXIMA = 0
                       MOVE ZEROS TO VE-QTD-DISPONIVEL
                       MOVE ZEROS TO VE-PESO-MAXIMO
                       MOVE ZEROS TO VE-CUBAGEM-MAXIMA
                   END-IF
                   IF WRK-QTD-VEICULOS < 200
                       ADD 1 TO WRK-QTD-VEICULOS
                       MOVE VE-TRANSPORTADORA
                           TO WRK-VC-TRANSP (WRK-QTD-VEICULOS)
                       MOVE VE-TIPO
                           TO WRK-VC-TIPO (WRK-QTD-VEICULOS)
                       MOVE VE-QTD-DISPONIVEL
                           TO WRK-VC-DISPONIVEL (WRK-QTD-VEICULOS)
                       MOVE ZEROS
                           TO WRK-VC-USADOS (WRK-QTD-VEICULOS)
                       MOVE VE-PESO-MAXIMO
                           TO WRK-VC-PESO-MAX (WRK-QTD-VEICULOS)
                       MOVE VE-CUBAGEM-MAXIMA
                           TO WRK-VC-CUB-MAX (WRK-QTD-VEICULOS)
                   ELSE
                       MOVE 'S' TO WRK-VEICULOS-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       200000-CARREGAR-PEDIDOS.
      *>*********************************************
           READ SHIPMAST
               AT END
                   MOVE 'S' TO WRK-FIM-SHIPMAST
               NOT AT END
                   IF WRK-QTD-PEDIDOS < 1000
                       ADD 1 TO WRK-QTD-PEDIDOS
                       PERFORM 210000-GUARDAR-PEDIDO
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       210000-GUARDAR-PEDIDO.
      *>*********************************************
      *>   REGISTRO GRAVADO ANTES DOS CAMPOS NOVOS VEM COM BRANCOS
      *>   NELES - CARGA EM BRANCO VALE COMO SEM CARGA
           IF FS-CARGA NOT NUMERIC
               MOVE ZEROS TO FS-CARGA
           END-IF.
           MOVE FS-REGISTRO TO WRK-PD-REGISTRO (WRK-QTD-PEDIDOS).
           MOVE 'N'   TO WRK-PD-CANDIDATO (WRK-QTD-PEDIDOS).
           MOVE ZEROS TO WRK-PD-IDX-CARGA (WRK-QTD-PEDIDOS).
           MOVE SPACE TO WRK-PD-MOTIVO (WRK-QTD-PEDIDOS).

      *>   CARGA JA NUMERADA NA MESMA DATA (LOTE EXTRA NO DIA): O
      *>   SEQUENCIAL CONTINUA DO MAIOR NUMERO JA DADO
           DIVIDE FS-CARGA BY 10000 GIVING WRK-PREFIXO-CARGA
               REMAINDER WRK-SEQ-LIDA.
           IF WRK-PREFIXO-CARGA = WRK-AAMMDD
               AND WRK-SEQ-LIDA > WRK-SEQ-CARGA
               MOVE WRK-SEQ-LIDA TO WRK-SEQ-CARGA
           END-IF.

           IF FS-COTADO AND FS-TRANSPORTADORA NOT = SPACES
               AND FS-CARGA = 0
               MOVE 'S' TO WRK-PD-CANDIDATO (WRK-QTD-PEDIDOS)
               ADD 1 TO WRK-QTD-CANDIDATOS
               PERFORM 220000-MEDIR-PEDIDO
           END-IF.

      *>*********************************************
       220000-MEDIR-PEDIDO.
      *>*********************************************
      *>   PEDIDO COTADO ANTES DO PESO REAL/CUBAGEM: PESO TARIFAVEL
      *>   E CUBAGEM EQUIVALENTE (FATOR 6000 CM3/KG = 0,006 M3/KG) -
      *>   ESTIMATIVA POR CIMA, NUNCA ESTOURA O VEICULO
           IF FS-PESO-REAL NUMERIC AND FS-CUBAGEM NUMERIC
               AND FS-PESO-REAL > 0
               MOVE FS-PESO-REAL
                   TO WRK-PD-PESO (WRK-QTD-PEDIDOS)
               MOVE FS-CUBAGEM
                   TO WRK-PD-CUBAGEM (WRK-QTD-PEDIDOS)
           ELSE
               ADD 1 TO WRK-QTD-ESTIMADOS
               MOVE FS-PESO-TARIFAVEL
                   TO WRK-PD-PESO (WRK-QTD-PEDIDOS)
               COMPUTE WRK-PD-CUBAGEM (WRK-QTD-PEDIDOS) ROUNDED =
                       FS-PESO-TARIFAVEL * 0,006
           END-IF.

      *>*********************************************
       300000-PLANEJAR-CARGAS.
      *>*********************************************
      *>   ORDEM DO CADASTRO = MAIS ANTIGO PRIMEIRO: A SOBRA DE
      *>   ONTEM ENTRA NA FRENTE DOS PEDIDOS DE HOJE
           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS
               IF WRK-PD-CANDIDATO (WRK-IDX-PED) = 'S'
                   MOVE WRK-PD-REGISTRO (WRK-IDX-PED) TO FS-REGISTRO
                   MOVE WRK-PD-PESO (WRK-IDX-PED) TO WRK-PESO-PEDIDO
                   MOVE WRK-PD-CUBAGEM (WRK-IDX-PED) TO WRK-CUB-PEDIDO
                   PERFORM 310000-ACOMODAR-PEDIDO
               END-IF
           END-PERFORM.

      *>*********************************************
       310000-ACOMODAR-PEDIDO.
      *>*********************************************
      *>   PRIMEIRO NUMA CARGA JA ABERTA DA MESMA TRANSPORTADORA,
      *>   UF E ZONA EM QUE O PEDIDO AINDA CAIBA
           MOVE ZEROS TO WRK-IDX-CARGA-ACHADA.
           PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                   UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
               IF WRK-CG-TRANSP (WRK-IDX-CARGA) = FS-TRANSPORTADORA
                   AND WRK-CG-UF (WRK-IDX-CARGA) = FS-UF
                   AND WRK-CG-ZONA (WRK-IDX-CARGA) = FS-ZONA
                   MOVE WRK-CG-IDX-VEIC (WRK-IDX-CARGA)
                       TO WRK-IDX-VEIC
                   COMPUTE WRK-PESO-LIVRE =
                           WRK-VC-PESO-MAX (WRK-IDX-VEIC)
                           - WRK-CG-PESO (WRK-IDX-CARGA)
                   COMPUTE WRK-CUB-LIVRE =
                           WRK-VC-CUB-MAX (WRK-IDX-VEIC)
                           - WRK-CG-CUBAGEM (WRK-IDX-CARGA)
                   IF WRK-PESO-PEDIDO NOT > WRK-PESO-LIVRE
                       AND WRK-CUB-PEDIDO NOT > WRK-CUB-LIVRE
                       MOVE WRK-IDX-CARGA TO WRK-IDX-CARGA-ACHADA
                       MOVE WRK-QTD-CARGAS TO WRK-IDX-CARGA
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-IDX-CARGA-ACHADA = 0
               PERFORM 320000-ABRIR-CARGA
           END-IF.

           IF WRK-IDX-CARGA-ACHADA > 0
               ADD 1 TO WRK-QTD-CARREGADOS
               ADD 1 TO WRK-CG-QTD-PEDIDOS (WRK-IDX-CARGA-ACHADA)
               ADD WRK-PESO-PEDIDO
                   TO WRK-CG-PESO (WRK-IDX-CARGA-ACHADA)
               ADD WRK-CUB-PEDIDO
                   TO WRK-CG-CUBAGEM (WRK-IDX-CARGA-ACHADA)
               MOVE WRK-IDX-CARGA-ACHADA
                   TO WRK-PD-IDX-CARGA (WRK-IDX-PED)
               MOVE WRK-CG-NUMERO (WRK-IDX-CARGA-ACHADA) TO FS-CARGA
               MOVE FS-REGISTRO TO WRK-PD-REGISTRO (WRK-IDX-PED)
           ELSE
               ADD 1 TO WRK-QTD-SOBRA
           END-IF.

      *>*********************************************
       320000-ABRIR-CARGA.
      *>*********************************************
      *>   CARGA NOVA NO MAIOR VEICULO DA TRANSPORTADORA AINDA LIVRE
      *>   NO DIA QUE COMPORTE O PEDIDO - CAMINHAO MAIOR JUNTA MAIS
      *>   PEDIDOS DA MESMA ZONA NA MESMA VIAGEM
           MOVE ZEROS TO WRK-IDX-VEIC-ESCOL.
           MOVE 'N' TO WRK-TEM-VEICULO.
           MOVE 'N' TO WRK-CABE-VEICULO.
           PERFORM VARYING WRK-IDX-VEIC FROM 1 BY 1
                   UNTIL WRK-IDX-VEIC > WRK-QTD-VEICULOS
               IF WRK-VC-TRANSP (WRK-IDX-VEIC) = FS-TRANSPORTADORA
                   AND WRK-VC-DISPONIVEL (WRK-IDX-VEIC) > 0
                   MOVE 'S' TO WRK-TEM-VEICULO
                   IF WRK-PESO-PEDIDO NOT >
                          WRK-VC-PESO-MAX (WRK-IDX-VEIC)
                       AND WRK-CUB-PEDIDO NOT >
                          WRK-VC-CUB-MAX (WRK-IDX-VEIC)
                       MOVE 'S' TO WRK-CABE-VEICULO
                       PERFORM 321000-COMPARAR-VEICULO
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-TEM-VEICULO = 'N'
                   MOVE 'V' TO WRK-PD-MOTIVO (WRK-IDX-PED)
               WHEN WRK-CABE-VEICULO = 'N'
                   MOVE 'M' TO WRK-PD-MOTIVO (WRK-IDX-PED)
               WHEN WRK-IDX-VEIC-ESCOL = 0
                   MOVE 'D' TO WRK-PD-MOTIVO (WRK-IDX-PED)
               WHEN WRK-QTD-CARGAS NOT < 300
                   MOVE 'S' TO WRK-CARGAS-CHEIA
                   MOVE 'D' TO WRK-PD-MOTIVO (WRK-IDX-PED)
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CARGAS
                   ADD 1 TO WRK-SEQ-CARGA
                   ADD 1 TO WRK-VC-USADOS (WRK-IDX-VEIC-ESCOL)
                   COMPUTE WRK-CG-NUMERO (WRK-QTD-CARGAS) =
                           WRK-AAMMDD * 10000 + WRK-SEQ-CARGA
                   MOVE FS-TRANSPORTADORA
                       TO WRK-CG-TRANSP (WRK-QTD-CARGAS)
                   MOVE FS-UF   TO WRK-CG-UF (WRK-QTD-CARGAS)
                   MOVE FS-ZONA TO WRK-CG-ZONA (WRK-QTD-CARGAS)
                   MOVE WRK-IDX-VEIC-ESCOL
                       TO WRK-CG-IDX-VEIC (WRK-QTD-CARGAS)
                   MOVE ZEROS TO WRK-CG-QTD-PEDIDOS (WRK-QTD-CARGAS)
                   MOVE ZEROS TO WRK-CG-PESO (WRK-QTD-CARGAS)
                   MOVE ZEROS TO WRK-CG-CUBAGEM (WRK-QTD-CARGAS)
                   MOVE WRK-QTD-CARGAS TO WRK-IDX-CARGA-ACHADA
           END-EVALUATE.

      *>*********************************************
       321000-COMPARAR-VEICULO.
      *>*********************************************
           IF WRK-VC-USADOS (WRK-IDX-VEIC) <
                  WRK-VC-DISPONIVEL (WRK-IDX-VEIC)
               IF WRK-IDX-VEIC-ESCOL = 0
                   MOVE WRK-IDX-VEIC TO WRK-IDX-VEIC-ESCOL
               ELSE
                   IF WRK-VC-PESO-MAX (WRK-IDX-VEIC) >
                          WRK-VC-PESO-MAX (WRK-IDX-VEIC-ESCOL)
                       MOVE WRK-IDX-VEIC TO WRK-IDX-VEIC-ESCOL
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       400000-REGRAVAR-SHIPMAST.
      *>*********************************************
      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   O CADASTRO FICA INTACTO E A RODADA TERMINA COM RC 4
           IF WRK-TABELA-CHEIA = 'S'
               CLOSE SHIPMAST
               DISPLAY 'SHIPMAST COM MAIS DE 1000 PEDIDOS - CADASTRO '
                       'PRESERVADO SEM PLANEJAR CARGAS'
           ELSE
               IF WRK-SHIPMAST-STATUS = '10'
                   CLOSE SHIPMAST
                   IF WRK-QTD-CARREGADOS > 0
                       PERFORM 410000-GRAVAR-CADASTRO-NOVO
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       410000-GRAVAR-CADASTRO-NOVO.
      *>*********************************************
           OPEN OUTPUT SHIPMAST.
           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS
               MOVE WRK-PD-REGISTRO (WRK-IDX-PED) TO FS-REGISTRO
               WRITE FS-REGISTRO
           END-PERFORM.
           CLOSE SHIPMAST.

      *>*********************************************
       500000-EMITIR-ROMANEIOS.
      *>*********************************************
           OPEN OUTPUT ROMANRPT.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING 'ROMANEIOS DE CARGA DO LOTE ' WRK-HOJE
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.

           PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                   UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
               PERFORM 510000-EMITIR-CARGA
           END-PERFORM.

           IF WRK-QTD-CARGAS = 0
               MOVE SPACES TO ROMANRPT-LINHA
               STRING 'NENHUMA CARGA MONTADA'
                   DELIMITED BY SIZE INTO ROMANRPT-LINHA
               END-STRING
               WRITE ROMANRPT-LINHA
           END-IF.

           PERFORM 520000-EMITIR-SOBRA.
           CLOSE ROMANRPT.

      *>*********************************************
       510000-EMITIR-CARGA.
      *>*********************************************
           MOVE WRK-CG-IDX-VEIC (WRK-IDX-CARGA) TO WRK-IDX-VEIC.
           MOVE SPACES TO ROMANRPT-LINHA.
           WRITE ROMANRPT-LINHA.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING '==== ROMANEIO DE CARGA '
                  WRK-CG-NUMERO (WRK-IDX-CARGA) ' ===='
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING 'TRANSPORTADORA ' WRK-CG-TRANSP (WRK-IDX-CARGA)
                  ' VEICULO ' WRK-VC-TIPO (WRK-IDX-VEIC)
                  ' UF ' WRK-CG-UF (WRK-IDX-CARGA)
                  ' ZONA ' WRK-CG-ZONA (WRK-IDX-CARGA)
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.

           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS
               IF WRK-PD-IDX-CARGA (WRK-IDX-PED) = WRK-IDX-CARGA
                   PERFORM 511000-IMPRIMIR-PEDIDO
               END-IF
           END-PERFORM.

           MOVE WRK-CG-PESO (WRK-IDX-CARGA) TO WRK-PESO-ED.
           MOVE WRK-VC-PESO-MAX (WRK-IDX-VEIC) TO WRK-PESO-MAX-ED.
           COMPUTE WRK-PCT-OCUPACAO ROUNDED =
                   WRK-CG-PESO (WRK-IDX-CARGA) * 100
                   / WRK-VC-PESO-MAX (WRK-IDX-VEIC).
           MOVE WRK-PCT-OCUPACAO TO WRK-PCT-ED.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING 'TOTAL ' WRK-CG-QTD-PEDIDOS (WRK-IDX-CARGA)
                  ' PEDIDOS  PESO ' WRK-PESO-ED
                  ' DE ' WRK-PESO-MAX-ED ' KG (' WRK-PCT-ED '%)'
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.

           MOVE WRK-CG-CUBAGEM (WRK-IDX-CARGA) TO WRK-CUB-ED.
           MOVE WRK-VC-CUB-MAX (WRK-IDX-VEIC) TO WRK-CUB-MAX-ED.
           COMPUTE WRK-PCT-OCUPACAO ROUNDED =
                   WRK-CG-CUBAGEM (WRK-IDX-CARGA) * 100
                   / WRK-VC-CUB-MAX (WRK-IDX-VEIC).
           MOVE WRK-PCT-OCUPACAO TO WRK-PCT-ED.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING '                   CUBAGEM ' WRK-CUB-ED
                  ' DE ' WRK-CUB-MAX-ED ' M3 (' WRK-PCT-ED '%)'
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.

      *>*********************************************
       511000-IMPRIMIR-PEDIDO.
      *>*********************************************
           MOVE WRK-PD-REGISTRO (WRK-IDX-PED) TO FS-REGISTRO.
           MOVE WRK-PD-PESO (WRK-IDX-PED) TO WRK-PESO-ED.
           MOVE WRK-PD-CUBAGEM (WRK-IDX-PED) TO WRK-CUB-ED.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING '  PEDIDO ' FS-PEDIDO
                  ' CLIENTE ' FS-CLIENTE
                  ' VOL ' FS-QTD-VOLUMES
                  ' PESO ' WRK-PESO-ED ' KG'
                  ' CUB ' WRK-CUB-ED ' M3'
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.

      *>*********************************************
       520000-EMITIR-SOBRA.
      *>*********************************************
      *>   PEDIDOS QUE NAO COUBERAM HOJE - CONTINUAM SEM CARGA NO
      *>   SHIPMAST E SAO OS PRIMEIROS DO PLANEJAMENTO DE AMANHA
           MOVE SPACES TO ROMANRPT-LINHA.
           WRITE ROMANRPT-LINHA.
           MOVE SPACES TO ROMANRPT-LINHA.
           STRING '==== SOBRA PARA O PROXIMO DIA ===='
               DELIMITED BY SIZE INTO ROMANRPT-LINHA
           END-STRING.
           WRITE ROMANRPT-LINHA.

           PERFORM VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS
               IF WRK-PD-CANDIDATO (WRK-IDX-PED) = 'S'
                   AND WRK-PD-IDX-CARGA (WRK-IDX-PED) = 0
                   PERFORM 521000-IMPRIMIR-SOBRA
               END-IF
           END-PERFORM.

           IF WRK-QTD-SOBRA = 0
               MOVE SPACES TO ROMANRPT-LINHA
               STRING 'NENHUM PEDIDO NA SOBRA'
                   DELIMITED BY SIZE INTO ROMANRPT-LINHA
               END-STRING
               WRITE ROMANRPT-LINHA
           END-IF.

      *>*********************************************
       521000-IMPRIMIR-SOBRA.
      *>*********************************************
           MOVE WRK-PD-REGISTRO (WRK-IDX-PED) TO FS-REGISTRO.
           MOVE SPACES TO ROMANRPT-LINHA.
           EVALUATE TRUE
               WHEN WRK-PD-SEM-VEICULO (WRK-IDX-PED)
                   STRING 'PEDIDO ' FS-PEDIDO
                          ' ' FS-TRANSPORTADORA
                          ' UF ' FS-UF ' ZONA ' FS-ZONA
                          ' - SEM VEICULO CADASTRADO'
                       DELIMITED BY SIZE INTO ROMANRPT-LINHA
                   END-STRING
               WHEN WRK-PD-MAIOR-VEICULO (WRK-IDX-PED)
                   STRING 'PEDIDO ' FS-PEDIDO
                          ' ' FS-TRANSPORTADORA
                          ' UF ' FS-UF ' ZONA ' FS-ZONA
                          ' - MAIOR QUE O MAIOR VEICULO'
                       DELIMITED BY SIZE INTO ROMANRPT-LINHA
                   END-STRING
               WHEN OTHER
                   STRING 'PEDIDO ' FS-PEDIDO
                          ' ' FS-TRANSPORTADORA
                          ' UF ' FS-UF ' ZONA ' FS-ZONA
                          ' - SEM VEICULO LIVRE NO DIA'
                       DELIMITED BY SIZE INTO ROMANRPT-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE ROMANRPT-LINHA.

      *>*********************************************
       600000-FINALIZAR.
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'PLANEJAMENTO DE CARGA'.
           DISPLAY 'PEDIDOS SEM CARGA.....: ' WRK-QTD-CANDIDATOS.
           DISPLAY 'PEDIDOS CARREGADOS....: ' WRK-QTD-CARREGADOS.
           DISPLAY 'CARGAS MONTADAS.......: ' WRK-QTD-CARGAS.
           DISPLAY 'PEDIDOS NA SOBRA......: ' WRK-QTD-SOBRA.
           DISPLAY 'MEDIDAS ESTIMADAS.....: ' WRK-QTD-ESTIMADOS.
           DISPLAY '========================='.

           IF WRK-VEICULOS-CHEIA = 'S'
               DISPLAY 'VEICULOS COM MAIS DE 200 REGISTROS - EXCEDENTE '
                       'IGNORADO'
           END-IF.
           IF WRK-CARGAS-CHEIA = 'S'
               DISPLAY 'MAIS DE 300 CARGAS NO DIA - EXCEDENTE FICA NA '
                       'SOBRA'
           END-IF.

           IF WRK-QTD-SOBRA > 0 OR WRK-TABELA-CHEIA = 'S'
               OR WRK-VEICULOS-CHEIA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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

           MOVE 'ROMANEIO'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'CARGAS DO DIA PLANEJADAS'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'PEDIDOS NA SOBRA OU CADASTRO PRESERVADO'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
