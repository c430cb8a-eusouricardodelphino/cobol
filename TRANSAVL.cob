       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSAVL.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = BOLETIM MENSAL DE DESEMPENHO DAS TRANSPORTADORAS
      *> (TRANSNOT), NA COMPETENCIA DA DATA DE PROCESSAMENTO: DAS
      *> EXPEDICOES (SHIPMAST CONCATENADO COM O ARQUIVO MORTO
      *> SHIPARCH) SAEM AS CARGAS ATRIBUIDAS NO MES E A PONTUALIDADE
      *> DAS ENTREGAS DO MES CONTRA FS-DATA-ENTREGA-PREV; DO
      *> HISTORICO SHIPTRAN (GERACOES DO MES) AS OCORRENCIAS DE
      *> RECUSA, ENDERECO NAO ENCONTRADO, AVARIA E EXTRAVIO; DO
      *> FATPEND AS FATURAS PARADAS COMO ACIMA DA COTACAO OU
      *> DUPLICADAS. A NOTA (0 A 100) E O PERCENTUAL NO PRAZO MENOS
      *> AS OCORRENCIAS PONDERADAS POR 100 CARGAS. NOTA ABAIXO DO PISO
      *> DO PARMGER (TRANSAVL/NOTA-MINIMA, PADRAO 60) EXCLUI A
      *> TRANSPORTADORA DA ATRIBUICAO AUTOMATICA DO PROGCOB09 ATE O
      *> COMPRAS REABILITAR PELO TRANSREA; A EXCLUSAO PERMANECE NOS
      *> MESES SEGUINTES. EMITE O RELATORIO TRANSRPT.
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
           SELECT SHIPTRAN ASSIGN TO "SHIPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPTRAN-STATUS.
           SELECT FATPEND ASSIGN TO "FATPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATPEND-STATUS.
           SELECT TRANSPMA ASSIGN TO "TRANSPMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPMA-STATUS.
           SELECT TRANSNOT ASSIGN TO "TRANSNOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSNOT-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT TRANSRPT ASSIGN TO "TRANSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMAST.
           COPY "FRETESHP.CPY" IN 'COPYBOOKS'.
       FD  SHIPTRAN.
           COPY "SHIPTRAN.CPY" IN 'COPYBOOKS'.
       FD  FATPEND.
           COPY "FATPEND.CPY" IN 'COPYBOOKS'.
       FD  TRANSPMA.
           COPY "TRANSPMA.CPY" IN 'COPYBOOKS'.
       FD  TRANSNOT.
           COPY "TRANSNOT.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  TRANSRPT
           RECORDING MODE IS F.
       01  TRANSRPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SHIPMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SHIPTRAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FATPEND-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TRANSPMA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TRANSNOT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TRANSRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-INICIO-MES      PIC 9(08) VALUE ZEROS.
       77 WRK-NOTA-MINIMA     PIC 9(03)V99 VALUE 60,00.
       77 WRK-TRANSP-BUSCA    PIC X(10) VALUE SPACES.
       77 WRK-IDX-ACHADO      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOTAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-NOTA        PIC 9(03) VALUE ZEROS.
       77 WRK-NOTAS-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-PEDIDOS     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PEDIDO      PIC 9(04) VALUE ZEROS.
       77 WRK-PEDIDOS-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-OCORR       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OCORR       PIC 9(04) VALUE ZEROS.
       77 WRK-OCORR-REPETIDA  PIC X(01) VALUE 'N'.
       77 WRK-QTD-REPETIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-TRANSP  PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-CARGAS     PIC 9(05) VALUE ZEROS.
       77 WRK-PONTOS-OCORR    PIC 9(06) VALUE ZEROS.
       77 WRK-PCT-PRAZO       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA-CALC       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTD-EXCLUIDAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOVAS-EXCL  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-AVALIADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-ED          PIC ZZ9,99.
       77 WRK-NOTA-ED         PIC ZZ9,99.
       77 WRK-SITUACAO-ED     PIC X(10) VALUE SPACES.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
      *>   UMA LINHA POR TRANSPORTADORA: SITUACAO/NOTA ANTERIORES DO
      *>   TRANSNOT E OS CONTADORES DA COMPETENCIA
       01 WRK-TABELA-NOTAS.
           05  WRK-NT-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TNT.
               10  WRK-NT-TRANSP      PIC X(10).
               10  WRK-NT-EXPEDIDOS   PIC 9(05).
               10  WRK-NT-ENTREGUES   PIC 9(05).
               10  WRK-NT-NO-PRAZO    PIC 9(05).
               10  WRK-NT-PCT-PRAZO   PIC 9(03)V99.
               10  WRK-NT-RECUSA      PIC 9(04).
               10  WRK-NT-ENDERECO    PIC 9(04).
               10  WRK-NT-AVARIA      PIC 9(04).
               10  WRK-NT-EXTRAVIO    PIC 9(04).
               10  WRK-NT-FAT-ACIMA   PIC 9(04).
               10  WRK-NT-FAT-DUPLIC  PIC 9(04).
               10  WRK-NT-NOTA        PIC 9(03)V99.
               10  WRK-NT-AVALIADA    PIC X(01).
               10  WRK-NT-SITUACAO    PIC X(01).
               10  WRK-NT-DATA-EXCL   PIC 9(08).
               10  WRK-NT-DATA-REAB   PIC 9(08).
               10  WRK-NT-USUARIO     PIC X(20).
      *>   PEDIDO -> TRANSPORTADORA, PARA ATRIBUIR AS OCORRENCIAS
      *>   DO SHIPTRAN (QUE SO TRAZ O NUMERO DO PEDIDO)
       01 WRK-TABELA-PEDIDOS.
           05  WRK-PD-ITEM OCCURS 3000 TIMES INDEXED BY WRK-IDX-TPD.
               10  WRK-PD-PEDIDO      PIC 9(06).
               10  WRK-PD-TRANSP      PIC X(10).
      *>   OCORRENCIAS JA CONTADAS - A MESMA TRANSACAO EM MAIS DE UMA
      *>   GERACAO DO HISTORICO NAO PESA DUAS VEZES
       01 WRK-TABELA-OCORR.
           05  WRK-OC-ITEM OCCURS 3000 TIMES INDEXED BY WRK-IDX-TOC.
               10  WRK-OC-PEDIDO      PIC 9(06).
               10  WRK-OC-TIPO        PIC X(01).
               10  WRK-OC-DATA        PIC 9(08).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-LER-EXPEDICOES.
           PERFORM 300000-LER-OCORRENCIAS.
           PERFORM 350000-LER-FATURAS.

           PERFORM 400000-CALCULAR-NOTAS.

           PERFORM 500000-EMITIR-RELATORIO.
           PERFORM 550000-REGRAVAR-TRANSNOT.

           PERFORM 600000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-MES-BASE.
           MOVE WRK-DATA-PROCESSO TO WRK-INICIO-MES.
           MOVE '01' TO WRK-INICIO-MES (7:2).

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-TRANSNOT.
           PERFORM 130000-CARREGAR-TRANSPMA.

      *>*********************************************
       110000-CARREGAR-PARAMETROS.
      *>*********************************************
           OPEN INPUT PARMGER.
           IF WRK-PARMGER-STATUS = '00'
               PERFORM 111000-LER-PARAMETRO
                   UNTIL WRK-PARMGER-STATUS = '10'
               CLOSE PARMGER
           END-IF.

      *>*********************************************
       111000-LER-PARAMETRO.
      *>*********************************************
           READ PARMGER
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-PROGRAMA = 'TRANSAVL'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'NOTA-MINIMA'
                               MOVE PG-VALOR TO WRK-NOTA-MINIMA
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-TRANSNOT.
      *>*********************************************
      *>   BOLETIM ANTERIOR: TRAZ A SITUACAO (EXCLUIDA/REABILITADA)
      *>   E A NOTA QUE FICA VALENDO NO MES SEM MOVIMENTO
           MOVE ZEROS TO WRK-QTD-NOTAS.
           OPEN INPUT TRANSNOT.
           IF WRK-TRANSNOT-STATUS = '00'
               PERFORM 121000-LER-TRANSNOT
                   UNTIL WRK-TRANSNOT-STATUS = '10'
               CLOSE TRANSNOT
           ELSE
               DISPLAY 'TRANSNOT INEXISTENTE - PRIMEIRO BOLETIM'
           END-IF.

      *>*********************************************
       121000-LER-TRANSNOT.
      *>*********************************************
           READ TRANSNOT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TN-TRANSPORTADORA TO WRK-TRANSP-BUSCA
                   PERFORM 150000-LOCALIZAR-TRANSP
                   IF WRK-IDX-ACHADO > 0
                       MOVE TN-NOTA
                           TO WRK-NT-NOTA (WRK-IDX-ACHADO)
                       MOVE TN-SITUACAO
                           TO WRK-NT-SITUACAO (WRK-IDX-ACHADO)
                       MOVE TN-DATA-EXCLUSAO
                           TO WRK-NT-DATA-EXCL (WRK-IDX-ACHADO)
                       MOVE TN-DATA-REABILITACAO
                           TO WRK-NT-DATA-REAB (WRK-IDX-ACHADO)
                       MOVE TN-USUARIO-REABILIT
                           TO WRK-NT-USUARIO (WRK-IDX-ACHADO)
                   END-IF
           END-READ.

      *>*********************************************
       130000-CARREGAR-TRANSPMA.
      *>*********************************************
      *>   TODA TRANSPORTADORA DO CADASTRO TEM LINHA NO BOLETIM,
      *>   MESMO SEM CARGA NO MES
           OPEN INPUT TRANSPMA.
           IF WRK-TRANSPMA-STATUS = '00'
               PERFORM 131000-LER-TRANSPMA
                   UNTIL WRK-TRANSPMA-STATUS = '10'
               CLOSE TRANSPMA
           ELSE
               DISPLAY 'TRANSPMA INDISPONIVEL - BOLETIM SO COM AS '
                       'TRANSPORTADORAS COM MOVIMENTO'
           END-IF.

      *>*********************************************
       131000-LER-TRANSPMA.
      *>*********************************************
           READ TRANSPMA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TM-CODIGO TO WRK-TRANSP-BUSCA
                   PERFORM 150000-LOCALIZAR-TRANSP
           END-READ.

      *>*********************************************
       150000-LOCALIZAR-TRANSP.
      *>*********************************************
      *>   DEVOLVE EM WRK-IDX-ACHADO A LINHA DA TRANSPORTADORA,
      *>   INCLUINDO-A SE AINDA NAO ESTIVER NA TABELA (ZERO = TABELA
      *>   CHEIA)
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
               IF WRK-NT-TRANSP (WRK-IDX-NOTA) = WRK-TRANSP-BUSCA
                   MOVE WRK-IDX-NOTA TO WRK-IDX-ACHADO
                   MOVE WRK-QTD-NOTAS TO WRK-IDX-NOTA
               END-IF
           END-PERFORM.

           IF WRK-IDX-ACHADO = 0
               IF WRK-QTD-NOTAS < 100
                   ADD 1 TO WRK-QTD-NOTAS
                   MOVE WRK-QTD-NOTAS TO WRK-IDX-ACHADO
                   INITIALIZE WRK-NT-ITEM (WRK-IDX-ACHADO)
                   MOVE WRK-TRANSP-BUSCA
                       TO WRK-NT-TRANSP (WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-NT-AVALIADA (WRK-IDX-ACHADO)
                   MOVE 'A' TO WRK-NT-SITUACAO (WRK-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-NOTAS-CHEIA
               END-IF
           END-IF.

      *>*********************************************
       200000-LER-EXPEDICOES.
      *>*********************************************
      *>   O DD SHIPMAST CONCATENA O CADASTRO DE TRABALHO COM O
      *>   ARQUIVO MORTO SHIPARCH - ENTREGA DO MES JA ARQUIVADA
      *>   TAMBEM CONTA
           OPEN INPUT SHIPMAST.
           IF WRK-SHIPMAST-STATUS = '00'
               PERFORM 210000-LER-EXPEDICAO
                   UNTIL WRK-SHIPMAST-STATUS = '10'
               CLOSE SHIPMAST
           ELSE
               DISPLAY 'SHIPMAST INDISPONIVEL - SEM PONTUALIDADE NO '
                       'BOLETIM'
           END-IF.

      *>*********************************************
       210000-LER-EXPEDICAO.
      *>*********************************************
           READ SHIPMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-TRANSPORTADORA NOT = SPACES
                       PERFORM 220000-CONTAR-EXPEDICAO
                   END-IF
           END-READ.

      *>*********************************************
       220000-CONTAR-EXPEDICAO.
      *>*********************************************
      *>   SO PEDIDO MEXIDO NO MES PODE TER OCORRENCIA NO MES - O
      *>   RESTO DO ARQUIVO MORTO NAO ENTRA NA TABELA DE PEDIDOS
           IF FS-DATA-SITUACAO >= WRK-INICIO-MES
               OR FS-DATA-PEDIDO >= WRK-INICIO-MES
               OR NOT FS-ENTREGUE
               IF WRK-QTD-PEDIDOS < 3000
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE FS-PEDIDO
                       TO WRK-PD-PEDIDO (WRK-QTD-PEDIDOS)
                   MOVE FS-TRANSPORTADORA
                       TO WRK-PD-TRANSP (WRK-QTD-PEDIDOS)
               ELSE
                   MOVE 'S' TO WRK-PEDIDOS-CHEIA
               END-IF
           END-IF.

           MOVE FS-TRANSPORTADORA TO WRK-TRANSP-BUSCA.
           PERFORM 150000-LOCALIZAR-TRANSP.
           IF WRK-IDX-ACHADO > 0
               IF FS-DATA-PEDIDO (1:6) = WRK-MES-BASE
                   ADD 1 TO WRK-NT-EXPEDIDOS (WRK-IDX-ACHADO)
               END-IF
               IF FS-ENTREGUE
                   AND FS-DATA-SITUACAO (1:6) = WRK-MES-BASE
                   ADD 1 TO WRK-NT-ENTREGUES (WRK-IDX-ACHADO)
                   IF FS-DATA-SITUACAO <= FS-DATA-ENTREGA-PREV
                       ADD 1 TO WRK-NT-NO-PRAZO (WRK-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       300000-LER-OCORRENCIAS.
      *>*********************************************
      *>   O DD SHIPTRAN CONCATENA AS GERACOES DO HISTORICO
      *>   SHIPTRAN.HIST - SO AS TRANSACOES DO MES SAO CONTADAS
           MOVE ZEROS TO WRK-QTD-OCORR.
           OPEN INPUT SHIPTRAN.
           IF WRK-SHIPTRAN-STATUS = '00'
               PERFORM 310000-LER-OCORRENCIA
                   UNTIL WRK-SHIPTRAN-STATUS = '10'
               CLOSE SHIPTRAN
           ELSE
               DISPLAY 'HISTORICO SHIPTRAN INDISPONIVEL - BOLETIM SEM '
                       'OCORRENCIAS DE ENTREGA'
           END-IF.

      *>*********************************************
       310000-LER-OCORRENCIA.
      *>*********************************************
           READ SHIPTRAN
               AT END
                   CONTINUE
               NOT AT END
                   IF SH-DATA (1:6) = WRK-MES-BASE
                       AND (SH-OCOR-RECUSA OR SH-OCOR-ENDERECO
                            OR SH-OCOR-AVARIA OR SH-OCOR-EXTRAVIO)
                       PERFORM 320000-VERIFICAR-REPETIDA
                       IF WRK-OCORR-REPETIDA = 'N'
                           PERFORM 330000-CONTAR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       320000-VERIFICAR-REPETIDA.
      *>*********************************************
           MOVE 'N' TO WRK-OCORR-REPETIDA.
           PERFORM VARYING WRK-IDX-OCORR FROM 1 BY 1
                   UNTIL WRK-IDX-OCORR > WRK-QTD-OCORR
               IF WRK-OC-PEDIDO (WRK-IDX-OCORR) = SH-PEDIDO
                   AND WRK-OC-TIPO (WRK-IDX-OCORR) = SH-SITUACAO-NOVA
                   AND WRK-OC-DATA (WRK-IDX-OCORR) = SH-DATA
                   MOVE 'S' TO WRK-OCORR-REPETIDA
                   MOVE WRK-QTD-OCORR TO WRK-IDX-OCORR
               END-IF
           END-PERFORM.

           IF WRK-OCORR-REPETIDA = 'S'
               ADD 1 TO WRK-QTD-REPETIDAS
           ELSE
               IF WRK-QTD-OCORR < 3000
                   ADD 1 TO WRK-QTD-OCORR
                   MOVE SH-PEDIDO TO WRK-OC-PEDIDO (WRK-QTD-OCORR)
                   MOVE SH-SITUACAO-NOVA
                       TO WRK-OC-TIPO (WRK-QTD-OCORR)
                   MOVE SH-DATA TO WRK-OC-DATA (WRK-QTD-OCORR)
               END-IF
           END-IF.

      *>*********************************************
       330000-CONTAR-OCORRENCIA.
      *>*********************************************
           MOVE SPACES TO WRK-TRANSP-BUSCA.
           PERFORM VARYING WRK-IDX-PEDIDO FROM 1 BY 1
                   UNTIL WRK-IDX-PEDIDO > WRK-QTD-PEDIDOS
               IF WRK-PD-PEDIDO (WRK-IDX-PEDIDO) = SH-PEDIDO
                   MOVE WRK-PD-TRANSP (WRK-IDX-PEDIDO)
                       TO WRK-TRANSP-BUSCA
                   MOVE WRK-QTD-PEDIDOS TO WRK-IDX-PEDIDO
               END-IF
           END-PERFORM.

           IF WRK-TRANSP-BUSCA = SPACES
               ADD 1 TO WRK-QTD-SEM-TRANSP
           ELSE
               PERFORM 150000-LOCALIZAR-TRANSP
               IF WRK-IDX-ACHADO > 0
                   EVALUATE TRUE
                       WHEN SH-OCOR-RECUSA
                           ADD 1 TO WRK-NT-RECUSA (WRK-IDX-ACHADO)
                       WHEN SH-OCOR-ENDERECO
                           ADD 1 TO WRK-NT-ENDERECO (WRK-IDX-ACHADO)
                       WHEN SH-OCOR-AVARIA
                           ADD 1 TO WRK-NT-AVARIA (WRK-IDX-ACHADO)
                       WHEN SH-OCOR-EXTRAVIO
                           ADD 1 TO WRK-NT-EXTRAVIO (WRK-IDX-ACHADO)
                   END-EVALUATE
               END-IF
           END-IF.

      *>*********************************************
       350000-LER-FATURAS.
      *>*********************************************
           OPEN INPUT FATPEND.
           IF WRK-FATPEND-STATUS = '00'
               PERFORM 360000-LER-FATURA
                   UNTIL WRK-FATPEND-STATUS = '10'
               CLOSE FATPEND
           ELSE
               DISPLAY 'FATPEND INDISPONIVEL - BOLETIM SEM FATURAS '
                       'PARADAS'
           END-IF.

      *>*********************************************
       360000-LER-FATURA.
      *>*********************************************
      *>   CONTA A FATURA PARADA NO MES, QUALQUER QUE TENHA SIDO A
      *>   DECISAO DO SUPERVISOR DEPOIS - PEDIDO DESCONHECIDO NAO
      *>   PESA NA NOTA (PODE SER ERRO DE CADASTRO DO PROPRIO PEDIDO)
           READ FATPEND
               AT END
                   CONTINUE
               NOT AT END
                   IF FP-DATA (1:6) = WRK-MES-BASE
                       AND (FP-ACIMA-COTACAO OR FP-DUPLICADA)
                       MOVE FP-TRANSPORTADORA TO WRK-TRANSP-BUSCA
                       PERFORM 150000-LOCALIZAR-TRANSP
                       IF WRK-IDX-ACHADO > 0
                           IF FP-ACIMA-COTACAO
                               ADD 1
                                 TO WRK-NT-FAT-ACIMA (WRK-IDX-ACHADO)
                           ELSE
                               ADD 1
                                 TO WRK-NT-FAT-DUPLIC (WRK-IDX-ACHADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       400000-CALCULAR-NOTAS.
      *>*********************************************
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
               PERFORM 410000-CALCULAR-NOTA
           END-PERFORM.

      *>*********************************************
       410000-CALCULAR-NOTA.
      *>*********************************************
      *>   BASE = CARGAS DO MES (ATRIBUIDAS OU ENTREGUES, O MAIOR).
      *>   NOTA = % ENTREGUE NO PRAZO - PONTOS DE OCORRENCIA POR 100
      *>   CARGAS: RECUSA, ENDERECO E FATURA PARADA VALEM 1, AVARIA
      *>   2 E EXTRAVIO 3. SEM CARGA NO MES A NOTA ANTERIOR FICA
           MOVE WRK-NT-EXPEDIDOS (WRK-IDX-NOTA) TO WRK-BASE-CARGAS.
           IF WRK-NT-ENTREGUES (WRK-IDX-NOTA) > WRK-BASE-CARGAS
               MOVE WRK-NT-ENTREGUES (WRK-IDX-NOTA) TO WRK-BASE-CARGAS
           END-IF.

           IF WRK-BASE-CARGAS = 0
               MOVE 'N' TO WRK-NT-AVALIADA (WRK-IDX-NOTA)
           ELSE
               MOVE 'S' TO WRK-NT-AVALIADA (WRK-IDX-NOTA)
               ADD 1 TO WRK-QTD-AVALIADAS
               IF WRK-NT-ENTREGUES (WRK-IDX-NOTA) > 0
                   COMPUTE WRK-PCT-PRAZO ROUNDED =
                       WRK-NT-NO-PRAZO (WRK-IDX-NOTA) * 100
                       / WRK-NT-ENTREGUES (WRK-IDX-NOTA)
               ELSE
                   MOVE 100 TO WRK-PCT-PRAZO
               END-IF
               MOVE WRK-PCT-PRAZO TO WRK-NT-PCT-PRAZO (WRK-IDX-NOTA)

               COMPUTE WRK-PONTOS-OCORR =
                   WRK-NT-RECUSA (WRK-IDX-NOTA)
                   + WRK-NT-ENDERECO (WRK-IDX-NOTA)
                   + WRK-NT-AVARIA (WRK-IDX-NOTA) * 2
                   + WRK-NT-EXTRAVIO (WRK-IDX-NOTA) * 3
                   + WRK-NT-FAT-ACIMA (WRK-IDX-NOTA)
                   + WRK-NT-FAT-DUPLIC (WRK-IDX-NOTA)
               COMPUTE WRK-NOTA-CALC ROUNDED =
                   WRK-PCT-PRAZO
                   - (WRK-PONTOS-OCORR * 100 / WRK-BASE-CARGAS)
               IF WRK-NOTA-CALC < 0
                   MOVE ZEROS TO WRK-NOTA-CALC
               END-IF
               MOVE WRK-NOTA-CALC TO WRK-NT-NOTA (WRK-IDX-NOTA)

               PERFORM 420000-APLICAR-PISO
           END-IF.

           IF WRK-NT-SITUACAO (WRK-IDX-NOTA) = 'X'
               ADD 1 TO WRK-QTD-EXCLUIDAS
           END-IF.

      *>*********************************************
       420000-APLICAR-PISO.
      *>*********************************************
      *>   EXCLUIDA CONTINUA EXCLUIDA ATE O TRANSREA; REABILITADA NA
      *>   PROPRIA COMPETENCIA NAO E EXCLUIDA DE NOVO PELO MESMO MES
      *>   QUE A DERRUBOU
           IF WRK-NT-NOTA (WRK-IDX-NOTA) < WRK-NOTA-MINIMA
               EVALUATE WRK-NT-SITUACAO (WRK-IDX-NOTA)
                   WHEN 'X'
                       CONTINUE
                   WHEN 'R'
                       IF WRK-NT-DATA-REAB (WRK-IDX-NOTA) (1:6)
                               < WRK-MES-BASE
                           PERFORM 430000-EXCLUIR-TRANSP
                       END-IF
                   WHEN OTHER
                       PERFORM 430000-EXCLUIR-TRANSP
               END-EVALUATE
           END-IF.

      *>*********************************************
       430000-EXCLUIR-TRANSP.
      *>*********************************************
           MOVE 'X' TO WRK-NT-SITUACAO (WRK-IDX-NOTA).
           MOVE WRK-DATA-PROCESSO TO WRK-NT-DATA-EXCL (WRK-IDX-NOTA).
           ADD 1 TO WRK-QTD-NOVAS-EXCL.
           DISPLAY 'TRANSPORTADORA ' WRK-NT-TRANSP (WRK-IDX-NOTA)
                   ' EXCLUIDA DA ATRIBUICAO - NOTA ABAIXO DO PISO'.

      *>*********************************************
       500000-EMITIR-RELATORIO.
      *>*********************************************
           OPEN OUTPUT TRANSRPT.

           MOVE SPACES TO TRANSRPT-LINHA.
           STRING 'BOLETIM DE DESEMPENHO DAS TRANSPORTADORAS - '
                  'COMPETENCIA ' WRK-MES-BASE
               DELIMITED BY SIZE INTO TRANSRPT-LINHA
           END-STRING.
           WRITE TRANSRPT-LINHA.

           MOVE WRK-NOTA-MINIMA TO WRK-NOTA-ED.
           MOVE SPACES TO TRANSRPT-LINHA.
           STRING 'NOTA MINIMA PARA ATRIBUICAO: ' WRK-NOTA-ED
               DELIMITED BY SIZE INTO TRANSRPT-LINHA
           END-STRING.
           WRITE TRANSRPT-LINHA.

           MOVE SPACES TO TRANSRPT-LINHA.
           WRITE TRANSRPT-LINHA.
           MOVE 'TRANSP      CARG  ENTR  %PRAZO  REC  END  AVA  EXT'
               TO TRANSRPT-LINHA.
           MOVE '  FAT    NOTA SITUACAO' TO TRANSRPT-LINHA (52:22).
           WRITE TRANSRPT-LINHA.

           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
               PERFORM 510000-EMITIR-LINHA
           END-PERFORM.

           CLOSE TRANSRPT.

      *>*********************************************
       510000-EMITIR-LINHA.
      *>*********************************************
           EVALUATE TRUE
               WHEN WRK-NT-SITUACAO (WRK-IDX-NOTA) = 'X'
                   MOVE 'EXCLUIDA' TO WRK-SITUACAO-ED
               WHEN WRK-NT-SITUACAO (WRK-IDX-NOTA) = 'R'
                   MOVE 'REABILIT.' TO WRK-SITUACAO-ED
               WHEN WRK-NT-AVALIADA (WRK-IDX-NOTA) NOT = 'S'
                   MOVE 'SEM MOVTO' TO WRK-SITUACAO-ED
               WHEN OTHER
                   MOVE 'ATIVA' TO WRK-SITUACAO-ED
           END-EVALUATE.

           MOVE WRK-NT-PCT-PRAZO (WRK-IDX-NOTA) TO WRK-PCT-ED.
           MOVE WRK-NT-NOTA (WRK-IDX-NOTA) TO WRK-NOTA-ED.
           COMPUTE WRK-PONTOS-OCORR =
               WRK-NT-FAT-ACIMA (WRK-IDX-NOTA)
               + WRK-NT-FAT-DUPLIC (WRK-IDX-NOTA).

           MOVE SPACES TO TRANSRPT-LINHA.
           STRING WRK-NT-TRANSP (WRK-IDX-NOTA)
                  WRK-NT-EXPEDIDOS (WRK-IDX-NOTA) ' '
                  WRK-NT-ENTREGUES (WRK-IDX-NOTA) ' '
                  WRK-PCT-ED ' '
                  WRK-NT-RECUSA (WRK-IDX-NOTA) ' '
                  WRK-NT-ENDERECO (WRK-IDX-NOTA) ' '
                  WRK-NT-AVARIA (WRK-IDX-NOTA) ' '
                  WRK-NT-EXTRAVIO (WRK-IDX-NOTA) ' '
                  WRK-PONTOS-OCORR (3:4) ' '
                  WRK-NOTA-ED ' '
                  WRK-SITUACAO-ED
               DELIMITED BY SIZE INTO TRANSRPT-LINHA
           END-STRING.
           WRITE TRANSRPT-LINHA.

      *>*********************************************
       550000-REGRAVAR-TRANSNOT.
      *>*********************************************
      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA AS EXCLUSOES DAS
      *>   TRANSPORTADORAS QUE NAO COUBERAM - BOLETIM ANTERIOR FICA
           IF WRK-NOTAS-CHEIA = 'S'
               DISPLAY 'MAIS DE 100 TRANSPORTADORAS - TRANSNOT '
                       'PRESERVADO SEM O BOLETIM DO MES'
           ELSE
               OPEN OUTPUT TRANSNOT
               PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                       UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
                   PERFORM 560000-GRAVAR-TRANSNOT
               END-PERFORM
               CLOSE TRANSNOT
           END-IF.

      *>*********************************************
       560000-GRAVAR-TRANSNOT.
      *>*********************************************
           MOVE SPACES TO TN-REGISTRO.
           MOVE WRK-NT-TRANSP (WRK-IDX-NOTA)     TO TN-TRANSPORTADORA.
           MOVE WRK-MES-BASE                     TO TN-COMPETENCIA.
           MOVE WRK-NT-EXPEDIDOS (WRK-IDX-NOTA)  TO TN-QTD-EXPEDIDOS.
           MOVE WRK-NT-ENTREGUES (WRK-IDX-NOTA)  TO TN-QTD-ENTREGUES.
           MOVE WRK-NT-NO-PRAZO (WRK-IDX-NOTA)   TO TN-QTD-NO-PRAZO.
           MOVE WRK-NT-PCT-PRAZO (WRK-IDX-NOTA)  TO TN-PCT-NO-PRAZO.
           MOVE WRK-NT-RECUSA (WRK-IDX-NOTA)     TO TN-QTD-RECUSA.
           MOVE WRK-NT-ENDERECO (WRK-IDX-NOTA)   TO TN-QTD-ENDERECO.
           MOVE WRK-NT-AVARIA (WRK-IDX-NOTA)     TO TN-QTD-AVARIA.
           MOVE WRK-NT-EXTRAVIO (WRK-IDX-NOTA)   TO TN-QTD-EXTRAVIO.
           MOVE WRK-NT-FAT-ACIMA (WRK-IDX-NOTA)  TO TN-QTD-FAT-ACIMA.
           MOVE WRK-NT-FAT-DUPLIC (WRK-IDX-NOTA) TO TN-QTD-FAT-DUPLIC.
           MOVE WRK-NT-NOTA (WRK-IDX-NOTA)       TO TN-NOTA.
           MOVE WRK-NT-AVALIADA (WRK-IDX-NOTA)   TO TN-AVALIADA.
           MOVE WRK-NT-SITUACAO (WRK-IDX-NOTA)   TO TN-SITUACAO.
           MOVE WRK-NT-DATA-EXCL (WRK-IDX-NOTA)  TO TN-DATA-EXCLUSAO.
           MOVE WRK-NT-DATA-REAB (WRK-IDX-NOTA)
               TO TN-DATA-REABILITACAO.
           MOVE WRK-NT-USUARIO (WRK-IDX-NOTA)    TO TN-USUARIO-REABILIT.
           WRITE TN-REGISTRO.

      *>*********************************************
       600000-FINALIZAR.
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'BOLETIM DE TRANSPORTADORAS - ' WRK-MES-BASE.
           DISPLAY 'TRANSPORTADORAS.......: ' WRK-QTD-NOTAS.
           DISPLAY 'AVALIADAS NO MES......: ' WRK-QTD-AVALIADAS.
           DISPLAY 'EXCLUIDAS NO MES......: ' WRK-QTD-NOVAS-EXCL.
           DISPLAY 'EXCLUIDAS NO TOTAL....: ' WRK-QTD-EXCLUIDAS.
           DISPLAY 'OCORRENCIAS REPETIDAS.: ' WRK-QTD-REPETIDAS.
           DISPLAY 'OCORRENCIA SEM PEDIDO.: ' WRK-QTD-SEM-TRANSP.
           DISPLAY '========================='.

      *>   PEDIDOS ALEM DA TABELA FICAM SEM AS OCORRENCIAS - A NOTA
      *>   SAI, MAS O RC AVISA
           IF WRK-NOTAS-CHEIA = 'S' OR WRK-PEDIDOS-CHEIA = 'S'
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

           MOVE 'TRANSAVL'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'      TO BL-STATUS
           ELSE
               MOVE 'AVISO'   TO BL-STATUS
           END-IF.
           MOVE 'BOLETIM DE TRANSPORTADORAS EMITIDO' TO BL-DETALHE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
