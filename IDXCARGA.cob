       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXCARGA.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = CARGA DA SERIE PUBLICADA DE INDICES (IDXPUBL -
      *> CDI E IPCA) PARA O INDEXRT, QUE ALIMENTA A CARTEIRA, O
      *> INVESTIMENTOS E O INVPERF. CADA MES PUBLICADO E CONFERIDO:
      *> INDICE E ANO-MES VALIDOS, SEM DUPLICIDADE NO ARQUIVO, SEM
      *> DIVERGIR DO QUE JA ESTA NO INDEXRT OU NA FILA, COM O MES
      *> ANTERIOR PRESENTE (SEM LACUNA) E COM VARIACAO SOBRE O MES
      *> ANTERIOR DENTRO DA TOLERANCIA VARIACAO-MAXIMA DO PARMGER
      *> (PONTOS PERCENTUAIS DE TAXA MENSAL). O MES BOM NAO VAI
      *> DIRETO PARA O INDEXRT: ENTRA NA FILA DE DUPLO CONTROLE
      *> PENDAPRV E E APLICADO QUANDO UM SUPERVISOR O APROVA NO
      *> APROVMNT. O IDXRPT LISTA CADA MES PUBLICADO COM A SITUACAO
      *> E AS LACUNAS DA SERIE ATE O MES DO LOTE - MES CORRENTE SEM
      *> TAXA APROVADA PARA O ACCRUAL DO NIGHTRUN.
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
           SELECT IDXPUBL ASSIGN TO "IDXPUBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IDXPUBL-STATUS.
           SELECT INDEXRT ASSIGN TO "INDEXRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INDEXRT-STATUS.
           SELECT PENDAPRV ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDAPRV-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT IDXRPT ASSIGN TO "IDXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IDXRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IDXPUBL.
           COPY "IDXPUBL.CPY" IN 'COPYBOOKS'.
       FD  INDEXRT.
           COPY "INDEXRT.CPY" IN 'COPYBOOKS'.
       FD  PENDAPRV.
           COPY "PENDAPRV.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  IDXRPT
           RECORDING MODE IS F.
       01  IDXRPT-LINHA             PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-IDXPUBL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-INDEXRT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PENDAPRV-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-IDXRPT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-MES-PROC    PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA           PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-VARIACAO-MAXIMA PIC 9(02)V9(04) VALUE 0,5000.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-SERIE       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SERIE       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SERIE-ACHADA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PUBLICADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PUBLICADO   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PUB2        PIC 9(03) VALUE ZEROS.
       77 WRK-TROCA           PIC X(01) VALUE 'N'.
       77 WRK-BUSCA-INDICE    PIC X(03) VALUE SPACES.
       77 WRK-BUSCA-ANO-MES   PIC 9(06) VALUE ZEROS.
       77 WRK-MENOR-ANO-MES   PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-MES-ANT     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-MES-CORR    PIC 9(06) VALUE ZEROS.
       77 WRK-ANO             PIC 9(04) VALUE ZEROS.
       77 WRK-MES             PIC 9(02) VALUE ZEROS.
       77 WRK-VOLTAS          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-INDICE      PIC 9(01) VALUE ZEROS.
       77 WRK-VARIACAO        PIC S9(02)V9(04) VALUE ZEROS.
       77 WRK-TAXA-EDIT       PIC Z9,9999 VALUE ZEROS.
       77 WRK-TAXA-ANT-EDIT   PIC Z9,9999 VALUE ZEROS.
       77 WRK-VARIACAO-EDIT   PIC Z9,9999 VALUE ZEROS.
       77 WRK-MAXIMA-EDIT     PIC Z9,9999 VALUE ZEROS.
       77 WRK-SITUACAO-EDIT   PIC X(08) VALUE SPACES.
       77 WRK-QTD-ACEITOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-JA-CARREGADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXCECOES    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LACUNAS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MES-FALTANTE PIC 9(01) VALUE ZEROS.
       01 WRK-NOMES-INDICES   PIC X(06) VALUE 'CDIIPC'.
       01 WRK-TAB-INDICES REDEFINES WRK-NOMES-INDICES.
           05  WRK-NOME-INDICE    PIC X(03) OCCURS 2 TIMES.
      *>   SERIE CONHECIDA: 'I' = JA NO INDEXRT, 'F' = NA FILA DE
      *>   APROVACAO, 'N' = ENVIADO PARA A FILA NESTA CARGA
       01 WRK-TABELA-SERIE.
           05  WRK-SER-ITEM OCCURS 1200 TIMES
                   INDEXED BY WRK-IDX-TSE.
               10  WRK-SE-INDICE      PIC X(03).
               10  WRK-SE-ANO-MES     PIC 9(06).
               10  WRK-SE-TAXA        PIC 9(02)V9(04).
               10  WRK-SE-ORIGEM      PIC X(01).
      *>   MESES PUBLICADOS: 'A' = ACEITO (FILA), 'J' = JA CARREGADO,
      *>   'X' = EXCECAO, BRANCO = AINDA NAO CONFERIDO
       01 WRK-TABELA-PUBLICADOS.
           05  WRK-PUB-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TPB.
               10  WRK-PB-INDICE      PIC X(03).
               10  WRK-PB-ANO-MES     PIC 9(06).
               10  WRK-PB-TAXA        PIC 9(02)V9(04).
               10  WRK-PB-SITUACAO    PIC X(01).
               10  WRK-PB-MOTIVO      PIC X(45).
       01 WRK-TROCA-AREA              PIC X(61).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-ORDENAR-PUBLICADOS.
           PERFORM VARYING WRK-IDX-PUBLICADO FROM 1 BY 1
                   UNTIL WRK-IDX-PUBLICADO > WRK-QTD-PUBLICADOS
               IF WRK-PB-SITUACAO (WRK-IDX-PUBLICADO) = SPACE
                   PERFORM 300000-CONFERIR-MES
               END-IF
               PERFORM 350000-LISTAR-MES
           END-PERFORM.

           PERFORM VARYING WRK-IDX-INDICE FROM 1 BY 1
                   UNTIL WRK-IDX-INDICE > 2
               PERFORM 400000-CONFERIR-LACUNAS
           END-PERFORM.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-ANO-MES-PROC.
           ACCEPT WRK-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA FROM TIME.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-INDEXRT.
           PERFORM 130000-CARREGAR-FILA.
           PERFORM 140000-CARREGAR-PUBLICADOS.

           OPEN OUTPUT IDXRPT.
           MOVE SPACES TO IDXRPT-LINHA.
           STRING 'CARGA DA SERIE PUBLICADA DE INDICES - '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO IDXRPT-LINHA
           END-STRING.
           WRITE IDXRPT-LINHA.
           MOVE WRK-VARIACAO-MAXIMA TO WRK-MAXIMA-EDIT.
           MOVE SPACES TO IDXRPT-LINHA.
           STRING 'VARIACAO MAXIMA SOBRE O MES ANTERIOR: '
                  WRK-MAXIMA-EDIT ' P.P.'
               DELIMITED BY SIZE INTO IDXRPT-LINHA
           END-STRING.
           WRITE IDXRPT-LINHA.
           MOVE SPACES TO IDXRPT-LINHA.
           WRITE IDXRPT-LINHA.
           MOVE 'IND ANO-MES    TAXA SITUACAO MOTIVO'
               TO IDXRPT-LINHA.
           WRITE IDXRPT-LINHA.

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
                   IF PG-PROGRAMA = 'IDXCARGA'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'VARIACAO-MAXIMA'
                               MOVE PG-VALOR TO WRK-VARIACAO-MAXIMA
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-INDEXRT.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT INDEXRT.
           IF WRK-INDEXRT-STATUS = '00'
               PERFORM 121000-LER-INDEXRT
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE INDEXRT
           ELSE
               DISPLAY 'INDEXRT INDISPONIVEL - STATUS '
                       WRK-INDEXRT-STATUS ' - SERIE VAZIA'
           END-IF.

      *>*********************************************
       121000-LER-INDEXRT.
      *>*********************************************
           READ INDEXRT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE IX-INDICE   TO WRK-BUSCA-INDICE
                   MOVE IX-ANO-MES  TO WRK-BUSCA-ANO-MES
                   PERFORM 125000-INCLUIR-NA-SERIE
                   IF WRK-IDX-SERIE-ACHADA > 0
                       MOVE IX-TAXA-MES
                           TO WRK-SE-TAXA (WRK-IDX-SERIE-ACHADA)
                       MOVE 'I'
                           TO WRK-SE-ORIGEM (WRK-IDX-SERIE-ACHADA)
                   END-IF
           END-READ.

      *>*********************************************
       125000-INCLUIR-NA-SERIE.
      *>*********************************************
           IF WRK-QTD-SERIE < 1200
               ADD 1 TO WRK-QTD-SERIE
               MOVE WRK-QTD-SERIE     TO WRK-IDX-SERIE-ACHADA
               MOVE WRK-BUSCA-INDICE
                   TO WRK-SE-INDICE (WRK-IDX-SERIE-ACHADA)
               MOVE WRK-BUSCA-ANO-MES
                   TO WRK-SE-ANO-MES (WRK-IDX-SERIE-ACHADA)
           ELSE
               MOVE ZEROS TO WRK-IDX-SERIE-ACHADA
               MOVE 'S' TO WRK-TABELA-CHEIA
               DISPLAY 'SERIE COM MAIS DE 1200 OBSERVACOES - '
                       WRK-BUSCA-INDICE ' ' WRK-BUSCA-ANO-MES
                       ' IGNORADO'
           END-IF.

      *>*********************************************
       130000-CARREGAR-FILA.
      *>*********************************************
      *>   MES JA ENVIADO POR CARGA ANTERIOR E AINDA PENDENTE NA FILA
      *>   CONTA COMO CONHECIDO - A RECARGA NAO O ENFILEIRA DE NOVO
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PENDAPRV.
           IF WRK-PENDAPRV-STATUS = '00'
               PERFORM 131000-LER-FILA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE PENDAPRV
           END-IF.

      *>*********************************************
       131000-LER-FILA.
      *>*********************************************
           READ PENDAPRV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AV-ALVO-INDEXRT AND AV-PENDENTE
                       AND AV-CHAVE (1:6) NUMERIC
                       MOVE AV-PROGRAMA (1:3) TO WRK-BUSCA-INDICE
                       MOVE AV-CHAVE (1:6)    TO WRK-BUSCA-ANO-MES
                       PERFORM 320000-LOCALIZAR-NA-SERIE
                       IF WRK-IDX-SERIE-ACHADA = 0
                           PERFORM 125000-INCLUIR-NA-SERIE
                           IF WRK-IDX-SERIE-ACHADA > 0
                               MOVE AV-VALOR-NOVO TO WRK-SE-TAXA
                                   (WRK-IDX-SERIE-ACHADA)
                               MOVE 'F' TO WRK-SE-ORIGEM
                                   (WRK-IDX-SERIE-ACHADA)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       140000-CARREGAR-PUBLICADOS.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT IDXPUBL.
           IF WRK-IDXPUBL-STATUS = '00'
               PERFORM 141000-LER-PUBLICADO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE IDXPUBL
           ELSE
               DISPLAY 'SEM SERIE PUBLICADA (IDXPUBL) - SO A '
                       'CONFERENCIA DE LACUNAS DO INDEXRT'
           END-IF.

      *>*********************************************
       141000-LER-PUBLICADO.
      *>*********************************************
           READ IDXPUBL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-PUBLICADOS < 500
                       ADD 1 TO WRK-QTD-PUBLICADOS
                       MOVE WRK-QTD-PUBLICADOS TO WRK-IDX-PUBLICADO
                       PERFORM 142000-VALIDAR-PUBLICADO
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'IDXPUBL COM MAIS DE 500 REGISTROS - '
                               XP-INDICE ' ' XP-ANO-MES ' IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       142000-VALIDAR-PUBLICADO.
      *>*********************************************
           MOVE XP-INDICE TO WRK-PB-INDICE (WRK-IDX-PUBLICADO).
           MOVE SPACE     TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO).
           MOVE SPACES    TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO).
           IF XP-ANO-MES NUMERIC
               MOVE XP-ANO-MES TO WRK-PB-ANO-MES (WRK-IDX-PUBLICADO)
           ELSE
               MOVE ZEROS TO WRK-PB-ANO-MES (WRK-IDX-PUBLICADO)
           END-IF.
           IF XP-TAXA-MES NUMERIC
               MOVE XP-TAXA-MES TO WRK-PB-TAXA (WRK-IDX-PUBLICADO)
           ELSE
               MOVE ZEROS TO WRK-PB-TAXA (WRK-IDX-PUBLICADO)
           END-IF.
           MOVE WRK-PB-ANO-MES (WRK-IDX-PUBLICADO) (5:2) TO WRK-MES.

           EVALUATE TRUE
               WHEN XP-INDICE NOT = 'CDI' AND XP-INDICE NOT = 'IPC'
                   MOVE 'INDICE DESCONHECIDO'
                       TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
               WHEN XP-ANO-MES NOT NUMERIC
                   OR WRK-MES < 1 OR WRK-MES > 12
                   MOVE 'ANO-MES INVALIDO'
                       TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
               WHEN XP-TAXA-MES NOT NUMERIC
                   MOVE 'TAXA NAO NUMERICA'
                       TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
               WHEN OTHER
                   PERFORM VARYING WRK-IDX-PUB2 FROM 1 BY 1
                           UNTIL WRK-IDX-PUB2 >= WRK-IDX-PUBLICADO
                       IF WRK-PB-INDICE (WRK-IDX-PUB2) = XP-INDICE
                           AND WRK-PB-ANO-MES (WRK-IDX-PUB2) =
                               XP-ANO-MES
                           MOVE 'DUPLICADO NO ARQUIVO PUBLICADO'
                               TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
                           MOVE WRK-IDX-PUBLICADO TO WRK-IDX-PUB2
                       END-IF
                   END-PERFORM
           END-EVALUATE.

           IF WRK-PB-MOTIVO (WRK-IDX-PUBLICADO) NOT = SPACES
               MOVE 'X' TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO)
           END-IF.

      *>*********************************************
       200000-ORDENAR-PUBLICADOS.
      *>*********************************************
      *>   ORDEM DE INDICE E ANO-MES - CADA MES E CONFERIDO DEPOIS DO
      *>   SEU ANTERIOR, MESMO QUE O ARQUIVO VENHA FORA DE ORDEM
           MOVE 'S' TO WRK-TROCA.
           PERFORM UNTIL WRK-TROCA = 'N'
               MOVE 'N' TO WRK-TROCA
               PERFORM VARYING WRK-IDX-PUBLICADO FROM 1 BY 1
                       UNTIL WRK-IDX-PUBLICADO >= WRK-QTD-PUBLICADOS
                   COMPUTE WRK-IDX-PUB2 = WRK-IDX-PUBLICADO + 1
                   IF WRK-PUB-ITEM (WRK-IDX-PUBLICADO) (1:9) >
                           WRK-PUB-ITEM (WRK-IDX-PUB2) (1:9)
                       MOVE WRK-PUB-ITEM (WRK-IDX-PUBLICADO)
                           TO WRK-TROCA-AREA
                       MOVE WRK-PUB-ITEM (WRK-IDX-PUB2)
                           TO WRK-PUB-ITEM (WRK-IDX-PUBLICADO)
                       MOVE WRK-TROCA-AREA
                           TO WRK-PUB-ITEM (WRK-IDX-PUB2)
                       MOVE 'S' TO WRK-TROCA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>*********************************************
       300000-CONFERIR-MES.
      *>*********************************************
           MOVE WRK-PB-INDICE (WRK-IDX-PUBLICADO) TO WRK-BUSCA-INDICE.
           MOVE WRK-PB-ANO-MES (WRK-IDX-PUBLICADO)
               TO WRK-BUSCA-ANO-MES.
           PERFORM 320000-LOCALIZAR-NA-SERIE.

           IF WRK-IDX-SERIE-ACHADA > 0
               PERFORM 310000-CONFERIR-CONHECIDO
           ELSE
               PERFORM 330000-CONFERIR-MES-NOVO
           END-IF.

      *>*********************************************
       310000-CONFERIR-CONHECIDO.
      *>*********************************************
      *>   MES JA CONHECIDO: MESMA TAXA E SO RECARGA; TAXA DIFERENTE
      *>   E CORRECAO DA FONTE, QUE PEDE ANALISE E NAO ENTRA SOZINHA
           IF WRK-SE-TAXA (WRK-IDX-SERIE-ACHADA) =
                   WRK-PB-TAXA (WRK-IDX-PUBLICADO)
               MOVE 'J' TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO)
               ADD 1 TO WRK-QTD-JA-CARREGADOS
               IF WRK-SE-ORIGEM (WRK-IDX-SERIE-ACHADA) = 'I'
                   MOVE 'JA CARREGADO NO INDEXRT'
                       TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
               ELSE
                   MOVE 'JA NA FILA DE APROVACAO'
                       TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
               END-IF
           ELSE
               MOVE 'X' TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO)
               MOVE WRK-SE-TAXA (WRK-IDX-SERIE-ACHADA)
                   TO WRK-TAXA-ANT-EDIT
               IF WRK-SE-ORIGEM (WRK-IDX-SERIE-ACHADA) = 'I'
                   STRING 'DIVERGE DO INDEXRT ('
                          WRK-TAXA-ANT-EDIT ')'
                       DELIMITED BY SIZE
                       INTO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
                   END-STRING
               ELSE
                   STRING 'DIVERGE DA FILA DE APROVACAO ('
                          WRK-TAXA-ANT-EDIT ')'
                       DELIMITED BY SIZE
                       INTO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
                   END-STRING
               END-IF
           END-IF.

      *>*********************************************
       320000-LOCALIZAR-NA-SERIE.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-SERIE-ACHADA.
           PERFORM VARYING WRK-IDX-SERIE FROM 1 BY 1
                   UNTIL WRK-IDX-SERIE > WRK-QTD-SERIE
               IF WRK-SE-INDICE (WRK-IDX-SERIE) = WRK-BUSCA-INDICE
                   AND WRK-SE-ANO-MES (WRK-IDX-SERIE) =
                       WRK-BUSCA-ANO-MES
                   MOVE WRK-IDX-SERIE TO WRK-IDX-SERIE-ACHADA
                   MOVE WRK-QTD-SERIE TO WRK-IDX-SERIE
               END-IF
           END-PERFORM.

      *>*********************************************
       330000-CONFERIR-MES-NOVO.
      *>*********************************************
      *>   O MES ANTERIOR PRECISA ESTAR NA SERIE (INDEXRT, FILA OU
      *>   ACEITO AGORA) PARA A VARIACAO SER MEDIDA; SEM ELE HA
      *>   LACUNA - SALVO NA PRIMEIRA OBSERVACAO DO INDICE
           MOVE WRK-BUSCA-ANO-MES TO WRK-ANO-MES-CORR.
           PERFORM 460000-MES-ANTERIOR.
           MOVE WRK-ANO-MES-ANT TO WRK-BUSCA-ANO-MES.
           PERFORM 320000-LOCALIZAR-NA-SERIE.

           IF WRK-IDX-SERIE-ACHADA > 0
               COMPUTE WRK-VARIACAO =
                       WRK-PB-TAXA (WRK-IDX-PUBLICADO) -
                       WRK-SE-TAXA (WRK-IDX-SERIE-ACHADA)
               IF WRK-VARIACAO < 0
                   COMPUTE WRK-VARIACAO = WRK-VARIACAO * -1
               END-IF
               IF WRK-VARIACAO > WRK-VARIACAO-MAXIMA
                   MOVE 'X' TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO)
                   MOVE WRK-VARIACAO TO WRK-VARIACAO-EDIT
                   MOVE WRK-SE-TAXA (WRK-IDX-SERIE-ACHADA)
                       TO WRK-TAXA-ANT-EDIT
                   STRING 'VARIACAO ' WRK-VARIACAO-EDIT
                          ' SOBRE ' WRK-TAXA-ANT-EDIT
                          ' DE ' WRK-ANO-MES-ANT
                       DELIMITED BY SIZE
                       INTO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
                   END-STRING
               END-IF
           ELSE
               PERFORM 450000-OBTER-MENOR-ANO-MES
               IF WRK-MENOR-ANO-MES > 0
                   AND WRK-MENOR-ANO-MES < WRK-ANO-MES-CORR
                   MOVE 'X' TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO)
                   STRING 'LACUNA - FALTA O MES ' WRK-ANO-MES-ANT
                       DELIMITED BY SIZE
                       INTO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
                   END-STRING
               END-IF
           END-IF.

           IF WRK-PB-SITUACAO (WRK-IDX-PUBLICADO) = SPACE
               PERFORM 340000-ENFILEIRAR-MES
           END-IF.

      *>*********************************************
       340000-ENFILEIRAR-MES.
      *>*********************************************
      *>   MES BOM VAI PARA A FILA DE DUPLO CONTROLE - AV-PROGRAMA
      *>   LEVA O INDICE, AV-CHAVE O ANO-MES E AV-VALOR-NOVO A TAXA
           MOVE WRK-PB-INDICE (WRK-IDX-PUBLICADO) TO WRK-BUSCA-INDICE.
           MOVE WRK-PB-ANO-MES (WRK-IDX-PUBLICADO)
               TO WRK-BUSCA-ANO-MES.
           PERFORM 125000-INCLUIR-NA-SERIE.
           IF WRK-IDX-SERIE-ACHADA > 0
               MOVE WRK-PB-TAXA (WRK-IDX-PUBLICADO)
                   TO WRK-SE-TAXA (WRK-IDX-SERIE-ACHADA)
               MOVE 'N' TO WRK-SE-ORIGEM (WRK-IDX-SERIE-ACHADA)
           END-IF.

           OPEN EXTEND PENDAPRV.
           IF WRK-PENDAPRV-STATUS NOT = '00'
               OPEN OUTPUT PENDAPRV
           END-IF.
           MOVE SPACES              TO AV-REGISTRO.
           MOVE WRK-HOJE            TO AV-DATA.
           MOVE WRK-AGORA           TO AV-HORA.
           MOVE 'IDXCARGA'          TO AV-USUARIO-SOLIC.
           MOVE 'INDEXRT'           TO AV-ARQUIVO.
           MOVE WRK-PB-INDICE (WRK-IDX-PUBLICADO) TO AV-PROGRAMA.
           MOVE WRK-PB-ANO-MES (WRK-IDX-PUBLICADO) TO AV-CHAVE.
           MOVE WRK-PB-TAXA (WRK-IDX-PUBLICADO) TO AV-VALOR-NOVO.
           COMPUTE AV-VIGENCIA =
                   WRK-PB-ANO-MES (WRK-IDX-PUBLICADO) * 100 + 1.
           MOVE 'P'                 TO AV-SITUACAO.
           MOVE SPACES              TO AV-USUARIO-APROV.
           MOVE 'SERIE PUBLICADA - IDXCARGA' TO AV-DETALHE.
           WRITE AV-REGISTRO.
           CLOSE PENDAPRV.

           MOVE 'A' TO WRK-PB-SITUACAO (WRK-IDX-PUBLICADO).
           MOVE 'ENVIADO PARA APROVACAO (PENDAPRV)'
               TO WRK-PB-MOTIVO (WRK-IDX-PUBLICADO).
           ADD 1 TO WRK-QTD-ACEITOS.

      *>*********************************************
       350000-LISTAR-MES.
      *>*********************************************
           EVALUATE WRK-PB-SITUACAO (WRK-IDX-PUBLICADO)
               WHEN 'A'
                   MOVE 'ACEITO  ' TO WRK-SITUACAO-EDIT
               WHEN 'J'
                   MOVE 'IGNORADO' TO WRK-SITUACAO-EDIT
               WHEN OTHER
                   MOVE 'EXCECAO ' TO WRK-SITUACAO-EDIT
                   ADD 1 TO WRK-QTD-EXCECOES
           END-EVALUATE.
           MOVE WRK-PB-TAXA (WRK-IDX-PUBLICADO) TO WRK-TAXA-EDIT.
           MOVE SPACES TO IDXRPT-LINHA.
           STRING WRK-PB-INDICE (WRK-IDX-PUBLICADO) ' '
                  WRK-PB-ANO-MES (WRK-IDX-PUBLICADO) ' '
                  WRK-TAXA-EDIT ' ' WRK-SITUACAO-EDIT ' '
                  WRK-PB-MOTIVO (WRK-IDX-PUBLICADO)
               DELIMITED BY SIZE INTO IDXRPT-LINHA
           END-STRING.
           WRITE IDXRPT-LINHA.

      *>*********************************************
       400000-CONFERIR-LACUNAS.
      *>*********************************************
      *>   DA PRIMEIRA OBSERVACAO DO INDICE ATE O MES DO LOTE, TODO
      *>   MES TEM DE ESTAR NA SERIE. O MES CORRENTE AINDA NA FILA
      *>   (OU AUSENTE) SEGURA O ACCRUAL DO NIGHTRUN
           MOVE WRK-NOME-INDICE (WRK-IDX-INDICE) TO WRK-BUSCA-INDICE.
           MOVE 999999 TO WRK-ANO-MES-CORR.
           PERFORM 450000-OBTER-MENOR-ANO-MES.

           IF WRK-MENOR-ANO-MES = 0
               MOVE SPACES TO IDXRPT-LINHA
               STRING WRK-BUSCA-INDICE ' SEM NENHUMA OBSERVACAO NO '
                      'INDEXRT NEM NA FILA'
                   DELIMITED BY SIZE INTO IDXRPT-LINHA
               END-STRING
               WRITE IDXRPT-LINHA
               ADD 1 TO WRK-QTD-LACUNAS
           ELSE
               MOVE WRK-MENOR-ANO-MES TO WRK-ANO-MES-CORR
               MOVE ZEROS TO WRK-VOLTAS
               PERFORM 410000-CONFERIR-UM-MES
                   UNTIL WRK-ANO-MES-CORR > WRK-ANO-MES-PROC
                       OR WRK-VOLTAS > 600
           END-IF.

      *>*********************************************
       410000-CONFERIR-UM-MES.
      *>*********************************************
           MOVE WRK-ANO-MES-CORR TO WRK-BUSCA-ANO-MES.
           PERFORM 320000-LOCALIZAR-NA-SERIE.
           EVALUATE TRUE
               WHEN WRK-IDX-SERIE-ACHADA = 0
                   ADD 1 TO WRK-QTD-LACUNAS
                   MOVE SPACES TO IDXRPT-LINHA
                   STRING WRK-BUSCA-INDICE ' ' WRK-ANO-MES-CORR
                          ' LACUNA - MES SEM TAXA NA SERIE'
                       DELIMITED BY SIZE INTO IDXRPT-LINHA
                   END-STRING
                   WRITE IDXRPT-LINHA
                   IF WRK-ANO-MES-CORR = WRK-ANO-MES-PROC
                       ADD 1 TO WRK-QTD-MES-FALTANTE
                       PERFORM 420000-AVISAR-MES-CORRENTE
                   END-IF
               WHEN WRK-ANO-MES-CORR = WRK-ANO-MES-PROC
                   AND WRK-SE-ORIGEM (WRK-IDX-SERIE-ACHADA) NOT = 'I'
                   ADD 1 TO WRK-QTD-MES-FALTANTE
                   MOVE SPACES TO IDXRPT-LINHA
                   STRING WRK-BUSCA-INDICE ' ' WRK-ANO-MES-CORR
                          ' AGUARDANDO APROVACAO NO APROVMNT'
                       DELIMITED BY SIZE INTO IDXRPT-LINHA
                   END-STRING
                   WRITE IDXRPT-LINHA
                   PERFORM 420000-AVISAR-MES-CORRENTE
           END-EVALUATE.
           PERFORM 470000-MES-SEGUINTE.
           ADD 1 TO WRK-VOLTAS.

      *>*********************************************
       420000-AVISAR-MES-CORRENTE.
      *>*********************************************
           MOVE SPACES TO IDXRPT-LINHA.
           STRING '    *** SEM TAXA APROVADA PARA O MES DO LOTE - O '
                  'ACCRUAL SERA INTERROMPIDO'
               DELIMITED BY SIZE INTO IDXRPT-LINHA
           END-STRING.
           WRITE IDXRPT-LINHA.

      *>*********************************************
       450000-OBTER-MENOR-ANO-MES.
      *>*********************************************
           MOVE ZEROS TO WRK-MENOR-ANO-MES.
           PERFORM VARYING WRK-IDX-SERIE FROM 1 BY 1
                   UNTIL WRK-IDX-SERIE > WRK-QTD-SERIE
               IF WRK-SE-INDICE (WRK-IDX-SERIE) = WRK-BUSCA-INDICE
                   AND (WRK-MENOR-ANO-MES = 0
                       OR WRK-SE-ANO-MES (WRK-IDX-SERIE) <
                           WRK-MENOR-ANO-MES)
                   MOVE WRK-SE-ANO-MES (WRK-IDX-SERIE)
                       TO WRK-MENOR-ANO-MES
               END-IF
           END-PERFORM.

      *>*********************************************
       460000-MES-ANTERIOR.
      *>*********************************************
           DIVIDE WRK-ANO-MES-CORR BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES = 1
               COMPUTE WRK-ANO-MES-ANT = (WRK-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-ANO-MES-ANT = WRK-ANO-MES-CORR - 1
           END-IF.

      *>*********************************************
       470000-MES-SEGUINTE.
      *>*********************************************
           DIVIDE WRK-ANO-MES-CORR BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES = 12
               COMPUTE WRK-ANO-MES-CORR = (WRK-ANO + 1) * 100 + 1
           ELSE
               ADD 1 TO WRK-ANO-MES-CORR
           END-IF.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           MOVE SPACES TO IDXRPT-LINHA.
           WRITE IDXRPT-LINHA.
           MOVE SPACES TO IDXRPT-LINHA.
           STRING 'ACEITOS ' WRK-QTD-ACEITOS
                  '  JA CARREGADOS ' WRK-QTD-JA-CARREGADOS
                  '  EXCECOES ' WRK-QTD-EXCECOES
                  '  LACUNAS ' WRK-QTD-LACUNAS
               DELIMITED BY SIZE INTO IDXRPT-LINHA
           END-STRING.
           WRITE IDXRPT-LINHA.
           CLOSE IDXRPT.

           DISPLAY '========================='.
           DISPLAY 'CARGA DE INDICES'.
           DISPLAY 'MESES PUBLICADOS......: ' WRK-QTD-PUBLICADOS.
           DISPLAY 'ENVIADOS PARA A FILA..: ' WRK-QTD-ACEITOS.
           DISPLAY 'JA CARREGADOS.........: ' WRK-QTD-JA-CARREGADOS.
           DISPLAY 'EXCECOES..............: ' WRK-QTD-EXCECOES.
           DISPLAY 'LACUNAS NA SERIE......: ' WRK-QTD-LACUNAS.
           DISPLAY '========================='.
           IF WRK-QTD-MES-FALTANTE > 0
               DISPLAY 'INDICE SEM TAXA APROVADA PARA '
                       WRK-ANO-MES-PROC ' - APROVAR NO APROVMNT '
                       'ANTES DO ACCRUAL'
           END-IF.

           IF WRK-QTD-EXCECOES > 0 OR WRK-QTD-LACUNAS > 0
               OR WRK-QTD-MES-FALTANTE > 0
               OR WRK-TABELA-CHEIA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 510000-REGISTRAR-BATCHLOG.

      *>*********************************************
       510000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'IDXCARGA'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'SERIE DE INDICES CONFERIDA'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'SERIE DE INDICES COM EXCECOES'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
