       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCREAL.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RELATORIO MENSAL DE ORCADO X REALIZADO POR CONTA
      *> DE RESULTADO E CENTRO DE CUSTO: O REALIZADO SAI DO GLPOST
      *> (CREDITO - DEBITO, NO SINAL DA DRE DO DEMONSTR) E O ORCADO
      *> DO ORCAMENT, NO MES DA DATA DE PROCESSAMENTO E NO ACUMULADO
      *> DO ANO, COM A VARIACAO (REALIZADO - ORCADO: POSITIVA E
      *> FAVORAVEL) E SUBTOTAIS NAS LINHAS DE DEMONSTRACAO DO PLANOCTA
      *> (PL-LINHA-DEMO). LINHA COM VARIACAO ACIMA DA TOLERANCIA DO
      *> PARMGER (ORCREAL/PCT-TOLERANCIA, PADRAO 10%) - OU REALIZADO
      *> SEM ORCAMENTO - SAI MARCADA COM '*'. SUBSTITUI, PARA TODAS
      *> AS CONTAS, A COMPARACAO SO DE FOLHA DO CCUSTO. O REALIZADO
      *> VEM DO ARQUIVO DE SALDOS DIARIOS SALDODIA QUANDO DISPONIVEL.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - REALIZADO LIDO DO SALDODIA (SALDOS DIARIOS
      *>              POR CONTA/CENTRO), COM RETORNO AO GLPOST
      *>              QUANDO O SALDODIA FALTAR
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT SALDODIA ASSIGN TO "SALDODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WRK-SALDODIA-STATUS.
           SELECT ORCAMENT ASSIGN TO "ORCAMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMENT-STATUS.
           SELECT PLANOCTA ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANOCTA-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT ORCRPT ASSIGN TO "ORCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  ORCAMENT.
           COPY "ORCAMENT.CPY" IN 'COPYBOOKS'.
       FD  PLANOCTA.
           COPY "PLANOCTA.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  ORCRPT
           RECORDING MODE IS F.
       01  ORCRPT-LINHA             PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ORCAMENT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PLANOCTA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ORCRPT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-USA-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOVTO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-BASE        PIC 9(04) VALUE ZEROS.
       77 WRK-PCT-TOLERANCIA  PIC 9(03)V99 VALUE 10,00.
       77 WRK-QTD-PLANO       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PLANO       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRUPOS      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-GRUPO       PIC 9(02) VALUE ZEROS.
       77 WRK-GRUPO-ACHADO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-ITENS       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ITEM        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-IT-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-CORRENTE  PIC X(10) VALUE SPACES.
       77 WRK-CENTRO-CORRENTE PIC X(06) VALUE SPACES.
       77 WRK-LINHA-DEMO      PIC X(02) VALUE SPACES.
       77 WRK-EH-RESULTADO    PIC X(01) VALUE 'N'.
       77 WRK-VALOR-SINAL     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-REAL            PIC S9(13)V99 VALUE ZEROS.
       77 WRK-ORCADO          PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VARIACAO        PIC S9(13)V99 VALUE ZEROS.
       77 WRK-LIMITE-VAR      PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PCT-VARIACAO    PIC S9(05)V9 VALUE ZEROS.
       77 WRK-MARCA           PIC X(01) VALUE SPACES.
       77 WRK-ROTULO          PIC X(04) VALUE SPACES.
       77 WRK-REAL-ED         PIC +9(12),99.
       77 WRK-ORCADO-ED       PIC +9(12),99.
       77 WRK-VARIACAO-ED     PIC +9(12),99.
       77 WRK-PCT-ED          PIC +ZZZ9,9.
       77 WRK-QTD-MARCADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FORA-PLANO  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-REAL-MES    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-MES     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-ANO    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-ANO     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-REAL-MES    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-ORC-MES     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-REAL-ANO    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-ORC-ANO     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
      *>   SO AS CONTAS DE RESULTADO DO PLANO, NA ORDEM DO PLANOCTA
       01 WRK-TABELA-PLANO.
           05  WRK-PL-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TPL.
               10  WRK-PL-CONTA       PIC X(10).
               10  WRK-PL-LINHA       PIC X(02).
      *>   LINHAS DE DEMONSTRACAO NA ORDEM EM QUE APARECEM NO PLANO
       01 WRK-TABELA-GRUPOS.
           05  WRK-GR-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TGR.
               10  WRK-GR-LINHA       PIC X(02).
      *>   UM ITEM POR CONTA + CENTRO DE CUSTO COM REALIZADO/ORCADO
       01 WRK-TABELA-ITENS.
           05  WRK-IT-ITEM OCCURS 1000 TIMES INDEXED BY WRK-IDX-TIT.
               10  WRK-IT-CONTA       PIC X(10).
               10  WRK-IT-CENTRO      PIC X(06).
               10  WRK-IT-LINHA       PIC X(02).
               10  WRK-IT-REAL-MES    PIC S9(13)V99.
               10  WRK-IT-ORC-MES     PIC S9(13)V99.
               10  WRK-IT-REAL-ANO    PIC S9(13)V99.
               10  WRK-IT-ORC-ANO     PIC S9(13)V99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-SOMAR-REALIZADO.
           PERFORM 250000-SOMAR-ORCADO.

           PERFORM 300000-EMITIR-RELATORIO.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-MES-BASE.
           MOVE WRK-DATA-PROCESSO (1:4) TO WRK-ANO-BASE.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-PLANO.

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
                   IF PG-PROGRAMA = 'ORCREAL'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'PCT-TOLERANCIA'
                               MOVE PG-VALOR TO WRK-PCT-TOLERANCIA
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-PLANO.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PLANO.
           OPEN INPUT PLANOCTA.
           IF WRK-PLANOCTA-STATUS = '00'
               PERFORM 121000-LER-PLANO
                   UNTIL WRK-PLANOCTA-STATUS = '10'
               CLOSE PLANOCTA
           ELSE
               DISPLAY 'PLANOCTA INDISPONIVEL - NENHUMA CONTA DE '
                       'RESULTADO CONHECIDA'
           END-IF.

      *>*********************************************
       121000-LER-PLANO.
      *>*********************************************
           READ PLANOCTA
               AT END
                   CONTINUE
               NOT AT END
                   IF PL-CONTA-RESULTADO AND WRK-QTD-PLANO < 100
                       ADD 1 TO WRK-QTD-PLANO
                       MOVE PL-CONTA
                           TO WRK-PL-CONTA (WRK-QTD-PLANO)
                       IF PL-LINHA-DEMO = SPACES
                           MOVE '99'
                               TO WRK-PL-LINHA (WRK-QTD-PLANO)
                       ELSE
                           MOVE PL-LINHA-DEMO
                               TO WRK-PL-LINHA (WRK-QTD-PLANO)
                       END-IF
                       MOVE WRK-PL-LINHA (WRK-QTD-PLANO)
                           TO WRK-LINHA-DEMO
                       PERFORM 122000-REGISTRAR-GRUPO
                   END-IF
           END-READ.

      *>*********************************************
       122000-REGISTRAR-GRUPO.
      *>*********************************************
           MOVE 'N' TO WRK-GRUPO-ACHADO.
           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPOS
               IF WRK-GR-LINHA (WRK-IDX-GRUPO) = WRK-LINHA-DEMO
                   MOVE 'S' TO WRK-GRUPO-ACHADO
                   MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRUPO
               END-IF
           END-PERFORM.
           IF WRK-GRUPO-ACHADO = 'N' AND WRK-QTD-GRUPOS < 50
               ADD 1 TO WRK-QTD-GRUPOS
               MOVE WRK-LINHA-DEMO TO WRK-GR-LINHA (WRK-QTD-GRUPOS)
           END-IF.

      *>*********************************************
       130000-CLASSIFICAR-CONTA.
      *>*********************************************
           MOVE 'N' TO WRK-EH-RESULTADO.
           PERFORM VARYING WRK-IDX-PLANO FROM 1 BY 1
                   UNTIL WRK-IDX-PLANO > WRK-QTD-PLANO
               IF WRK-PL-CONTA (WRK-IDX-PLANO) = WRK-CONTA-CORRENTE
                   MOVE 'S' TO WRK-EH-RESULTADO
                   MOVE WRK-PL-LINHA (WRK-IDX-PLANO)
                       TO WRK-LINHA-DEMO
                   MOVE WRK-QTD-PLANO TO WRK-IDX-PLANO
               END-IF
           END-PERFORM.

      *>*********************************************
       140000-LOCALIZAR-ITEM.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-IT-ACHADO.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-IT-CONTA (WRK-IDX-ITEM) = WRK-CONTA-CORRENTE
                   AND WRK-IT-CENTRO (WRK-IDX-ITEM) =
                       WRK-CENTRO-CORRENTE
                   MOVE WRK-IDX-ITEM TO WRK-IDX-IT-ACHADO
                   MOVE WRK-QTD-ITENS TO WRK-IDX-ITEM
               END-IF
           END-PERFORM.
           IF WRK-IDX-IT-ACHADO = 0
               IF WRK-QTD-ITENS < 1000
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE WRK-QTD-ITENS TO WRK-IDX-IT-ACHADO
                   MOVE WRK-CONTA-CORRENTE
                       TO WRK-IT-CONTA (WRK-IDX-IT-ACHADO)
                   MOVE WRK-CENTRO-CORRENTE
                       TO WRK-IT-CENTRO (WRK-IDX-IT-ACHADO)
                   MOVE WRK-LINHA-DEMO
                       TO WRK-IT-LINHA (WRK-IDX-IT-ACHADO)
                   MOVE ZEROS TO WRK-IT-REAL-MES (WRK-IDX-IT-ACHADO)
                   MOVE ZEROS TO WRK-IT-ORC-MES (WRK-IDX-IT-ACHADO)
                   MOVE ZEROS TO WRK-IT-REAL-ANO (WRK-IDX-IT-ACHADO)
                   MOVE ZEROS TO WRK-IT-ORC-ANO (WRK-IDX-IT-ACHADO)
               ELSE
                   DISPLAY 'MAIS DE 1000 CONTA/CENTRO - '
                           WRK-CONTA-CORRENTE '/'
                           WRK-CENTRO-CORRENTE ' FORA DO RELATORIO'
               END-IF
           END-IF.

      *>*********************************************
       200000-SOMAR-REALIZADO.
      *>*********************************************
      *>   SO USA O SALDODIA COM O REGISTRO DE CONTROLE PRESENTE (JA
      *>   CARREGADO PELO SALDOATU) - SENAO LE O GLPOST
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALDODIA.
           IF WRK-SALDODIA-STATUS = '00'
               MOVE SPACES TO SD-REGISTRO
               MOVE '**'   TO SD-EMPRESA
               MOVE ZEROS  TO SD-DATA
               READ SALDODIA
                   INVALID KEY
                       CLOSE SALDODIA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-USA-SALDODIA
               END-READ
           END-IF.

           IF WRK-USA-SALDODIA = 'S'
               PERFORM 215000-LER-SALDO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SALDODIA
           ELSE
               DISPLAY 'SALDODIA INDISPONIVEL - REALIZADO SOMADO DO '
                       'GLPOST'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS = '00'
                   PERFORM 210000-LER-LANCAMENTO
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE GLPOST
               ELSE
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                           WRK-GLPOST-STATUS
               END-IF
           END-IF.

      *>*********************************************
       210000-LER-LANCAMENTO.
      *>*********************************************
      *>   SO O ANO CORRENTE ATE O MES BASE; O CENTRO DE CUSTO DO
      *>   LANCAMENTO VALE PARA OS DOIS LADOS
           READ GLPOST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GL-DATA (1:4) = WRK-ANO-BASE
                       AND GL-DATA (1:6) <= WRK-MES-BASE
                       MOVE GL-DATA         TO WRK-DATA-MOVTO
                       MOVE GL-CENTRO-CUSTO TO WRK-CENTRO-CORRENTE
                       MOVE GL-CONTA-DEBITO TO WRK-CONTA-CORRENTE
                       COMPUTE WRK-VALOR-SINAL = 0 - GL-VALOR
                       PERFORM 220000-SOMAR-LADO
                       MOVE GL-CONTA-CREDITO TO WRK-CONTA-CORRENTE
                       MOVE GL-VALOR TO WRK-VALOR-SINAL
                       PERFORM 220000-SOMAR-LADO
                   END-IF
           END-READ.

      *>*********************************************
       215000-LER-SALDO.
      *>*********************************************
      *>   MESMA REGRA SOBRE O SALDO DO DIA: DEBITO ABATE E CREDITO
      *>   SOMA, NO CENTRO DO SALDO
           READ SALDODIA NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF NOT SD-REGISTRO-CONTROLE
                       AND SD-DATA (1:4) = WRK-ANO-BASE
                       AND SD-DATA (1:6) <= WRK-MES-BASE
                       MOVE SD-DATA         TO WRK-DATA-MOVTO
                       MOVE SD-CENTRO-CUSTO TO WRK-CENTRO-CORRENTE
                       MOVE SD-CONTA        TO WRK-CONTA-CORRENTE
                       COMPUTE WRK-VALOR-SINAL =
                               SD-CREDITOS - SD-DEBITOS
                       PERFORM 220000-SOMAR-LADO
                   END-IF
           END-READ.

      *>*********************************************
       220000-SOMAR-LADO.
      *>*********************************************
           PERFORM 130000-CLASSIFICAR-CONTA.
           IF WRK-EH-RESULTADO = 'S'
               PERFORM 140000-LOCALIZAR-ITEM
               IF WRK-IDX-IT-ACHADO > 0
                   ADD WRK-VALOR-SINAL
                       TO WRK-IT-REAL-ANO (WRK-IDX-IT-ACHADO)
                   IF WRK-DATA-MOVTO (1:6) = WRK-MES-BASE
                       ADD WRK-VALOR-SINAL
                           TO WRK-IT-REAL-MES (WRK-IDX-IT-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       250000-SOMAR-ORCADO.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ORCAMENT.
           IF WRK-ORCAMENT-STATUS = '00'
               PERFORM 260000-LER-ORCAMENTO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE ORCAMENT
           ELSE
               DISPLAY 'ORCAMENT INDISPONIVEL - RELATORIO SO COM O '
                       'REALIZADO'
           END-IF.

      *>*********************************************
       260000-LER-ORCAMENTO.
      *>*********************************************
           READ ORCAMENT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF OR-ANO-MES NUMERIC
                       AND OR-VALOR NUMERIC
                       AND OR-ANO-MES (1:4) = WRK-ANO-BASE
                       AND OR-ANO-MES <= WRK-MES-BASE
                       PERFORM 270000-SOMAR-ORCAMENTO
                   END-IF
           END-READ.

      *>*********************************************
       270000-SOMAR-ORCAMENTO.
      *>*********************************************
           MOVE OR-CONTA        TO WRK-CONTA-CORRENTE.
           MOVE OR-CENTRO-CUSTO TO WRK-CENTRO-CORRENTE.
           PERFORM 130000-CLASSIFICAR-CONTA.
           IF WRK-EH-RESULTADO = 'S'
               PERFORM 140000-LOCALIZAR-ITEM
               IF WRK-IDX-IT-ACHADO > 0
                   ADD OR-VALOR
                       TO WRK-IT-ORC-ANO (WRK-IDX-IT-ACHADO)
                   IF OR-ANO-MES = WRK-MES-BASE
                       ADD OR-VALOR
                           TO WRK-IT-ORC-MES (WRK-IDX-IT-ACHADO)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-FORA-PLANO
               DISPLAY 'ORCAMENTO EM CONTA FORA DO PLANO OU NAO DE '
                       'RESULTADO: ' OR-CONTA
           END-IF.

      *>*********************************************
       300000-EMITIR-RELATORIO.
      *>*********************************************
           OPEN OUTPUT ORCRPT.
           MOVE SPACES TO ORCRPT-LINHA.
           STRING 'ORCADO X REALIZADO POR CONTA E CENTRO - '
                  WRK-MES-BASE
               DELIMITED BY SIZE INTO ORCRPT-LINHA
           END-STRING.
           WRITE ORCRPT-LINHA.
           MOVE WRK-PCT-TOLERANCIA TO WRK-PCT-ED.
           MOVE SPACES TO ORCRPT-LINHA.
           STRING '(SINAL DA DRE; VARIACAO = REAL - ORCADO; * = '
                  'FORA DA TOLERANCIA ' WRK-PCT-ED '%)'
               DELIMITED BY SIZE INTO ORCRPT-LINHA
           END-STRING.
           WRITE ORCRPT-LINHA.

           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPOS
               PERFORM 310000-EMITIR-GRUPO
           END-PERFORM.

           MOVE SPACES TO ORCRPT-LINHA.
           WRITE ORCRPT-LINHA.
           MOVE SPACES TO ORCRPT-LINHA.
           STRING 'RESULTADO TOTAL'
               DELIMITED BY SIZE INTO ORCRPT-LINHA
           END-STRING.
           WRITE ORCRPT-LINHA.
           MOVE 'MES ' TO WRK-ROTULO.
           MOVE WRK-TOT-REAL-MES TO WRK-REAL.
           MOVE WRK-TOT-ORC-MES  TO WRK-ORCADO.
           PERFORM 330000-IMPRIMIR-VALORES.
           MOVE 'ANO ' TO WRK-ROTULO.
           MOVE WRK-TOT-REAL-ANO TO WRK-REAL.
           MOVE WRK-TOT-ORC-ANO  TO WRK-ORCADO.
           PERFORM 330000-IMPRIMIR-VALORES.
           CLOSE ORCRPT.

      *>*********************************************
       310000-EMITIR-GRUPO.
      *>*********************************************
           MOVE ZEROS TO WRK-SUB-REAL-MES.
           MOVE ZEROS TO WRK-SUB-ORC-MES.
           MOVE ZEROS TO WRK-SUB-REAL-ANO.
           MOVE ZEROS TO WRK-SUB-ORC-ANO.

           MOVE SPACES TO ORCRPT-LINHA.
           WRITE ORCRPT-LINHA.
           MOVE SPACES TO ORCRPT-LINHA.
           STRING 'LINHA DA DEMONSTRACAO ' WRK-GR-LINHA (WRK-IDX-GRUPO)
               DELIMITED BY SIZE INTO ORCRPT-LINHA
           END-STRING.
           WRITE ORCRPT-LINHA.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-IT-LINHA (WRK-IDX-ITEM) =
                   WRK-GR-LINHA (WRK-IDX-GRUPO)
                   PERFORM 320000-EMITIR-ITEM
               END-IF
           END-PERFORM.

           MOVE SPACES TO ORCRPT-LINHA.
           STRING '  SUBTOTAL DA LINHA ' WRK-GR-LINHA (WRK-IDX-GRUPO)
               DELIMITED BY SIZE INTO ORCRPT-LINHA
           END-STRING.
           WRITE ORCRPT-LINHA.
           MOVE 'MES ' TO WRK-ROTULO.
           MOVE WRK-SUB-REAL-MES TO WRK-REAL.
           MOVE WRK-SUB-ORC-MES  TO WRK-ORCADO.
           PERFORM 330000-IMPRIMIR-VALORES.
           MOVE 'ANO ' TO WRK-ROTULO.
           MOVE WRK-SUB-REAL-ANO TO WRK-REAL.
           MOVE WRK-SUB-ORC-ANO  TO WRK-ORCADO.
           PERFORM 330000-IMPRIMIR-VALORES.

           ADD WRK-SUB-REAL-MES TO WRK-TOT-REAL-MES.
           ADD WRK-SUB-ORC-MES  TO WRK-TOT-ORC-MES.
           ADD WRK-SUB-REAL-ANO TO WRK-TOT-REAL-ANO.
           ADD WRK-SUB-ORC-ANO  TO WRK-TOT-ORC-ANO.

      *>*********************************************
       320000-EMITIR-ITEM.
      *>*********************************************
           MOVE SPACES TO ORCRPT-LINHA.
           IF WRK-IT-CENTRO (WRK-IDX-ITEM) = SPACES
               STRING '  CONTA ' WRK-IT-CONTA (WRK-IDX-ITEM)
                      ' (SEM CC)'
                   DELIMITED BY SIZE INTO ORCRPT-LINHA
               END-STRING
           ELSE
               STRING '  CONTA ' WRK-IT-CONTA (WRK-IDX-ITEM)
                      ' CC ' WRK-IT-CENTRO (WRK-IDX-ITEM)
                   DELIMITED BY SIZE INTO ORCRPT-LINHA
               END-STRING
           END-IF.
           WRITE ORCRPT-LINHA.

           MOVE 'MES ' TO WRK-ROTULO.
           MOVE WRK-IT-REAL-MES (WRK-IDX-ITEM) TO WRK-REAL.
           MOVE WRK-IT-ORC-MES (WRK-IDX-ITEM)  TO WRK-ORCADO.
           PERFORM 330000-IMPRIMIR-VALORES.
           MOVE 'ANO ' TO WRK-ROTULO.
           MOVE WRK-IT-REAL-ANO (WRK-IDX-ITEM) TO WRK-REAL.
           MOVE WRK-IT-ORC-ANO (WRK-IDX-ITEM)  TO WRK-ORCADO.
           PERFORM 330000-IMPRIMIR-VALORES.

           ADD WRK-IT-REAL-MES (WRK-IDX-ITEM) TO WRK-SUB-REAL-MES.
           ADD WRK-IT-ORC-MES (WRK-IDX-ITEM)  TO WRK-SUB-ORC-MES.
           ADD WRK-IT-REAL-ANO (WRK-IDX-ITEM) TO WRK-SUB-REAL-ANO.
           ADD WRK-IT-ORC-ANO (WRK-IDX-ITEM)  TO WRK-SUB-ORC-ANO.

      *>*********************************************
       330000-IMPRIMIR-VALORES.
      *>*********************************************
      *>   FORA DA TOLERANCIA: VARIACAO (EM MODULO) ACIMA DO PCT
      *>   SOBRE O ORCADO (EM MODULO), OU REALIZADO SEM ORCAMENTO
           COMPUTE WRK-VARIACAO = WRK-REAL - WRK-ORCADO.
           MOVE SPACES TO WRK-MARCA.
           MOVE ZEROS  TO WRK-PCT-VARIACAO.
           IF WRK-ORCADO = 0
               IF WRK-REAL NOT = 0
                   MOVE '*' TO WRK-MARCA
               END-IF
           ELSE
               COMPUTE WRK-PCT-VARIACAO ROUNDED =
                       WRK-VARIACAO * 100 / WRK-ORCADO
               IF WRK-ORCADO < 0
                   COMPUTE WRK-PCT-VARIACAO = 0 - WRK-PCT-VARIACAO
               END-IF
               COMPUTE WRK-LIMITE-VAR ROUNDED =
                       WRK-ORCADO * WRK-PCT-TOLERANCIA / 100
               IF WRK-LIMITE-VAR < 0
                   COMPUTE WRK-LIMITE-VAR = 0 - WRK-LIMITE-VAR
               END-IF
               IF WRK-VARIACAO > WRK-LIMITE-VAR
                   OR WRK-VARIACAO < 0 - WRK-LIMITE-VAR
                   MOVE '*' TO WRK-MARCA
               END-IF
           END-IF.
           IF WRK-MARCA = '*'
               ADD 1 TO WRK-QTD-MARCADAS
           END-IF.

           MOVE WRK-REAL         TO WRK-REAL-ED.
           MOVE WRK-ORCADO       TO WRK-ORCADO-ED.
           MOVE WRK-VARIACAO     TO WRK-VARIACAO-ED.
           MOVE WRK-PCT-VARIACAO TO WRK-PCT-ED.
           MOVE SPACES TO ORCRPT-LINHA.
           STRING '    ' WRK-ROTULO WRK-REAL-ED
                  ' ORC ' WRK-ORCADO-ED
                  ' VAR ' WRK-VARIACAO-ED
                  WRK-PCT-ED '% ' WRK-MARCA
               DELIMITED BY SIZE INTO ORCRPT-LINHA
           END-STRING.
           WRITE ORCRPT-LINHA.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'ORCADO X REALIZADO - ' WRK-MES-BASE.
           DISPLAY 'CONTA/CENTRO.........: ' WRK-QTD-ITENS.
           DISPLAY 'LINHAS FORA TOLERANCIA: ' WRK-QTD-MARCADAS.
           DISPLAY 'ORCAMENTO FORA DO PLANO: ' WRK-QTD-FORA-PLANO.
           DISPLAY '========================='.

           MOVE 0 TO RETURN-CODE.

           PERFORM 410000-REGISTRAR-BATCHLOG.

      *>*********************************************
       410000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'ORCREAL'     TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'ORCADO X REALIZADO EMITIDO' TO BL-DETALHE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
