       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVFGC.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RELATORIO MENSAL DE EXPOSICAO DOS CLIENTES ACIMA
      *> DA COBERTURA DO FGC: SOMA O SALDO DAS POSICOES ABERTAS DO
      *> INVMAST POR CLIENTE E EMISSOR (PR-EMISSOR DO PRODCAT -
      *> PRODUTO SEM EMISSOR NAO TEM GARANTIA E FICA DE FORA) E LISTA
      *> QUEM PASSA DO LIMITE-FGC DO PARMGER, COM O VALOR DESCOBERTO
      *> E A MARCA DE QUEM PASSA TAMBEM DO LIMITE-CONCENTR - O
      *> COMERCIAL OFERECE A DIVERSIFICACAO ANTES QUE O CLIENTE
      *> DESCUBRA O RISCO SOZINHO.
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
           SELECT INVMAST ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-CONTRATO
               FILE STATUS IS WRK-INVMAST-STATUS.
           SELECT PRODCAT ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODCAT-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT CLIMAST ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WRK-CLIMAST-STATUS.
           SELECT FGCRPT ASSIGN TO "FGCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGCRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVMAST.
           COPY "INVMAST.CPY" IN 'COPYBOOKS'.
       FD  PRODCAT.
           COPY "PRODCAT.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  CLIMAST.
           COPY "CLIMAST.CPY" IN 'COPYBOOKS'.
       FD  FGCRPT
           RECORDING MODE IS F.
       01  FGCRPT-LINHA             PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-INVMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PRODCAT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLIMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FGCRPT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-INVMAST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-INVMAST     VALUE 'S'.
       77 WRK-CLIMAST-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-FGC      PIC 9(08)V99 VALUE 250000,00.
       77 WRK-LIMITE-CONCENTR PIC 9(08)V99 VALUE 500000,00.
       77 WRK-QTD-PRODUTOS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WRK-EMISSOR         PIC X(06) VALUE SPACES.
       77 WRK-QTD-EXPOSICOES  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EXPOSICAO   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EXP-ACHADO  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-POSICOES    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ACIMA-FGC   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ACIMA-CONC  PIC 9(04) VALUE ZEROS.
       77 WRK-DESCOBERTO      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-DESCOBERTO  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-NOME-CLIENTE    PIC X(30) VALUE SPACES.
       77 WRK-MARCA-CONC      PIC X(05) VALUE SPACES.
       01 WRK-TABELA-PRODUTOS.
           05  WRK-PROD-ITEM OCCURS 20 TIMES INDEXED BY WRK-IDX-TPR.
               10  WRK-PR-CODIGO      PIC X(06).
               10  WRK-PR-EMISSOR     PIC X(06).
      *>   SALDO ABERTO POR CLIENTE E EMISSOR COBERTO PELO FGC
       01 WRK-TABELA-EXPOSICAO.
           05  WRK-EXPOSICAO-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TEX.
               10  WRK-EX-CLIENTE     PIC 9(06).
               10  WRK-EX-EMISSOR     PIC X(06).
               10  WRK-EX-QTD         PIC 9(04).
               10  WRK-EX-SALDO       PIC 9(12)V99.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-SOMAR-POSICOES UNTIL WRK-EOF-INVMAST.

           PERFORM 300000-EMITIR-RELATORIO.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-PRODUTOS.

           OPEN INPUT INVMAST.
           IF WRK-INVMAST-STATUS NOT = '00'
               DISPLAY 'INVMAST INDISPONIVEL - STATUS '
                       WRK-INVMAST-STATUS
               MOVE 'S' TO WRK-FIM-INVMAST
           END-IF.
           OPEN INPUT CLIMAST.
           IF WRK-CLIMAST-STATUS = '00'
               MOVE 'S' TO WRK-CLIMAST-ABERTO
           ELSE
               DISPLAY 'CLIMAST INDISPONIVEL - RELATORIO SAI SEM '
                       'O NOME DO CLIENTE'
           END-IF.

      *>*********************************************
       110000-CARREGAR-PARAMETROS.
      *>*********************************************
      *>   MESMAS CHAVES QUE A CARTEIRA CONFERE NA ABERTURA
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
                   IF PG-PROGRAMA = 'INVESTIMENTOS'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'LIMITE-FGC'
                               MOVE PG-VALOR TO WRK-LIMITE-FGC
                           WHEN 'LIMITE-CONCENTR'
                               MOVE PG-VALOR TO WRK-LIMITE-CONCENTR
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-PRODUTOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PRODUTOS.
           OPEN INPUT PRODCAT.
           IF WRK-PRODCAT-STATUS = '00'
               PERFORM 121000-LER-PRODUTO
                   UNTIL WRK-PRODCAT-STATUS = '10'
               CLOSE PRODCAT
           ELSE
               DISPLAY 'PRODCAT INDISPONIVEL - NENHUM EMISSOR '
                       'CONHECIDO'
           END-IF.

      *>*********************************************
       121000-LER-PRODUTO.
      *>*********************************************
           READ PRODCAT
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-PRODUTOS < 20
                       ADD 1 TO WRK-QTD-PRODUTOS
                       MOVE PR-CODIGO
                           TO WRK-PR-CODIGO (WRK-QTD-PRODUTOS)
                       MOVE PR-EMISSOR
                           TO WRK-PR-EMISSOR (WRK-QTD-PRODUTOS)
                   END-IF
           END-READ.

      *>*********************************************
       200000-SOMAR-POSICOES.
      *>*********************************************
           READ INVMAST
               AT END
                   MOVE 'S' TO WRK-FIM-INVMAST
               NOT AT END
                   IF IM-POSICAO-ABERTA
                       PERFORM 210000-SOMAR-UMA-POSICAO
                   END-IF
           END-READ.

      *>*********************************************
       210000-SOMAR-UMA-POSICAO.
      *>*********************************************
           MOVE SPACES TO WRK-EMISSOR.
           PERFORM VARYING WRK-IDX-PRODUTO FROM 1 BY 1
                   UNTIL WRK-IDX-PRODUTO > WRK-QTD-PRODUTOS
               IF WRK-PR-CODIGO (WRK-IDX-PRODUTO) = IM-PRODUTO
                   MOVE WRK-PR-EMISSOR (WRK-IDX-PRODUTO)
                       TO WRK-EMISSOR
                   MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PRODUTO
               END-IF
           END-PERFORM.
      *>   PRODUTO SEM EMISSOR NAO TEM COBERTURA DO FGC
           IF WRK-EMISSOR NOT = SPACES
               PERFORM 220000-ACUMULAR-EXPOSICAO
           END-IF.

      *>*********************************************
       220000-ACUMULAR-EXPOSICAO.
      *>*********************************************
           ADD 1 TO WRK-QTD-POSICOES.
           MOVE ZEROS TO WRK-IDX-EXP-ACHADO.
           PERFORM VARYING WRK-IDX-EXPOSICAO FROM 1 BY 1
                   UNTIL WRK-IDX-EXPOSICAO > WRK-QTD-EXPOSICOES
               IF WRK-EX-CLIENTE (WRK-IDX-EXPOSICAO) = IM-CLIENTE
                   AND WRK-EX-EMISSOR (WRK-IDX-EXPOSICAO) =
                       WRK-EMISSOR
                   MOVE WRK-IDX-EXPOSICAO TO WRK-IDX-EXP-ACHADO
                   MOVE WRK-QTD-EXPOSICOES TO WRK-IDX-EXPOSICAO
               END-IF
           END-PERFORM.

           IF WRK-IDX-EXP-ACHADO > 0
               ADD 1 TO WRK-EX-QTD (WRK-IDX-EXP-ACHADO)
               ADD IM-SALDO-ACUMULADO
                   TO WRK-EX-SALDO (WRK-IDX-EXP-ACHADO)
           ELSE
               IF WRK-QTD-EXPOSICOES < 2000
                   ADD 1 TO WRK-QTD-EXPOSICOES
                   MOVE IM-CLIENTE
                       TO WRK-EX-CLIENTE (WRK-QTD-EXPOSICOES)
                   MOVE WRK-EMISSOR
                       TO WRK-EX-EMISSOR (WRK-QTD-EXPOSICOES)
                   MOVE 1
                       TO WRK-EX-QTD (WRK-QTD-EXPOSICOES)
                   MOVE IM-SALDO-ACUMULADO
                       TO WRK-EX-SALDO (WRK-QTD-EXPOSICOES)
               ELSE
                   DISPLAY 'MAIS DE 2000 SALDOS CLIENTE/EMISSOR - '
                           'CONTRATO ' IM-CONTRATO ' FORA DO '
                           'RELATORIO'
               END-IF
           END-IF.

      *>*********************************************
       300000-EMITIR-RELATORIO.
      *>*********************************************
           OPEN OUTPUT FGCRPT.
           MOVE SPACES TO FGCRPT-LINHA.
           STRING 'CLIENTES ACIMA DA COBERTURA DO FGC POR EMISSOR - '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO FGCRPT-LINHA
           END-STRING.
           WRITE FGCRPT-LINHA.
           MOVE WRK-LIMITE-FGC TO CE-VALOR-EDITADO.
           MOVE SPACES TO FGCRPT-LINHA.
           STRING 'COBERTURA POR CLIENTE/EMISSOR: ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO FGCRPT-LINHA
           END-STRING.
           WRITE FGCRPT-LINHA.
           MOVE WRK-LIMITE-CONCENTR TO CE-VALOR-EDITADO.
           MOVE SPACES TO FGCRPT-LINHA.
           STRING 'LIMITE DE CONCENTRACAO (*CONC): ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO FGCRPT-LINHA
           END-STRING.
           WRITE FGCRPT-LINHA.
           MOVE SPACES TO FGCRPT-LINHA.
           WRITE FGCRPT-LINHA.

           PERFORM VARYING WRK-IDX-EXPOSICAO FROM 1 BY 1
                   UNTIL WRK-IDX-EXPOSICAO > WRK-QTD-EXPOSICOES
               PERFORM 310000-EMITIR-UMA-EXPOSICAO
           END-PERFORM.

           MOVE SPACES TO FGCRPT-LINHA.
           WRITE FGCRPT-LINHA.
           MOVE WRK-TOT-DESCOBERTO TO CE-VALOR-EDITADO.
           MOVE SPACES TO FGCRPT-LINHA.
           STRING 'CLIENTE/EMISSOR ACIMA DO FGC: ' WRK-QTD-ACIMA-FGC
                  ' - DESCOBERTO ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO FGCRPT-LINHA
           END-STRING.
           WRITE FGCRPT-LINHA.
           MOVE SPACES TO FGCRPT-LINHA.
           STRING 'ACIMA DO LIMITE DE CONCENTRACAO: '
                  WRK-QTD-ACIMA-CONC
               DELIMITED BY SIZE INTO FGCRPT-LINHA
           END-STRING.
           WRITE FGCRPT-LINHA.
           CLOSE FGCRPT.

      *>*********************************************
       310000-EMITIR-UMA-EXPOSICAO.
      *>*********************************************
           IF WRK-EX-SALDO (WRK-IDX-EXPOSICAO) > WRK-LIMITE-FGC
               ADD 1 TO WRK-QTD-ACIMA-FGC
               COMPUTE WRK-DESCOBERTO =
                       WRK-EX-SALDO (WRK-IDX-EXPOSICAO) -
                       WRK-LIMITE-FGC
               ADD WRK-DESCOBERTO TO WRK-TOT-DESCOBERTO
               MOVE SPACES TO WRK-MARCA-CONC
               IF WRK-LIMITE-CONCENTR > 0
                   AND WRK-EX-SALDO (WRK-IDX-EXPOSICAO) >
                       WRK-LIMITE-CONCENTR
                   MOVE '*CONC' TO WRK-MARCA-CONC
                   ADD 1 TO WRK-QTD-ACIMA-CONC
               END-IF
               PERFORM 320000-OBTER-NOME

               MOVE SPACES TO FGCRPT-LINHA
               STRING 'CLI ' WRK-EX-CLIENTE (WRK-IDX-EXPOSICAO)
                      ' ' WRK-NOME-CLIENTE
                      ' EMISSOR ' WRK-EX-EMISSOR (WRK-IDX-EXPOSICAO)
                      ' ' WRK-MARCA-CONC
                   DELIMITED BY SIZE INTO FGCRPT-LINHA
               END-STRING
               WRITE FGCRPT-LINHA
               MOVE WRK-EX-SALDO (WRK-IDX-EXPOSICAO)
                   TO CE-VALOR-EDITADO
               MOVE SPACES TO FGCRPT-LINHA
               STRING '    CONTRATOS ' WRK-EX-QTD (WRK-IDX-EXPOSICAO)
                      ' SALDO ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO FGCRPT-LINHA
               END-STRING
               WRITE FGCRPT-LINHA
               MOVE WRK-DESCOBERTO TO CE-VALOR-EDITADO
               MOVE SPACES TO FGCRPT-LINHA
               STRING '    DESCOBERTO PELO FGC ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO FGCRPT-LINHA
               END-STRING
               WRITE FGCRPT-LINHA
           END-IF.

      *>*********************************************
       320000-OBTER-NOME.
      *>*********************************************
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF WRK-CLIMAST-ABERTO = 'S'
               MOVE WRK-EX-CLIENTE (WRK-IDX-EXPOSICAO) TO CL-CODIGO
               READ CLIMAST
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE CL-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-INVMAST-STATUS = '00' OR WRK-INVMAST-STATUS = '10'
               CLOSE INVMAST
           END-IF.
           IF WRK-CLIMAST-ABERTO = 'S'
               CLOSE CLIMAST
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'EXPOSICAO ACIMA DO FGC'.
           DISPLAY 'POSICOES COM EMISSOR...: ' WRK-QTD-POSICOES.
           DISPLAY 'CLIENTE/EMISSOR........: ' WRK-QTD-EXPOSICOES.
           DISPLAY 'ACIMA DO FGC...........: ' WRK-QTD-ACIMA-FGC.
           DISPLAY 'ACIMA DA CONCENTRACAO..: ' WRK-QTD-ACIMA-CONC.
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

           MOVE 'INVFGC'      TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'EXPOSICAO ACIMA DO FGC EMITIDA'
               TO BL-DETALHE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
