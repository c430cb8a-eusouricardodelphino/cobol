       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGFORN.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RODADA SEMANAL DE CONTAS A PAGAR DE FORNECEDORES
      *> GERAIS (TUDO O QUE NAO E FRETE - O FRETE CONTINUA NO
      *> CONTAPAG): CARREGA AS NOTAS DO FORNNF, PROVISIONA NO GLPOST
      *> A DESPESA DAS NOTAS NOVAS NA CONTA E NO CENTRO DE CUSTO
      *> INFORMADOS NA NOTA (DEBITO DESPESA, CREDITO FORN-PAGAR),
      *> SELECIONA AS PROVISIONADAS QUE VENCEM ATE A DATA DE CORTE
      *> (DATA DO LOTE + PARMGER PAGFORN/DIAS-CORTE, PADRAO 7),
      *> AGENDA O PAGAMENTO NO VENCIMENTO ROLADO PARA DIA UTIL
      *> (DIAUTIL) - NOTA JA VENCIDA SAI NO PRIMEIRO DIA UTIL APOS O
      *> LOTE -, LANCA A BAIXA (DEBITO FORN-PAGAR, CREDITO CAIXA),
      *> GERA A REMESSA AO BANCO (REMFORN) E O RELATORIO DE REMESSA
      *> (PAGFRPT), PROGRAMA A SAIDA NO GUIAPAG (TESOURAR/FLUXCAIX) E
      *> REGRAVA O FORNNF COM AS NOTAS MARCADAS. FORNECEDOR BLOQUEADO
      *> OU FORA DO FORNMAST TEM A NOTA SEGURADA (RC 4).
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - BAIXA DO PAGAMENTO EM PERIODO CONTABIL FECHADO
      *>              SEGURA A NOTA - NAO SAI NA REMESSA NEM NO GUIAPAG
      *>              SEM O LANCAMENTO NO GLPOST
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNNF ASSIGN TO "FORNNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORNNF-STATUS.
           SELECT FORNMAST ASSIGN TO "FORNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORNMAST-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT GUIAPAG ASSIGN TO "GUIAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GUIAPAG-STATUS.
           SELECT REMFORN ASSIGN TO "REMFORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMFORN-STATUS.
           SELECT PAGFRPT ASSIGN TO "PAGFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGFRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNNF.
           COPY "FORNNF.CPY" IN 'COPYBOOKS'.
       FD  FORNMAST.
           COPY "FORNMAST.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  GUIAPAG.
           COPY "GUIAPAG.CPY" IN 'COPYBOOKS'.
       FD  REMFORN.
           COPY "REMFORN.CPY" IN 'COPYBOOKS'.
       FD  PAGFRPT
           RECORDING MODE IS F.
       01  PAGFRPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-FORNNF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FORNMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-GUIAPAG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REMFORN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PAGFRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-FORNNF      PIC X(01) VALUE 'N'.
           88 WRK-EOF-FORNNF      VALUE 'S'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORTE      PIC 9(03) VALUE 7.
       77 WRK-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PRIMEIRO-PAGTO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PAGAMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DATA        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PROVISIONADAS PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-PROVISIONADO  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-PAGAS       PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-PAGO        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-SEGURADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-SEGURADO    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-NOTAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-NOTA        PIC 9(03) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-FORNECEDORES PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FORNECEDOR  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FORN-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-DEBITO-VALIDO   PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.
       01 WRK-TABELA-NOTAS.
           05  WRK-NOTA-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TNF.
               10  WRK-NF-FORNECEDOR  PIC 9(06).
               10  WRK-NF-DOCUMENTO   PIC X(10).
               10  WRK-NF-DATA-EMISSAO PIC 9(08).
               10  WRK-NF-DATA-VENC   PIC 9(08).
               10  WRK-NF-VALOR       PIC 9(10)V99.
               10  WRK-NF-CONTA       PIC X(10).
               10  WRK-NF-CENTRO      PIC X(06).
               10  WRK-NF-SITUACAO    PIC X(01).
               10  WRK-NF-DATA-PAGTO  PIC 9(08).
       01 WRK-TABELA-FORNECEDORES.
           05  WRK-FORN-ITEM OCCURS 300 TIMES INDEXED BY WRK-IDX-TFO.
               10  WRK-FO-CODIGO      PIC 9(06).
               10  WRK-FO-NOME        PIC X(30).
               10  WRK-FO-DOCUMENTO   PIC 9(14).
               10  WRK-FO-BANCO       PIC 9(03).
               10  WRK-FO-AGENCIA     PIC 9(04).
               10  WRK-FO-CONTA       PIC X(10).
               10  WRK-FO-SITUACAO    PIC X(01).
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-VC-VALIDA          PIC X(01).
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CARREGAR-NOTAS UNTIL WRK-EOF-FORNNF.
           PERFORM 300000-PROCESSAR-NOTAS.
           PERFORM 400000-REGRAVAR-FORNNF.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-FORNECEDORES.

      *>   CORTE = DATA DO LOTE + N DIAS CORRIDOS; NOTA JA VENCIDA
      *>   E PAGA NO PRIMEIRO DIA UTIL SEGUINTE AO LOTE
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO)
                   + WRK-DIAS-CORTE.
           COMPUTE WRK-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO) + 1.
           COMPUTE WRK-DATA-PRIMEIRO-PAGTO =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).
           CALL 'DIAUTIL' USING WRK-DATA-PRIMEIRO-PAGTO
           END-CALL.

           OPEN INPUT FORNNF.
           IF WRK-FORNNF-STATUS NOT = '00'
               DISPLAY 'SEM NOTAS FORNNF - NADA A PAGAR - '
                       'STATUS ' WRK-FORNNF-STATUS
               MOVE 'S' TO WRK-FIM-FORNNF
           END-IF.

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
                   IF PG-PROGRAMA = 'PAGFORN'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'DIAS-CORTE'
                               MOVE PG-VALOR TO WRK-DIAS-CORTE
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-FORNECEDORES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-FORNECEDORES.
           OPEN INPUT FORNMAST.
           IF WRK-FORNMAST-STATUS = '00'
               PERFORM 121000-LER-FORNECEDOR
                   UNTIL WRK-FORNMAST-STATUS = '10'
               CLOSE FORNMAST
           ELSE
               DISPLAY 'FORNMAST INDISPONIVEL - TODAS AS NOTAS '
                       'VENCENDO FICAM SEGURADAS'
           END-IF.

      *>*********************************************
       121000-LER-FORNECEDOR.
      *>*********************************************
           READ FORNMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-FORNECEDORES < 300
                       ADD 1 TO WRK-QTD-FORNECEDORES
                       MOVE FO-CODIGO
                           TO WRK-FO-CODIGO (WRK-QTD-FORNECEDORES)
                       MOVE FO-NOME
                           TO WRK-FO-NOME (WRK-QTD-FORNECEDORES)
                       MOVE FO-DOCUMENTO
                           TO WRK-FO-DOCUMENTO (WRK-QTD-FORNECEDORES)
                       MOVE FO-BANCO
                           TO WRK-FO-BANCO (WRK-QTD-FORNECEDORES)
                       MOVE FO-AGENCIA
                           TO WRK-FO-AGENCIA (WRK-QTD-FORNECEDORES)
                       MOVE FO-CONTA
                           TO WRK-FO-CONTA (WRK-QTD-FORNECEDORES)
                       MOVE FO-SITUACAO
                           TO WRK-FO-SITUACAO (WRK-QTD-FORNECEDORES)
                   ELSE
                       DISPLAY 'FORNMAST COM MAIS DE 300 FORNECEDORES'
                               ' - ' FO-CODIGO ' IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       200000-CARREGAR-NOTAS.
      *>*********************************************
           READ FORNNF
               AT END
                   MOVE 'S' TO WRK-FIM-FORNNF
               NOT AT END
                   IF WRK-QTD-NOTAS < 500
                       ADD 1 TO WRK-QTD-NOTAS
                       MOVE NF-FORNECEDOR
                           TO WRK-NF-FORNECEDOR (WRK-QTD-NOTAS)
                       MOVE NF-DOCUMENTO
                           TO WRK-NF-DOCUMENTO (WRK-QTD-NOTAS)
                       MOVE NF-DATA-EMISSAO
                           TO WRK-NF-DATA-EMISSAO (WRK-QTD-NOTAS)
                       MOVE NF-DATA-VENCIMENTO
                           TO WRK-NF-DATA-VENC (WRK-QTD-NOTAS)
                       MOVE NF-VALOR
                           TO WRK-NF-VALOR (WRK-QTD-NOTAS)
                       MOVE NF-CONTA-DESPESA
                           TO WRK-NF-CONTA (WRK-QTD-NOTAS)
                       MOVE NF-CENTRO-CUSTO
                           TO WRK-NF-CENTRO (WRK-QTD-NOTAS)
                       MOVE NF-SITUACAO
                           TO WRK-NF-SITUACAO (WRK-QTD-NOTAS)
                       MOVE NF-DATA-PAGAMENTO
                           TO WRK-NF-DATA-PAGTO (WRK-QTD-NOTAS)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       300000-PROCESSAR-NOTAS.
      *>*********************************************
           OPEN OUTPUT PAGFRPT.
           MOVE SPACES TO PAGFRPT-LINHA.
           STRING 'REMESSA DE PAGAMENTO A FORNECEDORES - LOTE '
                  WRK-DATA-PROCESSO ' CORTE ' WRK-DATA-CORTE
               DELIMITED BY SIZE INTO PAGFRPT-LINHA
           END-STRING.
           WRITE PAGFRPT-LINHA.
           MOVE SPACES TO PAGFRPT-LINHA.
           WRITE PAGFRPT-LINHA.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   NADA E PROVISIONADO NEM PAGO, O FORNNF FICA INTACTO E A
      *>   RODADA TERMINA COM RC 4
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'FORNNF COM MAIS DE 500 NOTAS - '
                       'ARQUIVO PRESERVADO SEM PAGAMENTOS'
               MOVE 'FORNNF COM MAIS DE 500 NOTAS - NADA PAGO'
                   TO PAGFRPT-LINHA
               WRITE PAGFRPT-LINHA
           ELSE
               PERFORM 310000-ABRIR-SAIDAS
               PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                       UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
                   IF WRK-NF-SITUACAO (WRK-IDX-NOTA) = 'P'
                       OR WRK-NF-SITUACAO (WRK-IDX-NOTA) = SPACE
                       PERFORM 320000-PROVISIONAR-NOTA
                   END-IF
                   IF WRK-NF-SITUACAO (WRK-IDX-NOTA) = 'A'
                       AND WRK-NF-DATA-VENC (WRK-IDX-NOTA) <=
                           WRK-DATA-CORTE
                       PERFORM 330000-PAGAR-NOTA
                   END-IF
               END-PERFORM
               PERFORM 370000-FECHAR-SAIDAS
           END-IF.

           MOVE SPACES TO PAGFRPT-LINHA.
           WRITE PAGFRPT-LINHA.
           MOVE WRK-TOT-PAGO TO CE-VALOR-EDITADO.
           MOVE SPACES TO PAGFRPT-LINHA.
           STRING 'NOTAS NA REMESSA: ' WRK-QTD-PAGAS
                  ' - TOTAL ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO PAGFRPT-LINHA
           END-STRING.
           WRITE PAGFRPT-LINHA.
           MOVE WRK-TOT-SEGURADO TO CE-VALOR-EDITADO.
           MOVE SPACES TO PAGFRPT-LINHA.
           STRING 'NOTAS SEGURADAS.: ' WRK-QTD-SEGURADAS
                  ' - TOTAL ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO PAGFRPT-LINHA
           END-STRING.
           WRITE PAGFRPT-LINHA.
           CLOSE PAGFRPT.

      *>*********************************************
       310000-ABRIR-SAIDAS.
      *>*********************************************
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           OPEN EXTEND GUIAPAG.
           IF WRK-GUIAPAG-STATUS NOT = '00'
               OPEN OUTPUT GUIAPAG
           END-IF.

           OPEN OUTPUT REMFORN.
           MOVE SPACES            TO RF-REGISTRO.
           MOVE 'H'               TO RF-TIPO.
           MOVE WRK-DATA-PROCESSO TO RF-DATA-GERACAO.
           MOVE WRK-DATA-CORTE    TO RF-DATA-CORTE.
           WRITE RF-REGISTRO.

      *>*********************************************
       320000-PROVISIONAR-NOTA.
      *>*********************************************
      *>   DESPESA NA CONTA E NO CENTRO DE CUSTO DA NOTA, NA DATA DO
      *>   LOTE; CONTA DE DESPESA FORA DO PLANOCTA OU PERIODO FECHADO
      *>   DEIXA A NOTA PENDENTE (NAO PROVISIONA NEM PAGA)
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE WRK-NF-CENTRO (WRK-IDX-NOTA) TO GL-CENTRO-CUSTO.
           MOVE SPACES TO GL-EMPRESA.
           MOVE WRK-NF-CONTA (WRK-IDX-NOTA)  TO GL-CONTA-DEBITO.
           MOVE 'FORN-PAGAR'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'NF ' WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
                  ' ' WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-NF-VALOR (WRK-IDX-NOTA) TO GL-VALOR.
           PERFORM 350000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               AND WRK-DEBITO-VALIDO NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
               MOVE 'A' TO WRK-NF-SITUACAO (WRK-IDX-NOTA)
               ADD 1 TO WRK-QTD-PROVISIONADAS
               ADD WRK-NF-VALOR (WRK-IDX-NOTA)
                   TO WRK-TOT-PROVISIONADO
           ELSE
               IF WRK-DEBITO-VALIDO = 'N'
                   MOVE 'CONTA DE DESPESA INVALIDA' TO WRK-MOTIVO
               ELSE
                   MOVE 'PERIODO CONTABIL FECHADO'  TO WRK-MOTIVO
               END-IF
               PERFORM 360000-SEGURAR-NOTA
           END-IF.

      *>*********************************************
       330000-PAGAR-NOTA.
      *>*********************************************
           PERFORM 340000-LOCALIZAR-FORNECEDOR.
           IF WRK-IDX-FORN-ACHADO = 0
               MOVE 'FORNECEDOR FORA DO FORNMAST' TO WRK-MOTIVO
               PERFORM 360000-SEGURAR-NOTA
           ELSE
               IF WRK-FO-SITUACAO (WRK-IDX-FORN-ACHADO) = 'B'
                   MOVE 'FORNECEDOR BLOQUEADO' TO WRK-MOTIVO
                   PERFORM 360000-SEGURAR-NOTA
               ELSE
                   PERFORM 335000-EFETIVAR-PAGAMENTO
               END-IF
           END-IF.

      *>*********************************************
       335000-EFETIVAR-PAGAMENTO.
      *>*********************************************
           IF WRK-NF-DATA-VENC (WRK-IDX-NOTA) <= WRK-DATA-PROCESSO
               MOVE WRK-DATA-PRIMEIRO-PAGTO TO WRK-DATA-PAGAMENTO
           ELSE
               MOVE WRK-NF-DATA-VENC (WRK-IDX-NOTA)
                   TO WRK-DATA-PAGAMENTO
               CALL 'DIAUTIL' USING WRK-DATA-PAGAMENTO
               END-CALL
           END-IF.

      *>   BAIXA DO PASSIVO NA DATA DO PAGAMENTO - PERIODO FECHADO
      *>   SEGURA A NOTA (CONTINUA PROVISIONADA PARA A PROXIMA
      *>   RODADA) EM VEZ DE PAGAR SEM LANCAMENTO NO RAZAO
           MOVE WRK-DATA-PAGAMENTO TO GL-DATA.
           MOVE SPACES             TO GL-CENTRO-CUSTO.
           MOVE SPACES             TO GL-EMPRESA.
           MOVE 'FORN-PAGAR'       TO GL-CONTA-DEBITO.
           MOVE 'CAIXA'            TO GL-CONTA-CREDITO.
           MOVE SPACES             TO GL-HISTORICO.
           STRING 'PAGTO NF ' WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-NF-VALOR (WRK-IDX-NOTA) TO GL-VALOR.
           PERFORM 350000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK = 'N'
               MOVE 'PERIODO CONTABIL FECHADO' TO WRK-MOTIVO
               PERFORM 360000-SEGURAR-NOTA
           ELSE
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
               PERFORM 336000-EMITIR-PAGAMENTO
           END-IF.

      *>*********************************************
       336000-EMITIR-PAGAMENTO.
      *>*********************************************
           ADD 1 TO WRK-QTD-PAGAS.
           ADD WRK-NF-VALOR (WRK-IDX-NOTA) TO WRK-TOT-PAGO.

      *>   A SAIDA PROGRAMADA ENTRA NO TESOURAR E NO FLUXCAIX
           MOVE SPACES             TO GP-REGISTRO.
           MOVE WRK-DATA-PAGAMENTO TO GP-DATA-VENCIMENTO.
           MOVE 'FORNEC'           TO GP-TIPO.
           MOVE WRK-DATA-PROCESSO (1:6) TO GP-COMPETENCIA.
           MOVE WRK-NF-VALOR (WRK-IDX-NOTA) TO GP-VALOR.
           MOVE SPACES             TO GP-DESCRICAO.
           STRING 'FORN ' WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
                  ' NF ' WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
               DELIMITED BY SIZE INTO GP-DESCRICAO
           END-STRING.
           WRITE GP-REGISTRO.

           MOVE SPACES TO RF-REGISTRO.
           MOVE 'D'    TO RF-TIPO.
           MOVE WRK-NF-FORNECEDOR (WRK-IDX-NOTA) TO RF-FORNECEDOR.
           MOVE WRK-FO-DOCUMENTO (WRK-IDX-FORN-ACHADO)
               TO RF-DOCUMENTO-FORN.
           MOVE WRK-FO-BANCO (WRK-IDX-FORN-ACHADO)   TO RF-BANCO.
           MOVE WRK-FO-AGENCIA (WRK-IDX-FORN-ACHADO) TO RF-AGENCIA.
           MOVE WRK-FO-CONTA (WRK-IDX-FORN-ACHADO)   TO RF-CONTA.
           MOVE WRK-NF-DOCUMENTO (WRK-IDX-NOTA) TO RF-NOTA.
           MOVE WRK-DATA-PAGAMENTO TO RF-DATA-PAGAMENTO.
           MOVE WRK-NF-VALOR (WRK-IDX-NOTA) TO RF-VALOR.
           WRITE RF-REGISTRO.

           MOVE 'G' TO WRK-NF-SITUACAO (WRK-IDX-NOTA).
           MOVE WRK-DATA-PAGAMENTO
               TO WRK-NF-DATA-PAGTO (WRK-IDX-NOTA).

           MOVE SPACES TO PAGFRPT-LINHA.
           STRING 'FORN ' WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
                  ' ' WRK-FO-NOME (WRK-IDX-FORN-ACHADO)
                  ' NF ' WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
               DELIMITED BY SIZE INTO PAGFRPT-LINHA
           END-STRING.
           WRITE PAGFRPT-LINHA.
           MOVE WRK-NF-VALOR (WRK-IDX-NOTA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO PAGFRPT-LINHA.
           STRING '    VENC ' WRK-NF-DATA-VENC (WRK-IDX-NOTA)
                  ' PAGTO ' WRK-DATA-PAGAMENTO
                  ' ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO PAGFRPT-LINHA
           END-STRING.
           WRITE PAGFRPT-LINHA.

      *>*********************************************
       340000-LOCALIZAR-FORNECEDOR.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-FORN-ACHADO.
           PERFORM VARYING WRK-IDX-FORNECEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-FORNECEDOR > WRK-QTD-FORNECEDORES
               IF WRK-FO-CODIGO (WRK-IDX-FORNECEDOR) =
                   WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
                   MOVE WRK-IDX-FORNECEDOR TO WRK-IDX-FORN-ACHADO
                   MOVE WRK-QTD-FORNECEDORES TO WRK-IDX-FORNECEDOR
               END-IF
           END-PERFORM.

      *>*********************************************
       350000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'PAGFORN' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE WRK-VC-VALIDA TO WRK-DEBITO-VALIDO.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       360000-SEGURAR-NOTA.
      *>*********************************************
           ADD 1 TO WRK-QTD-SEGURADAS.
           ADD WRK-NF-VALOR (WRK-IDX-NOTA) TO WRK-TOT-SEGURADO.

           MOVE SPACES TO PAGFRPT-LINHA.
           STRING 'FORN ' WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
                  ' NF ' WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
                  ' SEGURADA - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO PAGFRPT-LINHA
           END-STRING.
           WRITE PAGFRPT-LINHA.

           MOVE 'PAGFORN'             TO ERR-PROGRAMA.
           MOVE '360000-SEGURAR-NOTA' TO ERR-PARAGRAFO.
           MOVE 'AVISO'               TO ERR-SEVERIDADE.
           MOVE 'NFSEGR'              TO ERR-CODIGO.
           MOVE SPACES                TO ERR-MENSAGEM.
           STRING 'NF ' WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
                  ' FORN ' WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
                  ' - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO ERR-MENSAGEM
           END-STRING.
           CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
           END-CALL.

      *>*********************************************
       370000-FECHAR-SAIDAS.
      *>*********************************************
           MOVE SPACES        TO RF-REGISTRO.
           MOVE 'T'           TO RF-TIPO.
           MOVE WRK-QTD-PAGAS TO RF-QTD-PAGAMENTOS.
           MOVE WRK-TOT-PAGO  TO RF-TOTAL-PAGAMENTOS.
           WRITE RF-REGISTRO.
           CLOSE REMFORN.
           CLOSE GUIAPAG.
           CLOSE GLPOST.

      *>*********************************************
       400000-REGRAVAR-FORNNF.
      *>*********************************************
           IF WRK-FORNNF-STATUS = '00' OR WRK-FORNNF-STATUS = '10'
               CLOSE FORNNF
           END-IF.
           IF WRK-TABELA-CHEIA NOT = 'S'
               AND (WRK-FORNNF-STATUS = '00'
                   OR WRK-FORNNF-STATUS = '10')
               OPEN OUTPUT FORNNF
               PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                       UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
                   MOVE SPACES TO NF-REGISTRO
                   MOVE WRK-NF-FORNECEDOR (WRK-IDX-NOTA)
                       TO NF-FORNECEDOR
                   MOVE WRK-NF-DOCUMENTO (WRK-IDX-NOTA)
                       TO NF-DOCUMENTO
                   MOVE WRK-NF-DATA-EMISSAO (WRK-IDX-NOTA)
                       TO NF-DATA-EMISSAO
                   MOVE WRK-NF-DATA-VENC (WRK-IDX-NOTA)
                       TO NF-DATA-VENCIMENTO
                   MOVE WRK-NF-VALOR (WRK-IDX-NOTA)
                       TO NF-VALOR
                   MOVE WRK-NF-CONTA (WRK-IDX-NOTA)
                       TO NF-CONTA-DESPESA
                   MOVE WRK-NF-CENTRO (WRK-IDX-NOTA)
                       TO NF-CENTRO-CUSTO
                   MOVE WRK-NF-SITUACAO (WRK-IDX-NOTA)
                       TO NF-SITUACAO
                   MOVE WRK-NF-DATA-PAGTO (WRK-IDX-NOTA)
                       TO NF-DATA-PAGAMENTO
                   WRITE NF-REGISTRO
               END-PERFORM
               CLOSE FORNNF
           END-IF.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'CONTAS A PAGAR DE FORNECEDORES'.
           DISPLAY 'DATA DE CORTE........: ' WRK-DATA-CORTE.
           DISPLAY 'NOTAS PROVISIONADAS..: ' WRK-QTD-PROVISIONADAS.
           MOVE WRK-TOT-PROVISIONADO TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR PROVISIONADO...: ' CE-VALOR-EDITADO.
           DISPLAY 'NOTAS NA REMESSA.....: ' WRK-QTD-PAGAS.
           MOVE WRK-TOT-PAGO TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR DA REMESSA.....: ' CE-VALOR-EDITADO.
           DISPLAY 'NOTAS SEGURADAS......: ' WRK-QTD-SEGURADAS.
           DISPLAY '========================='.

           IF WRK-TABELA-CHEIA = 'S' OR WRK-QTD-SEGURADAS > 0
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

           MOVE 'PAGFORN'     TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF WRK-TABELA-CHEIA = 'S'
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'FORNNF ACIMA DO LIMITE - NADA PAGO'
                   TO BL-DETALHE
           ELSE
               IF WRK-QTD-SEGURADAS > 0
                   MOVE 'AVISO' TO BL-STATUS
                   MOVE 'REMESSA GERADA COM NOTAS SEGURADAS'
                       TO BL-DETALHE
               ELSE
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'REMESSA DE FORNECEDORES GERADA E LANCADA'
                       TO BL-DETALHE
               END-IF
           END-IF.
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
           MOVE 'PAGFORN'  TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
