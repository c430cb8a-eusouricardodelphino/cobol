       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTAM.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RODADA DO ADIANTAMENTO QUINZENAL (DIA 20) SOBRE O
      *> CADASTRO EMPFILE: CADA FUNCIONARIO ATIVO QUE NAO RECUSOU O
      *> ADIANTAMENTO (EMP-OPCAO-ADIANT) RECEBE O PERCENTUAL DA CHAVE
      *> PERCENTUAL DO ADIANTAM NO PARMGER (PADRAO 40%) SOBRE O
      *> SALARIO. FICAM DE FORA O AFASTADO, O FUNCIONARIO EM FERIAS, O
      *> DESLIGADO E O ADMITIDO NA PROPRIA COMPETENCIA. GERA A REMESSA
      *> DE CREDITO PROPRIA (BANCOREM, MESMO LAYOUT DA FOLHA), O
      *> DEMONSTRATIVO NO CONTRACHQ, O LANCAMENTO NO GLPOST
      *> (ADIANT-SAL / SAL-A-PAGAR) E GRAVA O ADIANTAMENTO NO ADIANTQZ,
      *> DE ONDE A FOLHA MENSAL (FOLHAPAG) O DESCONTA. FUNCIONARIO JA
      *> ADIANTADO NA COMPETENCIA NAO RECEBE DE NOVO SE A RODADA FOR
      *> REPETIDA.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LANCAMENTO DO ADIANTAMENTO NO GLPOST CARIMBADO COM
      *>              A EMPRESA DO FUNCIONARIO (GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT CONTRACHQ ASSIGN TO "CONTRACHQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRACHQ-STATUS.
           SELECT BANCOREM ASSIGN TO "BANCOREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANCOREM-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT DEPTMAST ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTMAST-STATUS.
           SELECT ADIANTQZ ASSIGN TO "ADIANTQZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANTQZ-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
           SELECT BATCHID ASSIGN TO "BATCHID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  CONTRACHQ
           RECORDING MODE IS F.
       01  CONTRACHQ-LINHA          PIC X(80).
       FD  BANCOREM.
           COPY "BANCOREM.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  DEPTMAST.
           COPY "DEPTMAST.CPY" IN 'COPYBOOKS'.
       FD  ADIANTQZ.
           COPY "ADIANTQZ.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       FD  BATCHID.
           COPY "BATCHID.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-EMPFILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CONTRACHQ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BANCOREM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DEPTMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ADIANTQZ-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHID-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPFILE      VALUE 'S'.
       77 WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-ADMISSAO  PIC 9(06) VALUE ZEROS.
      *>   PERCENTUAL DO SALARIO ADIANTADO - CHAVE PERCENTUAL DO
      *>   ADIANTAM NO PARMGER
       77 WRK-ADIANT-PCT       PIC 9(03)V99 VALUE 40,00.
       77 WRK-VALOR-ADIANT     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-FUNCIONARIOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUSOU      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORA         PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-ADIANTADO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REMESSA      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-BANCO    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ADIANT       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REMESSA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HOJE-LOG         PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
      *>   MATRICULAS JA ADIANTADAS NA COMPETENCIA (RODADA REPETIDA)
       77 WRK-QTD-ADIANTADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ADIANTADO    PIC 9(04) VALUE ZEROS.
       77 WRK-ADIANTADO-ACHADO PIC X(01) VALUE 'N'.
       01 WRK-TABELA-ADIANTADOS.
           05  WRK-AD-ITEM OCCURS 2000 TIMES INDEXED BY WRK-IDX-TAD.
               10  WRK-AD-MATRICULA   PIC 9(06).
       77 WRK-QTD-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-CC-EMPREGADO     PIC X(06) VALUE SPACES.
       01 WRK-TABELA-CCUSTO.
           05  WRK-CC-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TCC.
               10  WRK-CU-DEPTO       PIC X(10).
               10  WRK-CU-CC          PIC X(06).
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-VC-VALIDA          PIC X(01).
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO
               PERFORM 100000-INICIALIZAR
               PERFORM 200000-PROCESSAR UNTIL WRK-EOF-EMPFILE
               PERFORM 910000-GRAVAR-TOTAIS-CONTROLE
               PERFORM 300000-FINALIZAR
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ACESSO NEGADO - ' WRK-MSG-ACESSO
               MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM 400000-REGISTRAR-BATCHLOG.

           GOBACK.

      *>*********************************************
       050000-VERIFICAR-ACESSO.
      *>*********************************************
           IF SES-SESSAO-ATIVA
      *>       OPERADOR JA AUTENTICADO NO MENU - CREDENCIAL DE SESSAO
               MOVE SES-USUARIO TO WRK-USUARIO-ACESSO
               MOVE '*SESSAO*'  TO WRK-SENHA-ACESSO
           ELSE
           OPEN INPUT BATCHID
           IF WRK-BATCHID-STATUS = '00'
               DISPLAY 'ARQUIVO BATCHID ENCONTRADO - CREDENCIAL DE LOTE'
               READ BATCHID
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BI-USUARIO TO WRK-USUARIO-ACESSO
                       IF BI-TOKEN NOT = SPACES
                           MOVE BI-TOKEN TO WRK-SENHA-ACESSO
                       ELSE
                           MOVE BI-SENHA TO WRK-SENHA-ACESSO
                       END-IF
               END-READ
               CLOSE BATCHID
           ELSE
               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO-ACESSO

               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA-ACESSO
           END-IF
           END-IF.

           MOVE 'ADIANTAM' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.

           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-COMPETENCIA.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 115000-CARREGAR-CENTROS-CUSTO.
           PERFORM 120000-CARREGAR-ADIANTADOS.

           MOVE WRK-ADIANT-PCT TO CE-VALOR-EDITADO.
           DISPLAY 'ADIANTAMENTO QUINZENAL - COMPETENCIA '
                   WRK-COMPETENCIA ' - PERCENTUAL ' CE-VALOR-EDITADO.

           OPEN OUTPUT CONTRACHQ.

           OPEN OUTPUT BANCOREM.
           MOVE SPACES              TO BR-REGISTRO.
           MOVE 'H'                 TO BR-TIPO.
           MOVE WRK-DATA-PROCESSO   TO BR-DATA-GERACAO.
           MOVE WRK-COMPETENCIA     TO BR-COMPETENCIA.
           WRITE BR-REGISTRO.

           OPEN EXTEND ADIANTQZ.
           IF WRK-ADIANTQZ-STATUS NOT = '00'
               OPEN OUTPUT ADIANTQZ
           END-IF.

           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.

           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPFILE - STATUS '
                       WRK-EMPFILE-STATUS
               MOVE 'S' TO WRK-FIM-ARQUIVO
               MOVE 'ADIANTAM'            TO ERR-PROGRAMA
               MOVE '100000-INICIALIZAR'  TO ERR-PARAGRAFO
               MOVE 'ABEND'               TO ERR-SEVERIDADE
               MOVE WRK-EMPFILE-STATUS    TO ERR-CODIGO
               MOVE 'FALHA AO ABRIR EMPFILE PARA O ADIANTAMENTO'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
           ELSE
               PERFORM 150000-LER-EMPREGADO
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
                   IF PG-PROGRAMA = 'ADIANTAM'
                       AND PG-CHAVE = 'PERCENTUAL'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       IF PG-VALOR > 0 AND PG-VALOR <= 100
                           MOVE PG-VALOR TO WRK-ADIANT-PCT
                       ELSE
                           DISPLAY 'PERCENTUAL DE ADIANTAMENTO '
                                   'INVALIDO NO PARMGER - MANTIDO '
                                   'O PADRAO'
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       115000-CARREGAR-CENTROS-CUSTO.
      *>*********************************************
      *>   DE-PARA DEPARTAMENTO X CENTRO DE CUSTO DO DEPTMAST, PARA
      *>   CARIMBAR O CENTRO NO LANCAMENTO CONTABIL
           MOVE ZEROS TO WRK-QTD-CCUSTO.
           OPEN INPUT DEPTMAST.
           IF WRK-DEPTMAST-STATUS = '00'
               PERFORM 116000-LER-CENTRO-CUSTO
                   UNTIL WRK-DEPTMAST-STATUS = '10'
               CLOSE DEPTMAST
           END-IF.

      *>*********************************************
       116000-LER-CENTRO-CUSTO.
      *>*********************************************
           READ DEPTMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-CCUSTO < 50
                       ADD 1 TO WRK-QTD-CCUSTO
                       MOVE DM-DEPARTAMENTO
                           TO WRK-CU-DEPTO (WRK-QTD-CCUSTO)
                       MOVE DM-CENTRO-CUSTO
                           TO WRK-CU-CC (WRK-QTD-CCUSTO)
                   END-IF
           END-READ.

      *>*********************************************
       117000-OBTER-CENTRO-CUSTO.
      *>*********************************************
           MOVE SPACES TO WRK-CC-EMPREGADO.
           PERFORM VARYING WRK-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WRK-IDX-CCUSTO > WRK-QTD-CCUSTO
               IF WRK-CU-DEPTO (WRK-IDX-CCUSTO) = EMP-DEPARTAMENTO
                   MOVE WRK-CU-CC (WRK-IDX-CCUSTO)
                       TO WRK-CC-EMPREGADO
                   MOVE WRK-QTD-CCUSTO TO WRK-IDX-CCUSTO
               END-IF
           END-PERFORM.

      *>*********************************************
       120000-CARREGAR-ADIANTADOS.
      *>*********************************************
      *>   MATRICULAS QUE JA TEM ADIANTAMENTO NA COMPETENCIA - NA
      *>   RODADA REPETIDA NAO SAO CREDITADAS DE NOVO
           MOVE ZEROS TO WRK-QTD-ADIANTADOS.
           OPEN INPUT ADIANTQZ.
           IF WRK-ADIANTQZ-STATUS = '00'
               PERFORM 121000-LER-ADIANTADO
                   UNTIL WRK-ADIANTQZ-STATUS = '10'
               CLOSE ADIANTQZ
           END-IF.

      *>*********************************************
       121000-LER-ADIANTADO.
      *>*********************************************
           READ ADIANTQZ
               AT END
                   CONTINUE
               NOT AT END
                   IF AQ-COMPETENCIA = WRK-COMPETENCIA
                       IF WRK-QTD-ADIANTADOS < 2000
                           ADD 1 TO WRK-QTD-ADIANTADOS
                           MOVE AQ-MATRICULA
                               TO WRK-AD-MATRICULA (WRK-QTD-ADIANTADOS)
                       ELSE
                           DISPLAY 'ADIANTQZ COM MAIS DE 2000 ITENS NA '
                                   'COMPETENCIA - MATRICULA '
                                   AQ-MATRICULA ' NAO CONFERIDA'
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       150000-LER-EMPREGADO.
      *>*********************************************
      *>   SO O ATIVO QUE NAO RECUSOU O ADIANTAMENTO E QUE NAO FOI
      *>   ADMITIDO NA PROPRIA COMPETENCIA RECEBE - AFASTADO, EM
      *>   FERIAS (RECEBEU AS FERIAS ADIANTADAS) E DESLIGADO FICAM
      *>   DE FORA E SAO SO CONTADOS
           READ EMPFILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   COMPUTE WRK-COMPET-ADMISSAO =
                           EMP-ANO-ADMISSAO * 100 + EMP-MES-ADMISSAO
                   IF NOT EMP-ATIVO
                       OR WRK-COMPET-ADMISSAO >= WRK-COMPETENCIA
                       ADD 1 TO WRK-QTD-FORA
                       PERFORM 150000-LER-EMPREGADO
                   ELSE
                       IF EMP-SEM-ADIANTAMENTO
                           ADD 1 TO WRK-QTD-RECUSOU
                           PERFORM 150000-LER-EMPREGADO
                       ELSE
                           PERFORM 160000-CONFERIR-ADIANTADO
                           IF WRK-ADIANTADO-ACHADO = 'S'
                               ADD 1 TO WRK-QTD-JA-ADIANTADO
                               PERFORM 150000-LER-EMPREGADO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       160000-CONFERIR-ADIANTADO.
      *>*********************************************
           MOVE 'N' TO WRK-ADIANTADO-ACHADO.
           PERFORM VARYING WRK-IDX-ADIANTADO FROM 1 BY 1
                   UNTIL WRK-IDX-ADIANTADO > WRK-QTD-ADIANTADOS
               IF WRK-AD-MATRICULA (WRK-IDX-ADIANTADO) = EMP-MATRICULA
                   MOVE 'S' TO WRK-ADIANTADO-ACHADO
                   MOVE WRK-QTD-ADIANTADOS TO WRK-IDX-ADIANTADO
               END-IF
           END-PERFORM.

      *>*********************************************
       200000-PROCESSAR.
      *>*********************************************
           COMPUTE WRK-VALOR-ADIANT ROUNDED =
                   EMP-SALARIO * (WRK-ADIANT-PCT / 100)
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-VALOR-ADIANT
           END-COMPUTE.

           IF WRK-VALOR-ADIANT > 0
               ADD 1                TO WRK-QTD-FUNCIONARIOS
               ADD WRK-VALOR-ADIANT TO WRK-TOT-ADIANT
               PERFORM 117000-OBTER-CENTRO-CUSTO
               PERFORM 210000-GRAVAR-ADIANTAMENTO
               PERFORM 220000-GRAVAR-REMESSA
               PERFORM 230000-IMPRIMIR-DEMONSTRATIVO
               PERFORM 240000-GRAVAR-GLPOST
           END-IF.

           PERFORM 150000-LER-EMPREGADO.

      *>*********************************************
       210000-GRAVAR-ADIANTAMENTO.
      *>*********************************************
           MOVE SPACES               TO AQ-REGISTRO.
           MOVE EMP-MATRICULA        TO AQ-MATRICULA.
           MOVE WRK-COMPETENCIA      TO AQ-COMPETENCIA.
           MOVE WRK-DATA-PROCESSO    TO AQ-DATA-PAGAMENTO.
           MOVE WRK-ADIANT-PCT       TO AQ-PERCENTUAL.
           MOVE WRK-VALOR-ADIANT     TO AQ-VALOR.
           MOVE ZEROS                TO AQ-VALOR-DESCONTADO.
           MOVE ZEROS                TO AQ-COMPET-DESCONTO.
           MOVE ZEROS                TO AQ-VALOR-ULT-DESCONTO.
           MOVE EMP-DEPARTAMENTO     TO AQ-DEPARTAMENTO.
           MOVE 'P'                  TO AQ-SITUACAO.
           WRITE AQ-REGISTRO.
           IF WRK-ADIANTQZ-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ADIANTQZ - MATRICULA '
                       EMP-MATRICULA ' - STATUS ' WRK-ADIANTQZ-STATUS
           END-IF.

      *>*********************************************
       220000-GRAVAR-REMESSA.
      *>*********************************************
      *>   MESMA REGRA DA FOLHA: SEM DOMICILIO BANCARIO NO CADASTRO O
      *>   FUNCIONARIO FICA FORA DA REMESSA E A TESOURARIA PAGA POR FORA
           IF EMP-BANCO NUMERIC AND EMP-BANCO > 0
               AND EMP-CONTA NOT = SPACES
               MOVE SPACES           TO BR-REGISTRO
               MOVE 'D'              TO BR-TIPO
               MOVE EMP-MATRICULA    TO BR-MATRICULA
               MOVE EMP-BANCO        TO BR-BANCO
               MOVE EMP-AGENCIA      TO BR-AGENCIA
               MOVE EMP-CONTA        TO BR-CONTA
               MOVE WRK-VALOR-ADIANT TO BR-VALOR
               MOVE 'S'              TO BR-TIPO-CREDITO
               WRITE BR-REGISTRO
               ADD 1                TO WRK-QTD-REMESSA
               ADD WRK-VALOR-ADIANT TO WRK-TOT-REMESSA
           ELSE
               ADD 1 TO WRK-QTD-SEM-BANCO
               DISPLAY 'MATRICULA ' EMP-MATRICULA ' SEM DOMICILIO '
                       'BANCARIO - FORA DA REMESSA'
           END-IF.

      *>*********************************************
       230000-IMPRIMIR-DEMONSTRATIVO.
      *>*********************************************
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING '========= ADIANTAMENTO QUINZENAL ========='
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'COMPETENCIA ' WRK-COMPETENCIA
                  '  MATRICULA ' EMP-MATRICULA
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING EMP-NOME '  DEPTO ' EMP-DEPARTAMENTO
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE EMP-SALARIO TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'SALARIO............. ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE WRK-VALOR-ADIANT TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'ADIANTAMENTO........ ' CE-VALOR-EDITADO
                  ' (DESCONTADO NA FOLHA DO MES)'
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE SPACES TO CONTRACHQ-LINHA.
           WRITE CONTRACHQ-LINHA.

      *>*********************************************
       240000-GRAVAR-GLPOST.
      *>*********************************************
      *>   O ADIANTAMENTO E UM DIREITO CONTRA O FUNCIONARIO ATE A
      *>   FOLHA DO MES - A FOLHA BAIXA A CONTA AO DESCONTA-LO
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE WRK-CC-EMPREGADO  TO GL-CENTRO-CUSTO.
           MOVE EMP-EMPRESA       TO GL-EMPRESA.
           MOVE 'ADIANT-SAL'      TO GL-CONTA-DEBITO.
           MOVE 'SAL-A-PAGAR'     TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'ADIANT QZ MAT ' EMP-MATRICULA
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-VALOR-ADIANT  TO GL-VALOR.
           PERFORM 245000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.

      *>*********************************************
       245000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'ADIANTAM' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       300000-FINALIZAR.
      *>*********************************************
           IF WRK-EMPFILE-STATUS = '00' OR WRK-EMPFILE-STATUS = '10'
               CLOSE EMPFILE
           END-IF.
           CLOSE CONTRACHQ.
           CLOSE ADIANTQZ.
           CLOSE GLPOST.

           MOVE SPACES           TO BR-REGISTRO.
           MOVE 'T'              TO BR-TIPO.
           MOVE WRK-QTD-REMESSA  TO BR-QTD-CREDITOS.
           MOVE WRK-TOT-REMESSA  TO BR-TOTAL-CREDITOS.
           WRITE BR-REGISTRO.
           CLOSE BANCOREM.

           DISPLAY '========================='.
           DISPLAY 'ADIANTAMENTO QUINZENAL - COMPETENCIA '
                   WRK-COMPETENCIA.
           DISPLAY 'FUNCIONARIOS ADIANTADOS: ' WRK-QTD-FUNCIONARIOS.
           MOVE WRK-TOT-ADIANT TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL ADIANTADO........: ' CE-VALOR-EDITADO.
           DISPLAY 'CREDITOS NA REMESSA....: ' WRK-QTD-REMESSA.
           DISPLAY 'SEM DOMICILIO BANCARIO.: ' WRK-QTD-SEM-BANCO.
           DISPLAY 'RECUSARAM O ADIANTAM...: ' WRK-QTD-RECUSOU.
           DISPLAY 'FORA POR SITUACAO/ADM..: ' WRK-QTD-FORA.
           DISPLAY 'JA ADIANTADOS NO MES...: ' WRK-QTD-JA-ADIANTADO.
           DISPLAY '========================='.

      *>*********************************************
       400000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'ADIANTAM'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'ADIANTAMENTO QUINZENAL PAGO E LANCADO'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'FALHA NO ADIANTAMENTO QUINZENAL'
                   TO BL-DETALHE
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
           MOVE 'ADIANTAM' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
