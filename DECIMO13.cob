      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - DEPOSITO DE FGTS SOBRE O 13 (PERCENTUAL DA CHAVE
      *>              FGTS-PCT DO FOLHAPAG): NA PRIMEIRA PARCELA SOBRE
      *>              O ADIANTAMENTO, NA FINAL SOBRE O SALDO DO 13 -
      *>              SOMADO AO FGTSSALD, INFORMADO NO DEMONSTRATIVO E
      *>              LANCADO NO GLPOST (DESP-FGTS / FGTS-RECOL)
      *> 15/10/2026 - GRAVA AS VERBAS DA PARCELA NO HISTORICO
      *>              PERMANENTE FOLHAHST (ORIGEM 'D') - BASE DO 13
      *>              TRIBUTADO EM SEPARADO NO INFORME ANUAL
      *> 15/10/2026 - LANCAMENTOS DO 13 NO GLPOST CARIMBADOS COM A
      *>              EMPRESA DO FUNCIONARIO (GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - FGTSSALD COM MAIS DE 500 MATRICULAS NAO E MAIS
      *>              REGRAVADO (APAGARIA OS SALDOS EXCEDENTES) - O
      *>              ARQUIVO FICA INTACTO E A RODADA TERMINA COM RC 4
      *> 15/10/2026 - REPROCESSAMENTO DA PARCELA NA MESMA COMPETENCIA
      *>              ESTORNA O DEPOSITO DE FGTS DA RODADA ANTERIOR DA
      *>              MESMA PARCELA ANTES DO NOVO (NAO DEPOSITA EM
      *>              DOBRO) E GRAVA A ORIGEM DO ULTIMO DEPOSITO NO
      *>              FGTSSALD
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEPTMAST ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTMAST-STATUS.
           SELECT FGTSSALD ASSIGN TO "FGTSSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGTSSALD-STATUS.
           SELECT FOLHAHST ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHST-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  DEPTMAST.
           COPY "DEPTMAST.CPY" IN 'COPYBOOKS'.
       FD  FGTSSALD.
           COPY "FGTSSALD.CPY" IN 'COPYBOOKS'.
       FD  FOLHAHST.
           COPY "FOLHAHST.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       FD  BATCHID.
       77 WRK-CONTRACHQ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DEPTMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FGTSSALD-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FOLHAHST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHID-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-TOT-INSS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.
      *>   LINHA DO HISTORICO FOLHAHST EM MONTAGEM
       77 WRK-HST-SEQUENCIA    PIC 9(02) VALUE ZEROS.
       77 WRK-HST-RUBRICA      PIC X(04) VALUE SPACES.
       77 WRK-HST-TIPO         PIC X(01) VALUE SPACES.
       77 WRK-HST-DESCRICAO    PIC X(20) VALUE SPACES.
       77 WRK-HST-QTD          PIC 9(03)V99 VALUE ZEROS.
       77 WRK-HST-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-HISTORICO    PIC 9(07) VALUE ZEROS.
       77 WRK-HOJE-LOG         PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-IRRF-FAIXA4-DED  PIC 9(07)V99 VALUE 662,77.
       77 WRK-IRRF-FAIXA5-PCT  PIC 9(02)V99 VALUE 27,50.
       77 WRK-IRRF-FAIXA5-DED  PIC 9(07)V99 VALUE 896,00.
      *>   FGTS - PERCENTUAL DA CHAVE FGTS-PCT DO FOLHAPAG E SALDO
      *>   POR MATRICULA, CARREGADO DO FGTSSALD E REGRAVADO AO FINAL
       77 WRK-FGTS-PCT         PIC 9(02)V99 VALUE 8,00.
       77 WRK-BASE-FGTS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-FGTS       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-FGTS         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FGTS         PIC 9(03) VALUE ZEROS.
       77 WRK-FGTS-ACHADO      PIC X(01) VALUE 'N'.
       77 WRK-IDX-FG-ACHADO    PIC 9(03) VALUE ZEROS.
       77 WRK-FGTS-TRANSB      PIC X(01) VALUE 'N'.
       77 WRK-IDX-FG-ORIGEM    PIC 9(01) VALUE ZEROS.
       01 WRK-TABELA-FGTS.
           05  WRK-FGTS-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TFG.
               10  WRK-FG-MATRICULA   PIC 9(06).
               10  WRK-FG-SALDO       PIC 9(09)V99.
               10  WRK-FG-COMPETENCIA PIC 9(06).
               10  WRK-FG-DATA        PIC 9(08).
               10  WRK-FG-VALOR       PIC 9(07)V99.
               10  WRK-FG-SITUACAO    PIC X(01).
               10  WRK-FG-ORIGEM      PIC X(01).
               10  WRK-FG-DEPOSITOS.
                   15  WRK-FG-DEP-ORIGEM OCCURS 4 TIMES.
                       20  WRK-FG-DO-COMPET   PIC 9(06).
                       20  WRK-FG-DO-VALOR    PIC 9(07)V99.
               10  WRK-FG-NA-RODADA   PIC X(01).
       77 WRK-QTD-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-CC-EMPREGADO     PIC X(06) VALUE SPACES.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           IF WRK-ACESSO-PERMITIDO
               PERFORM 100000-INICIALIZAR
               PERFORM 200000-PROCESSAR UNTIL WRK-EOF-EMPFILE
               PERFORM 910000-GRAVAR-TOTAIS-CONTROLE
               PERFORM 300000-FINALIZAR
               IF WRK-FGTS-TRANSB = 'S'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - ' WRK-MSG-ACESSO
               MOVE 12 TO RETURN-CODE

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 115000-CARREGAR-CENTROS-CUSTO.
           PERFORM 118000-CARREGAR-SALDOS-FGTS.

           IF WRK-PRIMEIRA-PARCELA
               DISPLAY 'DECIMO TERCEIRO - PRIMEIRA PARCELA '

           OPEN OUTPUT CONTRACHQ.

           OPEN EXTEND FOLHAHST.
           IF WRK-FOLHAHST-STATUS NOT = '00'
               OPEN OUTPUT FOLHAHST
           END-IF.

           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPFILE - STATUS '
       111000-LER-PARAMETRO.
      *>*********************************************
      *>   A CHAVE PARCELA E PROPRIA DO DECIMO13; AS TABELAS DE
      *>   INSS/IRRF E O PERCENTUAL DO FGTS SAO OS MESMOS DO FOLHAPAG
           READ PARMGER
               AT END
                   CONTINUE
                               MOVE PG-VALOR TO WRK-IRRF-FAIXA5-PCT
                           WHEN 'IRRF-FAIXA5-DED'
                               MOVE PG-VALOR TO WRK-IRRF-FAIXA5-DED
                           WHEN 'FGTS-PCT'
                               MOVE PG-VALOR TO WRK-FGTS-PCT
                       END-EVALUATE
                   END-IF
           END-READ.
               END-IF
           END-PERFORM.

      *>*********************************************
       118000-CARREGAR-SALDOS-FGTS.
      *>*********************************************
      *>   SALDO DE FGTS POR MATRICULA CARREGADO EM TABELA - O
      *>   DEPOSITO DO 13 E SOMADO EM MEMORIA E REGRAVADO AO FINAL
           MOVE ZEROS TO WRK-QTD-FGTS.
           OPEN INPUT FGTSSALD.
           IF WRK-FGTSSALD-STATUS = '00'
               PERFORM 119000-LER-SALDO-FGTS
                   UNTIL WRK-FGTSSALD-STATUS = '10'
               CLOSE FGTSSALD
           END-IF.

      *>*********************************************
       119000-LER-SALDO-FGTS.
      *>*********************************************
           READ FGTSSALD
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-FGTS < 500
                       ADD 1 TO WRK-QTD-FGTS
                       MOVE FG-MATRICULA
                           TO WRK-FG-MATRICULA (WRK-QTD-FGTS)
                       MOVE FG-SALDO
                           TO WRK-FG-SALDO (WRK-QTD-FGTS)
                       MOVE FG-ULT-COMPETENCIA
                           TO WRK-FG-COMPETENCIA (WRK-QTD-FGTS)
                       MOVE FG-DATA-ULT-DEPOSITO
                           TO WRK-FG-DATA (WRK-QTD-FGTS)
                       MOVE FG-VALOR-ULT-DEPOSITO
                           TO WRK-FG-VALOR (WRK-QTD-FGTS)
                       MOVE FG-SITUACAO
                           TO WRK-FG-SITUACAO (WRK-QTD-FGTS)
                       MOVE FG-ORIGEM-ULT-DEPOSITO
                           TO WRK-FG-ORIGEM (WRK-QTD-FGTS)
                       MOVE FG-DEPOSITOS-ORIGEM
                           TO WRK-FG-DEPOSITOS (WRK-QTD-FGTS)
                       MOVE 'N' TO WRK-FG-NA-RODADA (WRK-QTD-FGTS)
                   ELSE
                       MOVE 'S' TO WRK-FGTS-TRANSB
                   END-IF
           END-READ.

      *>*********************************************
       150000-LER-EMPREGADO.
      *>*********************************************
               END-COMPUTE
           END-IF.

           PERFORM 225000-DEPOSITAR-FGTS.

           ADD 1                TO WRK-QTD-FUNCIONARIOS.
           ADD WRK-VALOR-PARCELA TO WRK-TOT-BRUTO.
           ADD WRK-INSS         TO WRK-TOT-INSS.
           ADD WRK-IRRF         TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO      TO WRK-TOT-LIQUIDO.
           ADD WRK-VALOR-FGTS   TO WRK-TOT-FGTS.

           PERFORM 117000-OBTER-CENTRO-CUSTO.
           PERFORM 230000-IMPRIMIR-DEMONSTRATIVO.
           PERFORM 235000-GRAVAR-HISTORICO.
           PERFORM 240000-GRAVAR-GLPOST.

           PERFORM 150000-LER-EMPREGADO.
                       - WRK-IRRF-FAIXA5-DED
           END-EVALUATE.

      *>*********************************************
       225000-DEPOSITAR-FGTS.
      *>*********************************************
      *>   FGTS DEVIDO EM CADA PARCELA: NA PRIMEIRA SOBRE O
      *>   ADIANTAMENTO, NA FINAL SOBRE O 13 CHEIO MENOS O
      *>   ADIANTAMENTO JA DEPOSITADO - ENCARGO DA EMPRESA, NAO
      *>   DESCONTA DO LIQUIDO
           IF WRK-PRIMEIRA-PARCELA
               MOVE WRK-VALOR-PARCELA TO WRK-BASE-FGTS
               MOVE 2 TO WRK-IDX-FG-ORIGEM
           ELSE
               COMPUTE WRK-BASE-FGTS = WRK-VALOR-13 - WRK-ADIANTAMENTO
               MOVE 3 TO WRK-IDX-FG-ORIGEM
           END-IF.
           COMPUTE WRK-VALOR-FGTS ROUNDED =
                   WRK-BASE-FGTS * (WRK-FGTS-PCT / 100).

           MOVE 'N' TO WRK-FGTS-ACHADO.
           PERFORM VARYING WRK-IDX-FGTS FROM 1 BY 1
                   UNTIL WRK-IDX-FGTS > WRK-QTD-FGTS
               IF WRK-FG-MATRICULA (WRK-IDX-FGTS) = EMP-MATRICULA
                   MOVE 'S' TO WRK-FGTS-ACHADO
                   MOVE WRK-IDX-FGTS TO WRK-IDX-FG-ACHADO
                   MOVE WRK-QTD-FGTS TO WRK-IDX-FGTS
               END-IF
           END-PERFORM.
           IF WRK-FGTS-ACHADO = 'N'
               IF WRK-QTD-FGTS < 500
                   ADD 1 TO WRK-QTD-FGTS
                   MOVE WRK-QTD-FGTS TO WRK-IDX-FG-ACHADO
                   MOVE EMP-MATRICULA
                       TO WRK-FG-MATRICULA (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
                   MOVE 'A'   TO WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO)
                   MOVE SPACES TO WRK-FG-ORIGEM (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
                   MOVE 'N'   TO WRK-FG-NA-RODADA (WRK-IDX-FG-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-FGTS-TRANSB
                   MOVE ZEROS TO WRK-IDX-FG-ACHADO
               END-IF
           END-IF.
           IF WRK-IDX-FG-ACHADO > 0
               IF WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO) = 'S'
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
               END-IF
               IF WRK-FG-NA-RODADA (WRK-IDX-FG-ACHADO) NOT = 'S'
                   PERFORM 225100-ESTORNAR-DEPOSITO-FGTS
               END-IF
               ADD WRK-VALOR-FGTS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               ADD WRK-VALOR-FGTS TO WRK-FG-DO-VALOR
                   (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
               MOVE WRK-DATA-PROCESSO (1:6)
                   TO WRK-FG-COMPETENCIA (WRK-IDX-FG-ACHADO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-FG-DATA (WRK-IDX-FG-ACHADO)
               MOVE WRK-VALOR-FGTS
                   TO WRK-FG-VALOR (WRK-IDX-FG-ACHADO)
               MOVE 'D' TO WRK-FG-ORIGEM (WRK-IDX-FG-ACHADO)
               MOVE 'A' TO WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO)
           END-IF.

      *>*********************************************
       225100-ESTORNAR-DEPOSITO-FGTS.
      *>*********************************************
      *>   REPROCESSAMENTO DA MESMA COMPETENCIA - SO O DEPOSITO QUE
      *>   A MESMA PARCELA DO 13O FEZ NA RODADA ANTERIOR SAI DO SALDO
      *>   ANTES DO NOVO; O DA FOLHA, DAS FERIAS OU DA OUTRA PARCELA
      *>   NA MESMA COMPETENCIA FICA
           MOVE 'S' TO WRK-FG-NA-RODADA (WRK-IDX-FG-ACHADO).
           IF WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO) NOT NUMERIC
               MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
           END-IF.
           IF WRK-FG-DO-COMPET
                   (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
                   = WRK-DATA-PROCESSO (1:6)
               IF WRK-FG-SALDO (WRK-IDX-FG-ACHADO) >= WRK-FG-DO-VALOR
                       (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
                   SUBTRACT WRK-FG-DO-VALOR
                       (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
                       FROM WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               ELSE
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               END-IF
           END-IF.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-FG-DO-COMPET
               (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM).
           MOVE ZEROS TO WRK-FG-DO-VALOR
               (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM).

      *>*********************************************
       230000-IMPRIMIR-DEMONSTRATIVO.
      *>*********************************************
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE WRK-VALOR-FGTS TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'FGTS DA PARCELA..... ' CE-VALOR-EDITADO
                  ' (DEPOSITO DA EMPRESA)'
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE SPACES TO CONTRACHQ-LINHA.
           WRITE CONTRACHQ-LINHA.

      *>*********************************************
       235000-GRAVAR-HISTORICO.
      *>*********************************************
      *>   VERBAS DA PARCELA NO FOLHAHST: NA PRIMEIRA PARCELA SO O
      *>   ADIANTAMENTO PAGO; NA FINAL O 13 CHEIO, O ABATIMENTO DO
      *>   ADIANTAMENTO E AS RETENCOES - PROVENTOS MENOS DESCONTOS
      *>   FECHAM COM O LIQUIDO DA PARCELA
           MOVE ZEROS TO WRK-HST-SEQUENCIA.

           IF WRK-PRIMEIRA-PARCELA
               MOVE 'AD13'              TO WRK-HST-RUBRICA
               MOVE 'P'                 TO WRK-HST-TIPO
               MOVE 'ADIANTAMENTO 13'   TO WRK-HST-DESCRICAO
               MOVE WRK-AVOS            TO WRK-HST-QTD
               MOVE WRK-VALOR-PARCELA   TO WRK-HST-VALOR
               PERFORM 236000-GRAVAR-LINHA-HIST
           ELSE
               MOVE 'DEC3'              TO WRK-HST-RUBRICA
               MOVE 'P'                 TO WRK-HST-TIPO
               MOVE '13 SALARIO'        TO WRK-HST-DESCRICAO
               MOVE WRK-AVOS            TO WRK-HST-QTD
               MOVE WRK-VALOR-13        TO WRK-HST-VALOR
               PERFORM 236000-GRAVAR-LINHA-HIST

               MOVE 'AD13'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'ADIANTAMENTO PAGO' TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-ADIANTAMENTO    TO WRK-HST-VALOR
               PERFORM 236000-GRAVAR-LINHA-HIST

               MOVE 'INSS'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'DESCONTO INSS 13'  TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-INSS            TO WRK-HST-VALOR
               PERFORM 236000-GRAVAR-LINHA-HIST

               MOVE 'IRRF'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'DESCONTO IRRF 13'  TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-IRRF            TO WRK-HST-VALOR
               PERFORM 236000-GRAVAR-LINHA-HIST
           END-IF.

           MOVE 'LIQU'               TO WRK-HST-RUBRICA.
           MOVE 'L'                  TO WRK-HST-TIPO.
           MOVE 'LIQUIDO DA PARCELA' TO WRK-HST-DESCRICAO.
           MOVE WRK-PARCELA          TO WRK-HST-QTD.
           MOVE WRK-LIQUIDO          TO WRK-HST-VALOR.
           PERFORM 236000-GRAVAR-LINHA-HIST.

           MOVE 'FGTS'               TO WRK-HST-RUBRICA.
           MOVE 'I'                  TO WRK-HST-TIPO.
           MOVE 'FGTS DA PARCELA'    TO WRK-HST-DESCRICAO.
           MOVE ZEROS                TO WRK-HST-QTD.
           MOVE WRK-VALOR-FGTS       TO WRK-HST-VALOR.
           PERFORM 236000-GRAVAR-LINHA-HIST.

      *>*********************************************
       236000-GRAVAR-LINHA-HIST.
      *>*********************************************
           ADD 1 TO WRK-HST-SEQUENCIA.
           MOVE SPACES                  TO HF-REGISTRO.
           MOVE EMP-MATRICULA           TO HF-MATRICULA.
           MOVE WRK-DATA-PROCESSO (1:6) TO HF-COMPETENCIA.
           MOVE 'D'                     TO HF-ORIGEM.
           MOVE WRK-HST-SEQUENCIA       TO HF-SEQUENCIA.
           MOVE WRK-HST-RUBRICA         TO HF-RUBRICA.
           MOVE WRK-HST-TIPO            TO HF-TIPO.
           MOVE WRK-HST-DESCRICAO       TO HF-DESCRICAO.
           MOVE WRK-HST-QTD             TO HF-QUANTIDADE.
           MOVE WRK-HST-VALOR           TO HF-VALOR.
           MOVE EMP-DEPARTAMENTO        TO HF-DEPARTAMENTO.
           MOVE WRK-DATA-PROCESSO       TO HF-DATA-PROCESSAMENTO.
           WRITE HF-REGISTRO.
           IF WRK-FOLHAHST-STATUS = '00'
               ADD 1 TO WRK-QTD-HISTORICO
           ELSE
               DISPLAY 'ERRO AO GRAVAR FOLHAHST - MATRICULA '
                       EMP-MATRICULA ' - STATUS ' WRK-FOLHAHST-STATUS
           END-IF.

      *>*********************************************
       240000-GRAVAR-GLPOST.
      *>*********************************************
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE WRK-CC-EMPREGADO  TO GL-CENTRO-CUSTO.
           MOVE EMP-EMPRESA       TO GL-EMPRESA.
           MOVE 'DESP-13SAL'      TO GL-CONTA-DEBITO.
           MOVE 'SAL-A-PAGAR'     TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           PERFORM 245000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           IF WRK-INSS > 0
               MOVE 'DESP-13SAL'   TO GL-CONTA-DEBITO
               PERFORM 245000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-IRRF > 0
               PERFORM 245000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-VALOR-FGTS > 0
               MOVE 'DESP-FGTS'    TO GL-CONTA-DEBITO
               MOVE 'FGTS-RECOL'   TO GL-CONTA-CREDITO
               MOVE 'FGTS S/ 13 SALARIO' TO GL-HISTORICO
               MOVE WRK-VALOR-FGTS TO GL-VALOR
               PERFORM 245000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           CLOSE GLPOST.
               CLOSE EMPFILE
           END-IF.
           CLOSE CONTRACHQ.
           CLOSE FOLHAHST.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   O FGTSSALD FICA INTACTO E A RODADA TERMINA COM RC 4
           IF WRK-FGTS-TRANSB = 'S'
               DISPLAY 'FGTSSALD COM MAIS DE 500 MATRICULAS - SALDOS '
                       'PRESERVADOS SEM O DEPOSITO DO 13'
           ELSE
               IF WRK-QTD-FGTS > 0
                   PERFORM 310000-REGRAVAR-SALDOS-FGTS
               END-IF
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'DECIMO TERCEIRO - PARCELA ' WRK-PARCELA.
           DISPLAY 'FUNCIONARIOS PROCESSADOS: ' WRK-QTD-FUNCIONARIOS.
           MOVE WRK-TOT-LIQUIDO TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL LIQUIDO A PAGAR...: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-FGTS TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL FGTS DEPOSITADO...: ' CE-VALOR-EDITADO.
           DISPLAY 'LINHAS NO FOLHAHST......: ' WRK-QTD-HISTORICO.
           DISPLAY '========================='.

      *>*********************************************
       310000-REGRAVAR-SALDOS-FGTS.
      *>*********************************************
      *>   O SALDO DE FGTS VOLTA PARA O ARQUIVO COM O DEPOSITO DO 13
           OPEN OUTPUT FGTSSALD.
           PERFORM VARYING WRK-IDX-FGTS FROM 1 BY 1
                   UNTIL WRK-IDX-FGTS > WRK-QTD-FGTS
               MOVE SPACES TO FG-REGISTRO
               MOVE WRK-FG-MATRICULA (WRK-IDX-FGTS)
                   TO FG-MATRICULA
               MOVE WRK-FG-SALDO (WRK-IDX-FGTS)
                   TO FG-SALDO
               MOVE WRK-FG-COMPETENCIA (WRK-IDX-FGTS)
                   TO FG-ULT-COMPETENCIA
               MOVE WRK-FG-DATA (WRK-IDX-FGTS)
                   TO FG-DATA-ULT-DEPOSITO
               MOVE WRK-FG-VALOR (WRK-IDX-FGTS)
                   TO FG-VALOR-ULT-DEPOSITO
               MOVE WRK-FG-SITUACAO (WRK-IDX-FGTS)
                   TO FG-SITUACAO
               MOVE WRK-FG-ORIGEM (WRK-IDX-FGTS)
                   TO FG-ORIGEM-ULT-DEPOSITO
               MOVE WRK-FG-DEPOSITOS (WRK-IDX-FGTS)
                   TO FG-DEPOSITOS-ORIGEM
               WRITE FG-REGISTRO
           END-PERFORM.
           CLOSE FGTSSALD.

      *>*********************************************
       400000-REGISTRAR-BATCHLOG.
      *>*********************************************
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               IF WRK-FGTS-TRANSB = 'S'
                   MOVE 'FGTSSALD TRANSBORDADO - NAO REGRAVADO'
                       TO BL-DETALHE
               ELSE
                   MOVE 'FALHA NO PROCESSAMENTO DO DECIMO TERCEIRO'
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
           MOVE 'DECIMO13' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
