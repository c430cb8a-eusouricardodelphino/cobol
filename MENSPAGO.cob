      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - PAGAMENTO APOS O VENCIMENTO PAGA MULTA E
      *>              JUROS DIARIOS DO PARMGER (MULTA-PCT E
      *>              JUROS-DIA-PCT), LANCADOS NO GLPOST NA RECEITA
      *>              MENS-ENCAR SEPARADA DO PRINCIPAL; PAGAMENTO A
      *>              MENOR E PARCIAL (ME-VALOR-PAGO ACUMULA) E A
      *>              INADIMPLENCIA LISTA O SALDO EM ABERTO
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MENSALID ASSIGN TO "MENSALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSALID-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           COPY "PAGMENS.CPY" IN 'COPYBOOKS'.
       FD  MENSALID.
           COPY "MENSALID.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  INADRPT
       WORKING-STORAGE SECTION.
       77 WRK-PAGMENS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MENSALID-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-INADRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TOT-RECEBIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ATRASADO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TURMA-CORRENTE  PIC X(10) VALUE SPACES.
       77 WRK-MULTA-PCT       PIC 9(03)V99 VALUE 2,00.
       77 WRK-JUROS-DIA-PCT   PIC 9(01)V9(04) VALUE 0,0333.
       77 WRK-INT-PAGTO       PIC 9(07) VALUE ZEROS.
       77 WRK-INT-BASE-JUROS  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
       77 WRK-SALDO-COBRANCA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-MULTA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-JUROS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ENCARGOS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PRINCIPAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-PARCIAIS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-COM-ENCARGO PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-ENCARGOS    PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TABELA-COBRANCAS.
           05  WRK-COB-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TCO.
               10  WRK-CB-VENCIMENTO  PIC 9(08).
               10  WRK-CB-SITUACAO    PIC X(01).
               10  WRK-CB-DATA-PAGTO  PIC 9(08).
               10  WRK-CB-PAGO        PIC 9(07)V99.
               10  WRK-CB-ENCARGOS    PIC 9(07)V99.
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 400000-REGRAVAR-MENSALID.
           PERFORM 500000-EMITIR-INADIMPLENCIA.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 600000-FINALIZAR.

           GOBACK.
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

           PERFORM 105000-CARREGAR-PARAMETROS.
           PERFORM 110000-CARREGAR-COBRANCAS.

           OPEN OUTPUT INADRPT.
               MOVE 'S' TO WRK-FIM-PAGMENS
           END-IF.

      *>*********************************************
       105000-CARREGAR-PARAMETROS.
      *>*********************************************
      *>   MULTA (PERCENTUAL UNICO SOBRE O SALDO) E JUROS DE MORA
      *>   (PERCENTUAL AO DIA) DO PAGAMENTO APOS O VENCIMENTO - SEM
      *>   PARMGER VALEM 2% E 0,0333% AO DIA (1% AO MES)
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
                   IF PG-PROGRAMA = 'MENSPAGO'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'MULTA-PCT'
                               MOVE PG-VALOR TO WRK-MULTA-PCT
                           WHEN 'JUROS-DIA-PCT'
                               MOVE PG-VALOR TO WRK-JUROS-DIA-PCT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       110000-CARREGAR-COBRANCAS.
      *>*********************************************
                           TO WRK-CB-SITUACAO (WRK-QTD-COBRANCAS)
                       MOVE ME-DATA-PAGAMENTO
                           TO WRK-CB-DATA-PAGTO (WRK-QTD-COBRANCAS)
      *>               REGISTRO ANTERIOR AOS CAMPOS DE PAGAMENTO
      *>               PARCIAL E ENCARGOS VEM EM BRANCO
                       IF ME-VALOR-PAGO NUMERIC
                           MOVE ME-VALOR-PAGO
                               TO WRK-CB-PAGO (WRK-QTD-COBRANCAS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-CB-PAGO (WRK-QTD-COBRANCAS)
                       END-IF
                       IF ME-ENCARGOS NUMERIC
                           MOVE ME-ENCARGOS
                               TO WRK-CB-ENCARGOS (WRK-QTD-COBRANCAS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-CB-ENCARGOS (WRK-QTD-COBRANCAS)
                       END-IF
                   ELSE
                       DISPLAY 'MENSALID COM MAIS DE 2000 '
                               'COBRANCAS - REGISTRO IGNORADO'
                       ' COMPETENCIA ' MP-COMPETENCIA
           ELSE
               MOVE WRK-IDX-CB-ACHADA TO WRK-IDX-COBRANCA
               PERFORM 215000-CALCULAR-ENCARGOS
      *>       O PAGAMENTO COBRE PRIMEIRO A MULTA E OS JUROS DO
      *>       ATRASO; O RESTANTE ABATE O PRINCIPAL
               IF MP-VALOR > WRK-VALOR-ENCARGOS
                   COMPUTE WRK-VALOR-PRINCIPAL =
                           MP-VALOR - WRK-VALOR-ENCARGOS
               ELSE
                   MOVE MP-VALOR TO WRK-VALOR-ENCARGOS
                   MOVE ZEROS TO WRK-VALOR-PRINCIPAL
               END-IF
               ADD WRK-VALOR-PRINCIPAL
                   TO WRK-CB-PAGO (WRK-IDX-COBRANCA)
               ADD WRK-VALOR-ENCARGOS
                   TO WRK-CB-ENCARGOS (WRK-IDX-COBRANCA)
               MOVE MP-DATA
                   TO WRK-CB-DATA-PAGTO (WRK-IDX-COBRANCA)
               ADD MP-VALOR TO WRK-TOT-RECEBIDO
               IF WRK-CB-PAGO (WRK-IDX-COBRANCA) >=
                       WRK-CB-VALOR (WRK-IDX-COBRANCA)
                   MOVE 'P' TO WRK-CB-SITUACAO (WRK-IDX-COBRANCA)
                   ADD 1 TO WRK-QTD-BAIXADAS
               ELSE
      *>           PAGAMENTO PARCIAL - A COBRANCA SEGUE ABERTA PELO
      *>           SALDO RESTANTE
                   ADD 1 TO WRK-QTD-PARCIAIS
                   COMPUTE WRK-SALDO-COBRANCA =
                           WRK-CB-VALOR (WRK-IDX-COBRANCA) -
                           WRK-CB-PAGO (WRK-IDX-COBRANCA)
                   MOVE WRK-SALDO-COBRANCA TO CE-VALOR-EDITADO
                   DISPLAY 'PAGAMENTO PARCIAL - ALUNO ' MP-MATRICULA
                           ' COMPETENCIA ' MP-COMPETENCIA
                           ' SALDO ' CE-VALOR-EDITADO
               END-IF
               IF WRK-VALOR-PRINCIPAL > 0
                   PERFORM 220000-GRAVAR-GLPOST
               END-IF
               IF WRK-VALOR-ENCARGOS > 0
                   ADD 1 TO WRK-QTD-COM-ENCARGO
                   ADD WRK-VALOR-ENCARGOS TO WRK-TOT-ENCARGOS
                   PERFORM 230000-GRAVAR-GLPOST-ENCARGOS
               END-IF
           END-IF.

      *>*********************************************
       215000-CALCULAR-ENCARGOS.
      *>*********************************************
      *>   PAGAMENTO APOS O VENCIMENTO PAGA MULTA SOBRE O SALDO EM
      *>   ABERTO - UMA VEZ SO, NO PRIMEIRO PAGAMENTO EM ATRASO - E
      *>   JUROS DIARIOS DESDE O VENCIMENTO OU DESDE O ULTIMO
      *>   PAGAMENTO EM ATRASO, O QUE FOR MAIS RECENTE
           MOVE ZEROS TO WRK-VALOR-MULTA.
           MOVE ZEROS TO WRK-VALOR-JUROS.
           MOVE ZEROS TO WRK-VALOR-ENCARGOS.
           IF MP-DATA > WRK-CB-VENCIMENTO (WRK-IDX-COBRANCA)
               COMPUTE WRK-SALDO-COBRANCA =
                       WRK-CB-VALOR (WRK-IDX-COBRANCA) -
                       WRK-CB-PAGO (WRK-IDX-COBRANCA)
               COMPUTE WRK-INT-PAGTO =
                       FUNCTION INTEGER-OF-DATE (MP-DATA)
               IF WRK-CB-DATA-PAGTO (WRK-IDX-COBRANCA) >
                       WRK-CB-VENCIMENTO (WRK-IDX-COBRANCA)
                   COMPUTE WRK-INT-BASE-JUROS =
                           FUNCTION INTEGER-OF-DATE
                               (WRK-CB-DATA-PAGTO (WRK-IDX-COBRANCA))
               ELSE
                   COMPUTE WRK-VALOR-MULTA ROUNDED =
                           WRK-SALDO-COBRANCA * WRK-MULTA-PCT / 100
                   COMPUTE WRK-INT-BASE-JUROS =
                           FUNCTION INTEGER-OF-DATE
                               (WRK-CB-VENCIMENTO (WRK-IDX-COBRANCA))
               END-IF
               COMPUTE WRK-DIAS-ATRASO =
                       WRK-INT-PAGTO - WRK-INT-BASE-JUROS
               IF WRK-DIAS-ATRASO > 0
                   COMPUTE WRK-VALOR-JUROS ROUNDED =
                           WRK-SALDO-COBRANCA * WRK-JUROS-DIA-PCT
                           * WRK-DIAS-ATRASO / 100
               END-IF
               COMPUTE WRK-VALOR-ENCARGOS =
                       WRK-VALOR-MULTA + WRK-VALOR-JUROS
           END-IF.

      *>*********************************************
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'CAIXA'           TO GL-CONTA-DEBITO.
           MOVE 'MENS-RECEB'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'RECEB MENSAL MAT ' MP-MATRICULA
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-VALOR-PRINCIPAL TO GL-VALOR.
           PERFORM 225000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       230000-GRAVAR-GLPOST-ENCARGOS.
      *>*********************************************
      *>   MULTA E JUROS DE ATRASO SAO RECEITA PROPRIA, FORA DO
      *>   RECEBIVEL DA MENSALIDADE
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'CAIXA'           TO GL-CONTA-DEBITO.
           MOVE 'MENS-ENCAR'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'ENCARG MENSAL ' MP-MATRICULA
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-VALOR-ENCARGOS TO GL-VALOR.
           PERFORM 225000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

      *>*********************************************
       400000-REGRAVAR-MENSALID.
      *>*********************************************
                       TO ME-SITUACAO
                   MOVE WRK-CB-DATA-PAGTO (WRK-IDX-COBRANCA)
                       TO ME-DATA-PAGAMENTO
                   MOVE WRK-CB-PAGO (WRK-IDX-COBRANCA)
                       TO ME-VALOR-PAGO
                   MOVE WRK-CB-ENCARGOS (WRK-IDX-COBRANCA)
                       TO ME-ENCARGOS
                   WRITE ME-REGISTRO
               END-PERFORM
               CLOSE MENSALID
       510000-LISTAR-ATRASADA.
      *>*********************************************
           ADD 1 TO WRK-QTD-ATRASADAS.
           COMPUTE WRK-SALDO-COBRANCA =
                   WRK-CB-VALOR (WRK-IDX-COBRANCA) -
                   WRK-CB-PAGO (WRK-IDX-COBRANCA).
           ADD WRK-SALDO-COBRANCA TO WRK-TOT-ATRASADO.

           IF WRK-CB-CURSO (WRK-IDX-COBRANCA) NOT =
                   WRK-TURMA-CORRENTE (1:6)
               WRITE INADRPT-LINHA
           END-IF.

           MOVE WRK-SALDO-COBRANCA TO CE-VALOR-EDITADO.
           MOVE SPACES TO INADRPT-LINHA.
           STRING '  ALUNO ' WRK-CB-MATRICULA (WRK-IDX-COBRANCA)
                  ' COMP ' WRK-CB-COMPET (WRK-IDX-COBRANCA)
                  ' ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO INADRPT-LINHA
           END-STRING.
           IF WRK-CB-PAGO (WRK-IDX-COBRANCA) > 0
               MOVE 'SALDO PARCIAL' TO INADRPT-LINHA (62:13)
           END-IF.
           WRITE INADRPT-LINHA.

      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'BAIXA DE MENSALIDADES'.
           DISPLAY 'COBRANCAS BAIXADAS...: ' WRK-QTD-BAIXADAS.
           DISPLAY 'PAGAMENTOS PARCIAIS..: ' WRK-QTD-PARCIAIS.
           DISPLAY 'PAGTOS COM ENCARGOS..: ' WRK-QTD-COM-ENCARGO.
           MOVE WRK-TOT-ENCARGOS TO CE-VALOR-EDITADO.
           DISPLAY 'MULTA E JUROS........: ' CE-VALOR-EDITADO.
           DISPLAY 'PAGTOS SEM COBRANCA..: ' WRK-QTD-SEM-COBR.
           DISPLAY 'COBRANCAS EM ATRASO..: ' WRK-QTD-ATRASADAS.
           MOVE WRK-TOT-ATRASADO TO CE-VALOR-EDITADO.
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
           MOVE 'MENSPAGO' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
