       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RODADA MENSAL DO ATIVO IMOBILIZADO, ANTES DO
      *> ENCERRAMENTO DO PERIODO (GLCLOSE): APLICA NO ATIVOMST OS
      *> MOVIMENTOS DO ATIVOMOV (INCLUSAO, BAIXA POR VENDA/DESCARTE
      *> E TRANSFERENCIA DE CENTRO DE CUSTO/LOJA), DEPRECIA CADA BEM
      *> EM USO PELO METODO LINEAR (CUSTO / VIDA UTIL EM MESES, A
      *> PARTIR DO MES DA AQUISICAO E LIMITADO AO CUSTO), LANCA NO
      *> GLPOST A DESPESA NO CENTRO DE CUSTO DO BEM (DEBITO
      *> DESP-DEPR, CREDITO DEPR-ACUM) E A BAIXA (ACUMULADA CONTRA O
      *> IMOBILIZAD, RECEBIMENTO E GANHO/PERDA) E IMPRIME O RAZAO DO
      *> IMOBILIZADO COM O VALOR CONTABIL LIQUIDO POR BEM (ATIVORPT).
      *> A TRANSFERENCIA VALE PARA A DEPRECIACAO DO PROPRIO MES - O
      *> MES INTEIRO VAI PARA O CENTRO NOVO.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LANCAMENTOS DE BAIXA E DEPRECIACAO NO GLPOST SAEM
      *>              NA EMPRESA DA LOJA DO BEM (LJ-EMPRESA NO
      *>              GL-EMPRESA)
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
           SELECT ATIVOMST ASSIGN TO "ATIVOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CODIGO
               FILE STATUS IS WRK-ATIVOMST-STATUS.
           SELECT ATIVOMOV ASSIGN TO "ATIVOMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVOMOV-STATUS.
           SELECT LOJAMAST ASSIGN TO "LOJAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAMAST-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT ATIVORPT ASSIGN TO "ATIVORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVORPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVOMST.
           COPY "ATIVOMST.CPY" IN 'COPYBOOKS'.
       FD  ATIVOMOV.
           COPY "ATIVOMOV.CPY" IN 'COPYBOOKS'.
       FD  LOJAMAST.
           COPY "LOJAMAST.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  ATIVORPT
           RECORDING MODE IS F.
       01  ATIVORPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-ATIVOMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ATIVOMOV-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LOJAMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATIVORPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ATIVOMOV    PIC X(01) VALUE 'N'.
           88 WRK-EOF-ATIVOMOV    VALUE 'S'.
       77 WRK-FIM-ATIVOMST    PIC X(01) VALUE 'N'.
           88 WRK-EOF-ATIVOMST    VALUE 'S'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-MES-BASE    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LOJAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-CENTRO-LOJA     PIC X(06) VALUE SPACES.
       77 WRK-EMPRESA-ATIVO   PIC X(02) VALUE SPACES.
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.
       77 WRK-QTD-INCLUSOES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TRANSFER    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DEPRECIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EM-USO      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DEPREC-MES      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-DEPREC    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-LANCTO    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-DEPREC-MES  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ACUMULADA   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO     PIC 9(12)V99 VALUE ZEROS.
       01 WRK-TABELA-LOJAS.
           05  WRK-LOJA-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-CODIGO      PIC X(06).
               10  WRK-LJ-CENTRO      PIC X(06).
               10  WRK-LJ-EMPRESA     PIC X(02).
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

           PERFORM 200000-PROCESSAR-MOVIMENTO UNTIL WRK-EOF-ATIVOMOV.
           IF WRK-CADASTRO-ABERTO = 'S'
               PERFORM 300000-DEPRECIAR-ATIVOS
           END-IF.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-ANO-MES-BASE.

           PERFORM 110000-CARREGAR-LOJAS.

           OPEN I-O ATIVOMST.
           IF WRK-ATIVOMST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATIVOMST - STATUS '
                       WRK-ATIVOMST-STATUS
               MOVE 'S' TO WRK-FIM-ATIVOMOV
               MOVE 'DEPRECIA'            TO ERR-PROGRAMA
               MOVE '100000-INICIALIZAR'  TO ERR-PARAGRAFO
               MOVE 'ABEND'               TO ERR-SEVERIDADE
               MOVE WRK-ATIVOMST-STATUS   TO ERR-CODIGO
               MOVE 'FALHA AO ABRIR O CADASTRO DO IMOBILIZADO'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
           ELSE
               MOVE 'S' TO WRK-CADASTRO-ABERTO
               OPEN EXTEND GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   OPEN OUTPUT GLPOST
               END-IF
               OPEN INPUT ATIVOMOV
               IF WRK-ATIVOMOV-STATUS NOT = '00'
                   DISPLAY 'SEM MOVIMENTOS ATIVOMOV NO MES - SO '
                           'DEPRECIACAO'
                   MOVE 'S' TO WRK-FIM-ATIVOMOV
               ELSE
                   PERFORM 150000-LER-MOVIMENTO
               END-IF
           END-IF.

      *>*********************************************
       110000-CARREGAR-LOJAS.
      *>*********************************************
      *>   CENTRO DE CUSTO DA LOJA PARA O BEM INFORMADO SO COM A
      *>   LOJA (LJ-CENTRO-CUSTO EM BRANCO VALE O CODIGO DA LOJA)
           MOVE ZEROS TO WRK-QTD-LOJAS.
           OPEN INPUT LOJAMAST.
           IF WRK-LOJAMAST-STATUS = '00'
               PERFORM 111000-LER-LOJA
                   UNTIL WRK-LOJAMAST-STATUS = '10'
               CLOSE LOJAMAST
           END-IF.

      *>*********************************************
       111000-LER-LOJA.
      *>*********************************************
           READ LOJAMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-LOJAS < 100
                       ADD 1 TO WRK-QTD-LOJAS
                       MOVE LJ-CODIGO
                           TO WRK-LJ-CODIGO (WRK-QTD-LOJAS)
                       MOVE LJ-EMPRESA
                           TO WRK-LJ-EMPRESA (WRK-QTD-LOJAS)
                       IF LJ-CENTRO-CUSTO = SPACES
                           MOVE LJ-CODIGO
                               TO WRK-LJ-CENTRO (WRK-QTD-LOJAS)
                       ELSE
                           MOVE LJ-CENTRO-CUSTO
                               TO WRK-LJ-CENTRO (WRK-QTD-LOJAS)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       115000-OBTER-CENTRO-LOJA.
      *>*********************************************
           MOVE SPACES TO WRK-CENTRO-LOJA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO (WRK-IDX-LOJA) = AV-LOJA
                   MOVE WRK-LJ-CENTRO (WRK-IDX-LOJA)
                       TO WRK-CENTRO-LOJA
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.

      *>*********************************************
       116000-OBTER-EMPRESA-ATIVO.
      *>*********************************************
      *>   O LANCAMENTO DO BEM SAI NA EMPRESA DA LOJA ONDE ELE ESTA;
      *>   LOJA FORA DO CADASTRO CAI NA EMPRESA PRINCIPAL (BRANCO)
           MOVE SPACES TO WRK-EMPRESA-ATIVO.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO (WRK-IDX-LOJA) = AT-LOJA
                   MOVE WRK-LJ-EMPRESA (WRK-IDX-LOJA)
                       TO WRK-EMPRESA-ATIVO
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.

      *>*********************************************
       150000-LER-MOVIMENTO.
      *>*********************************************
           READ ATIVOMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ATIVOMOV
           END-READ.

      *>*********************************************
       200000-PROCESSAR-MOVIMENTO.
      *>*********************************************
           EVALUATE TRUE
               WHEN AV-EH-INCLUSAO
                   PERFORM 210000-INCLUIR-ATIVO
               WHEN AV-EH-BAIXA
                   PERFORM 220000-BAIXAR-ATIVO
               WHEN AV-EH-TRANSFERENCIA
                   PERFORM 230000-TRANSFERIR-ATIVO
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO
                   PERFORM 290000-REJEITAR-MOVIMENTO
           END-EVALUATE.

           PERFORM 150000-LER-MOVIMENTO.

      *>*********************************************
       210000-INCLUIR-ATIVO.
      *>*********************************************
           IF AV-CUSTO NOT NUMERIC OR AV-CUSTO = 0
               OR AV-VIDA-UTIL NOT NUMERIC OR AV-VIDA-UTIL = 0
               OR AV-DATA-MOVIMENTO NOT NUMERIC
               MOVE 'CUSTO/VIDA UTIL/DATA INVALIDOS' TO WRK-MOTIVO
               PERFORM 290000-REJEITAR-MOVIMENTO
           ELSE
               MOVE AV-CODIGO TO AT-CODIGO
               READ ATIVOMST
                   INVALID KEY
                       PERFORM 215000-GRAVAR-ATIVO-NOVO
                   NOT INVALID KEY
                       MOVE 'CODIGO DE BEM JA CADASTRADO'
                           TO WRK-MOTIVO
                       PERFORM 290000-REJEITAR-MOVIMENTO
               END-READ
           END-IF.

      *>*********************************************
       215000-GRAVAR-ATIVO-NOVO.
      *>*********************************************
           MOVE SPACES            TO AT-REGISTRO.
           MOVE AV-CODIGO         TO AT-CODIGO.
           MOVE AV-DESCRICAO      TO AT-DESCRICAO.
           MOVE AV-CLASSE         TO AT-CLASSE.
           MOVE AV-DATA-MOVIMENTO TO AT-DATA-AQUISICAO.
           MOVE AV-CUSTO          TO AT-CUSTO.
           MOVE AV-VIDA-UTIL      TO AT-VIDA-UTIL.
           MOVE AV-LOJA           TO AT-LOJA.
           MOVE AV-CENTRO-CUSTO   TO AT-CENTRO-CUSTO.
           IF AV-CENTRO-CUSTO = SPACES AND AV-LOJA NOT = SPACES
               PERFORM 115000-OBTER-CENTRO-LOJA
               MOVE WRK-CENTRO-LOJA TO AT-CENTRO-CUSTO
           END-IF.
           MOVE ZEROS             TO AT-DEPREC-ACUMULADA.
           MOVE ZEROS             TO AT-ANO-MES-DEPREC.
           MOVE 'A'               TO AT-SITUACAO.
           MOVE ZEROS             TO AT-DATA-BAIXA.
           MOVE ZEROS             TO AT-VALOR-BAIXA.
           WRITE AT-REGISTRO
               INVALID KEY
                   MOVE 'FALHA NA GRAVACAO DO BEM' TO WRK-MOTIVO
                   PERFORM 290000-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-INCLUSOES
           END-WRITE.

      *>*********************************************
       220000-BAIXAR-ATIVO.
      *>*********************************************
           MOVE AV-CODIGO TO AT-CODIGO.
           READ ATIVOMST
               INVALID KEY
                   MOVE 'BEM NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 290000-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   IF AT-BAIXADO
                       MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                       PERFORM 290000-REJEITAR-MOVIMENTO
                   ELSE
                       PERFORM 225000-LANCAR-BAIXA
                       MOVE 'B' TO AT-SITUACAO
                       IF AV-DATA-MOVIMENTO NUMERIC
                           AND AV-DATA-MOVIMENTO > 0
                           MOVE AV-DATA-MOVIMENTO TO AT-DATA-BAIXA
                       ELSE
                           MOVE WRK-DATA-PROCESSO TO AT-DATA-BAIXA
                       END-IF
                       IF AV-VALOR-VENDA NUMERIC
                           MOVE AV-VALOR-VENDA TO AT-VALOR-BAIXA
                       ELSE
                           MOVE ZEROS TO AT-VALOR-BAIXA
                       END-IF
                       REWRITE AT-REGISTRO
                           INVALID KEY
                               MOVE 'FALHA NA REGRAVACAO DO BEM'
                                   TO WRK-MOTIVO
                               PERFORM 290000-REJEITAR-MOVIMENTO
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-BAIXAS
                       END-REWRITE
                   END-IF
           END-READ.

      *>*********************************************
       225000-LANCAR-BAIXA.
      *>*********************************************
      *>   A ACUMULADA ESTORNA CONTRA O CUSTO; O VALOR CONTABIL
      *>   LIQUIDO SAI CONTRA O RECEBIDO NA VENDA E A DIFERENCA VAI
      *>   PARA GANHO-IMOB OU PERDA-IMOB
           COMPUTE WRK-VALOR-LIQUIDO =
                   AT-CUSTO - AT-DEPREC-ACUMULADA.
           PERFORM 116000-OBTER-EMPRESA-ATIVO.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE AT-CENTRO-CUSTO   TO GL-CENTRO-CUSTO.
           MOVE WRK-EMPRESA-ATIVO TO GL-EMPRESA.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'BAIXA ATIVO ' AT-CODIGO
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.

           IF AT-DEPREC-ACUMULADA > 0
               MOVE 'DEPR-ACUM'  TO GL-CONTA-DEBITO
               MOVE 'IMOBILIZAD' TO GL-CONTA-CREDITO
               MOVE AT-DEPREC-ACUMULADA TO WRK-VALOR-LANCTO
               PERFORM 240000-GRAVAR-LANCAMENTO
           END-IF.

           IF AV-VALOR-VENDA NOT NUMERIC
               MOVE ZEROS TO AV-VALOR-VENDA
           END-IF.
           IF AV-VALOR-VENDA >= WRK-VALOR-LIQUIDO
               MOVE 'CAIXA'      TO GL-CONTA-DEBITO
               MOVE 'IMOBILIZAD' TO GL-CONTA-CREDITO
               MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-LANCTO
               PERFORM 240000-GRAVAR-LANCAMENTO
               MOVE 'CAIXA'      TO GL-CONTA-DEBITO
               MOVE 'GANHO-IMOB' TO GL-CONTA-CREDITO
               COMPUTE WRK-VALOR-LANCTO =
                       AV-VALOR-VENDA - WRK-VALOR-LIQUIDO
               PERFORM 240000-GRAVAR-LANCAMENTO
           ELSE
               MOVE 'CAIXA'      TO GL-CONTA-DEBITO
               MOVE 'IMOBILIZAD' TO GL-CONTA-CREDITO
               MOVE AV-VALOR-VENDA TO WRK-VALOR-LANCTO
               PERFORM 240000-GRAVAR-LANCAMENTO
               MOVE 'PERDA-IMOB' TO GL-CONTA-DEBITO
               MOVE 'IMOBILIZAD' TO GL-CONTA-CREDITO
               COMPUTE WRK-VALOR-LANCTO =
                       WRK-VALOR-LIQUIDO - AV-VALOR-VENDA
               PERFORM 240000-GRAVAR-LANCAMENTO
           END-IF.

      *>*********************************************
       230000-TRANSFERIR-ATIVO.
      *>*********************************************
           MOVE AV-CODIGO TO AT-CODIGO.
           READ ATIVOMST
               INVALID KEY
                   MOVE 'BEM NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 290000-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   IF AT-BAIXADO
                       MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                       PERFORM 290000-REJEITAR-MOVIMENTO
                   ELSE
                       IF AV-CENTRO-CUSTO = SPACES
                           AND AV-LOJA = SPACES
                           MOVE 'DESTINO DA TRANSFERENCIA EM BRANCO'
                               TO WRK-MOTIVO
                           PERFORM 290000-REJEITAR-MOVIMENTO
                       ELSE
                           PERFORM 235000-EFETIVAR-TRANSFERENCIA
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       235000-EFETIVAR-TRANSFERENCIA.
      *>*********************************************
           DISPLAY 'TRANSFERENCIA DO BEM ' AT-CODIGO
                   ' DE ' AT-CENTRO-CUSTO '/' AT-LOJA.
           IF AV-LOJA NOT = SPACES
               MOVE AV-LOJA TO AT-LOJA
           END-IF.
           IF AV-CENTRO-CUSTO NOT = SPACES
               MOVE AV-CENTRO-CUSTO TO AT-CENTRO-CUSTO
           ELSE
               PERFORM 115000-OBTER-CENTRO-LOJA
               MOVE WRK-CENTRO-LOJA TO AT-CENTRO-CUSTO
           END-IF.
           REWRITE AT-REGISTRO
               INVALID KEY
                   MOVE 'FALHA NA REGRAVACAO DO BEM' TO WRK-MOTIVO
                   PERFORM 290000-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-TRANSFER
                   DISPLAY '    PARA ' AT-CENTRO-CUSTO '/' AT-LOJA
           END-REWRITE.

      *>*********************************************
       240000-GRAVAR-LANCAMENTO.
      *>*********************************************
           IF WRK-VALOR-LANCTO > 0
               MOVE WRK-VALOR-LANCTO TO GL-VALOR
               PERFORM 245000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.

      *>*********************************************
       245000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'DEPRECIA' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       290000-REJEITAR-MOVIMENTO.
      *>*********************************************
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'MOVIMENTO REJEITADO - TIPO ' AV-TIPO
                   ' BEM ' AV-CODIGO ' - ' WRK-MOTIVO.
           MOVE 'DEPRECIA'              TO ERR-PROGRAMA.
           MOVE '290000-REJEITAR-MOVTO' TO ERR-PARAGRAFO.
           MOVE 'ERRO'                  TO ERR-SEVERIDADE.
           MOVE 'ATVREJ'                TO ERR-CODIGO.
           MOVE SPACES                  TO ERR-MENSAGEM.
           STRING 'TIPO ' AV-TIPO ' BEM ' AV-CODIGO
                  ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO ERR-MENSAGEM
           END-STRING.
           CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
           END-CALL.

      *>*********************************************
       300000-DEPRECIAR-ATIVOS.
      *>*********************************************
      *>   REABRE O CADASTRO PARA PERCORRER EM ORDEM DE CODIGO JA
      *>   COM OS MOVIMENTOS DO MES APLICADOS
           CLOSE ATIVOMST.
           OPEN I-O ATIVOMST.

           OPEN OUTPUT ATIVORPT.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING 'RAZAO DO ATIVO IMOBILIZADO - COMPETENCIA '
                  WRK-ANO-MES-BASE
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE SPACES TO ATIVORPT-LINHA.
           WRITE ATIVORPT-LINHA.

           MOVE 'N' TO WRK-FIM-ATIVOMST.
           PERFORM 310000-LER-ATIVO UNTIL WRK-EOF-ATIVOMST.

           MOVE SPACES TO ATIVORPT-LINHA.
           WRITE ATIVORPT-LINHA.
           MOVE WRK-TOT-CUSTO TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING 'BENS EM USO ' WRK-QTD-EM-USO
                  ' - CUSTO TOTAL........ ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE WRK-TOT-DEPREC-MES TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING 'DEPRECIACAO DO MES............... '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE WRK-TOT-ACUMULADA TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING 'DEPRECIACAO ACUMULADA............ '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE WRK-TOT-LIQUIDO TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING 'VALOR CONTABIL LIQUIDO........... '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           CLOSE ATIVORPT.

      *>*********************************************
       310000-LER-ATIVO.
      *>*********************************************
           READ ATIVOMST NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ATIVOMST
               NOT AT END
                   IF AT-EM-USO
                       PERFORM 320000-DEPRECIAR-UM-ATIVO
                       PERFORM 330000-IMPRIMIR-ATIVO
                   ELSE
      *>               BAIXADO NO MES AINDA SAI NO RAZAO
                       IF AT-DATA-BAIXA (1:6) = WRK-ANO-MES-BASE
                           MOVE ZEROS TO WRK-DEPREC-MES
                           PERFORM 330000-IMPRIMIR-ATIVO
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       320000-DEPRECIAR-UM-ATIVO.
      *>*********************************************
      *>   QUOTA LINEAR DO MES, A PARTIR DO MES DA AQUISICAO, ATE
      *>   A ACUMULADA ALCANCAR O CUSTO (A ULTIMA QUOTA FECHA O
      *>   ARREDONDAMENTO)
           MOVE ZEROS TO WRK-DEPREC-MES.
           COMPUTE WRK-SALDO-DEPREC =
                   AT-CUSTO - AT-DEPREC-ACUMULADA.
           IF AT-ANO-MES-DEPREC < WRK-ANO-MES-BASE
               AND AT-DATA-AQUISICAO (1:6) <= WRK-ANO-MES-BASE
               AND AT-VIDA-UTIL > 0
               AND WRK-SALDO-DEPREC > 0
               COMPUTE WRK-DEPREC-MES ROUNDED =
                       AT-CUSTO / AT-VIDA-UTIL
               IF WRK-DEPREC-MES > WRK-SALDO-DEPREC
                   MOVE WRK-SALDO-DEPREC TO WRK-DEPREC-MES
               END-IF
               PERFORM 116000-OBTER-EMPRESA-ATIVO
               MOVE WRK-DATA-PROCESSO TO GL-DATA
               MOVE AT-CENTRO-CUSTO   TO GL-CENTRO-CUSTO
               MOVE WRK-EMPRESA-ATIVO TO GL-EMPRESA
               MOVE 'DESP-DEPR'       TO GL-CONTA-DEBITO
               MOVE 'DEPR-ACUM'       TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-HISTORICO
               STRING 'DEPREC ATIVO ' AT-CODIGO
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-DEPREC-MES    TO GL-VALOR
               PERFORM 245000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
                   ADD WRK-DEPREC-MES TO AT-DEPREC-ACUMULADA
                   MOVE WRK-ANO-MES-BASE TO AT-ANO-MES-DEPREC
                   REWRITE AT-REGISTRO
                   END-REWRITE
                   ADD 1 TO WRK-QTD-DEPRECIADOS
               ELSE
                   MOVE ZEROS TO WRK-DEPREC-MES
               END-IF
           END-IF.

      *>*********************************************
       330000-IMPRIMIR-ATIVO.
      *>*********************************************
           IF AT-EM-USO
               COMPUTE WRK-VALOR-LIQUIDO =
                       AT-CUSTO - AT-DEPREC-ACUMULADA
               ADD 1 TO WRK-QTD-EM-USO
               ADD AT-CUSTO            TO WRK-TOT-CUSTO
               ADD AT-DEPREC-ACUMULADA TO WRK-TOT-ACUMULADA
               ADD WRK-VALOR-LIQUIDO   TO WRK-TOT-LIQUIDO
           ELSE
               MOVE ZEROS TO WRK-VALOR-LIQUIDO
           END-IF.
           ADD WRK-DEPREC-MES TO WRK-TOT-DEPREC-MES.

           MOVE SPACES TO ATIVORPT-LINHA.
           STRING 'BEM ' AT-CODIGO ' ' AT-DESCRICAO
                  ' ' AT-CLASSE ' CC ' AT-CENTRO-CUSTO
                  ' LJ ' AT-LOJA
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE AT-CUSTO TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING '    AQUISICAO ' AT-DATA-AQUISICAO
                  ' VIDA ' AT-VIDA-UTIL ' CUSTO ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE WRK-DEPREC-MES TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING '    DEPRECIACAO DO MES  ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE AT-DEPREC-ACUMULADA TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           STRING '    ACUMULADA           ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ATIVORPT-LINHA
           END-STRING.
           WRITE ATIVORPT-LINHA.
           MOVE WRK-VALOR-LIQUIDO TO CE-VALOR-EDITADO.
           MOVE SPACES TO ATIVORPT-LINHA.
           IF AT-BAIXADO
               STRING '    VALOR LIQUIDO       ' CE-VALOR-EDITADO
                      ' BAIXADO EM ' AT-DATA-BAIXA
                   DELIMITED BY SIZE INTO ATIVORPT-LINHA
               END-STRING
           ELSE
               STRING '    VALOR LIQUIDO       ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO ATIVORPT-LINHA
               END-STRING
           END-IF.
           WRITE ATIVORPT-LINHA.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-ATIVOMOV-STATUS = '00' OR WRK-ATIVOMOV-STATUS = '10'
               CLOSE ATIVOMOV
           END-IF.
           IF WRK-CADASTRO-ABERTO = 'S'
               CLOSE ATIVOMST
               CLOSE GLPOST
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'ATIVO IMOBILIZADO - ' WRK-ANO-MES-BASE.
           DISPLAY 'INCLUSOES............: ' WRK-QTD-INCLUSOES.
           DISPLAY 'BAIXAS...............: ' WRK-QTD-BAIXAS.
           DISPLAY 'TRANSFERENCIAS.......: ' WRK-QTD-TRANSFER.
           DISPLAY 'MOVIMENTOS REJEITADOS: ' WRK-QTD-REJEITADOS.
           DISPLAY 'BENS DEPRECIADOS.....: ' WRK-QTD-DEPRECIADOS.
           MOVE WRK-TOT-DEPREC-MES TO CE-VALOR-EDITADO.
           DISPLAY 'DEPRECIACAO DO MES...: ' CE-VALOR-EDITADO.
           DISPLAY '========================='.

           IF WRK-CADASTRO-ABERTO NOT = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-REJEITADOS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

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

           MOVE 'DEPRECIA'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 8
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'ATIVOMST INDISPONIVEL - SEM DEPRECIACAO'
                   TO BL-DETALHE
           ELSE
               MOVE 'OK'   TO BL-STATUS
               MOVE 'DEPRECIACAO DO MES LANCADA NO GLPOST'
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
           MOVE 'DEPRECIA' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
