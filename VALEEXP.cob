       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALEEXP.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = VENCIMENTO DOS VALES-TROCA. PERCORRE O CADASTRO
      *> VALETROC E, PARA CADA VALE EM ABERTO COM VALIDADE ANTERIOR
      *> A DATA DO LOTE E SALDO POSITIVO, BAIXA O SALDO DO PASSIVO
      *> PARA A RECEITA (DEBITO VALE-TROCA, CREDITO REC-VALEEXP) NO
      *> GLPOST, COM O CENTRO DE CUSTO DA LOJA EMISSORA (LOJAMAST), E
      *> MARCA O VALE COMO EXPIRADO. LANCAMENTO DESCARTADO PELO
      *> PERIODO CONTABIL FECHADO NAO EXPIRA O VALE - ELE VOLTA NA
      *> PROXIMA RODADA. VALE UTILIZADO OU EXPIRADO HA MAIS DE UM ANO
      *> SAI DO CADASTRO NA REGRAVACAO. O RELATORIO VALERPT LISTA OS
      *> VALES VENCIDOS E O SALDO EM ABERTO (PASSIVO) APOS A BAIXA.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - BAIXA DO VALE NO GLPOST SAI NA EMPRESA DA LOJA
      *>              (LJ-EMPRESA NO GL-EMPRESA)
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
           SELECT VALETROC ASSIGN TO "VALETROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VALETROC-STATUS.
           SELECT LOJAMAST ASSIGN TO "LOJAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAMAST-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT VALERPT ASSIGN TO "VALERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VALERPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VALETROC.
           COPY "VALETROC.CPY" IN 'COPYBOOKS'.
       FD  LOJAMAST.
           COPY "LOJAMAST.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  VALERPT
           RECORDING MODE IS F.
       01  VALERPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-VALETROC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LOJAMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-VALERPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-INT-PROCESSO    PIC 9(07) VALUE ZEROS.
       77 WRK-VALES-ESTOUROU  PIC X(01) VALUE 'N'.
       77 WRK-QTD-VALES       PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-VALE        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LOJAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-CC-LOJA         PIC X(06) VALUE SPACES.
       77 WRK-EMPRESA-LOJA    PIC X(02) VALUE SPACES.
       77 WRK-QTD-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPURGADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABERTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VENCIDO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-LOJAS.
           05  WRK-LJ-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-CODIGO      PIC X(06).
               10  WRK-LJ-CC          PIC X(06).
               10  WRK-LJ-EMPRESA     PIC X(02).
       01 WRK-TABELA-VALES.
           05  WRK-VT-ITEM OCCURS 5000 TIMES INDEXED BY WRK-IDX-TVT.
               10  WRK-VT-NUM-VALE    PIC 9(08).
               10  WRK-VT-LOJA        PIC X(06).
               10  WRK-VT-CAIXA       PIC 9(02).
               10  WRK-VT-EMISSAO     PIC 9(08).
               10  WRK-VT-VALIDADE    PIC 9(08).
               10  WRK-VT-EMITIDO     PIC 9(08)V99.
               10  WRK-VT-SALDO       PIC 9(08)V99.
               10  WRK-VT-SITUACAO    PIC X(01).
               10  WRK-VT-ULT-MOVTO   PIC 9(08).
               10  WRK-VT-EXPIRADO    PIC 9(08)V99.
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-VC-VALIDA          PIC X(01).
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

      *>   RERODADA DA MESMA DATA: PASSO JA COMPLETO E PULADO PELO
      *>   CONTROLE DE REINICIO (A BAIXA NAO E LANCADA DUAS VEZES)
           MOVE 'VALEEXP' TO WRK-RG-PASSO.
           MOVE 'C' TO WRK-RG-FUNCAO.
           CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
           END-CALL.
           IF WRK-RG-RESULTADO = 'S'
               DISPLAY 'PASSO VALEEXP JA COMPLETO NA DATA DO LOTE '
                       '- PULADO PELO CONTROLE DE REINICIO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           IF WRK-VALES-ESTOUROU = 'N'
               PERFORM 200000-VENCER-VALES
               PERFORM 300000-REGRAVAR-VALES
           END-IF.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 400000-FINALIZAR.

           IF RETURN-CODE < 8
               MOVE 'M' TO WRK-RG-FUNCAO
               CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
               END-CALL
           END-IF.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           COMPUTE WRK-INT-PROCESSO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).

           PERFORM 110000-CARREGAR-LOJAS.
           PERFORM 120000-CARREGAR-VALES.

           OPEN OUTPUT VALERPT.
           MOVE SPACES TO VALERPT-LINHA.
           STRING 'VENCIMENTO DE VALES-TROCA - DATA '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO VALERPT-LINHA
           END-STRING.
           WRITE VALERPT-LINHA.

      *>*********************************************
       110000-CARREGAR-LOJAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-LOJAS.
           OPEN INPUT LOJAMAST.
           IF WRK-LOJAMAST-STATUS = '00'
               PERFORM 111000-LER-LOJA
                   UNTIL WRK-LOJAMAST-STATUS = '10'
               CLOSE LOJAMAST
           ELSE
               DISPLAY 'LOJAMAST INDISPONIVEL - BAIXA LANCADA NO '
                       'CENTRO DE CUSTO COM O CODIGO DA LOJA'
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
                       MOVE LJ-CENTRO-CUSTO
                           TO WRK-LJ-CC (WRK-QTD-LOJAS)
                       MOVE LJ-EMPRESA
                           TO WRK-LJ-EMPRESA (WRK-QTD-LOJAS)
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-VALES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-VALES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT VALETROC.
           IF WRK-VALETROC-STATUS = '00'
               PERFORM 121000-LER-VALE
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE VALETROC
           ELSE
               DISPLAY 'VALETROC VAZIO OU INDISPONIVEL - STATUS '
                       WRK-VALETROC-STATUS ' - NADA A VENCER'
           END-IF.

      *>*********************************************
       121000-LER-VALE.
      *>*********************************************
      *>   VALE UTILIZADO OU EXPIRADO SEM MOVIMENTO HA MAIS DE UM ANO
      *>   NAO VOLTA PARA O CADASTRO - NAO TEM MAIS SALDO NEM RESGATE
           READ VALETROC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF (VT-UTILIZADO OR VT-EXPIRADO)
                       AND VT-DATA-ULT-MOVTO NUMERIC
                       AND VT-DATA-ULT-MOVTO > ZEROS
                       AND FUNCTION INTEGER-OF-DATE
                               (VT-DATA-ULT-MOVTO) + 365
                           < WRK-INT-PROCESSO
                       ADD 1 TO WRK-QTD-EXPURGADOS
                   ELSE
                       PERFORM 122000-GUARDAR-VALE
                   END-IF
           END-READ.

      *>*********************************************
       122000-GUARDAR-VALE.
      *>*********************************************
           IF WRK-QTD-VALES >= 5000
               MOVE 'S' TO WRK-VALES-ESTOUROU
               MOVE 'S' TO WRK-FIM-ARQUIVO
               DISPLAY 'CADASTRO DE VALES EXCEDE 5000 VALES'
                       ' - ARQUIVO NAO SERA REGRAVADO'
           ELSE
               ADD 1 TO WRK-QTD-VALES
               MOVE VT-NUM-VALE     TO WRK-VT-NUM-VALE (WRK-QTD-VALES)
               MOVE VT-LOJA         TO WRK-VT-LOJA (WRK-QTD-VALES)
               MOVE VT-CAIXA        TO WRK-VT-CAIXA (WRK-QTD-VALES)
               MOVE VT-DATA-EMISSAO TO WRK-VT-EMISSAO (WRK-QTD-VALES)
               MOVE VT-DATA-VALIDADE
                   TO WRK-VT-VALIDADE (WRK-QTD-VALES)
               MOVE VT-VALOR-EMITIDO
                   TO WRK-VT-EMITIDO (WRK-QTD-VALES)
               MOVE VT-SALDO        TO WRK-VT-SALDO (WRK-QTD-VALES)
               MOVE VT-SITUACAO     TO WRK-VT-SITUACAO (WRK-QTD-VALES)
               MOVE VT-DATA-ULT-MOVTO
                   TO WRK-VT-ULT-MOVTO (WRK-QTD-VALES)
               MOVE VT-VALOR-EXPIRADO
                   TO WRK-VT-EXPIRADO (WRK-QTD-VALES)
           END-IF.

      *>*********************************************
       200000-VENCER-VALES.
      *>*********************************************
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.

           PERFORM VARYING WRK-IDX-VALE FROM 1 BY 1
                   UNTIL WRK-IDX-VALE > WRK-QTD-VALES
               IF (WRK-VT-SITUACAO (WRK-IDX-VALE) = 'A'
                       OR WRK-VT-SITUACAO (WRK-IDX-VALE) = SPACE)
                   AND WRK-VT-VALIDADE (WRK-IDX-VALE)
                       < WRK-DATA-PROCESSO
                   AND WRK-VT-SALDO (WRK-IDX-VALE) > 0
                   PERFORM 210000-VENCER-UM-VALE
               END-IF
               IF WRK-VT-SITUACAO (WRK-IDX-VALE) = 'A'
                   OR WRK-VT-SITUACAO (WRK-IDX-VALE) = SPACE
                   ADD 1 TO WRK-QTD-ABERTOS
                   ADD WRK-VT-SALDO (WRK-IDX-VALE) TO WRK-TOT-ABERTO
               END-IF
           END-PERFORM.

           CLOSE GLPOST.

      *>*********************************************
       210000-VENCER-UM-VALE.
      *>*********************************************
           PERFORM 220000-OBTER-CC-LOJA.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE WRK-CC-LOJA       TO GL-CENTRO-CUSTO.
           MOVE WRK-EMPRESA-LOJA  TO GL-EMPRESA.
           MOVE 'VALE-TROCA'      TO GL-CONTA-DEBITO.
           MOVE 'REC-VALEEXP'     TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           STRING 'VALE VENC ' WRK-VT-NUM-VALE (WRK-IDX-VALE)
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-VT-SALDO (WRK-IDX-VALE) TO GL-VALOR.
           PERFORM 230000-VALIDAR-CONTAS-GL.

           MOVE WRK-VT-SALDO (WRK-IDX-VALE) TO CE-VALOR-EDITADO.
           MOVE SPACES TO VALERPT-LINHA.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
               ADD 1 TO WRK-QTD-VENCIDOS
               ADD WRK-VT-SALDO (WRK-IDX-VALE) TO WRK-TOT-VENCIDO
               MOVE WRK-VT-SALDO (WRK-IDX-VALE)
                   TO WRK-VT-EXPIRADO (WRK-IDX-VALE)
               MOVE ZEROS TO WRK-VT-SALDO (WRK-IDX-VALE)
               MOVE 'E'   TO WRK-VT-SITUACAO (WRK-IDX-VALE)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-VT-ULT-MOVTO (WRK-IDX-VALE)
               STRING 'VALE ' WRK-VT-NUM-VALE (WRK-IDX-VALE)
                      ' LOJA ' WRK-VT-LOJA (WRK-IDX-VALE)
                      ' VALIDADE ' WRK-VT-VALIDADE (WRK-IDX-VALE)
                      ' VENCIDO ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO VALERPT-LINHA
               END-STRING
           ELSE
               ADD 1 TO WRK-QTD-REJEITADOS
               STRING '*** VALE ' WRK-VT-NUM-VALE (WRK-IDX-VALE)
                      ' PERIODO FECHADO - MANTIDO ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO VALERPT-LINHA
               END-STRING
           END-IF.
           WRITE VALERPT-LINHA.

      *>*********************************************
       220000-OBTER-CC-LOJA.
      *>*********************************************
           MOVE WRK-VT-LOJA (WRK-IDX-VALE) TO WRK-CC-LOJA.
           MOVE SPACES TO WRK-EMPRESA-LOJA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO (WRK-IDX-LOJA) =
                   WRK-VT-LOJA (WRK-IDX-VALE)
                   IF WRK-LJ-CC (WRK-IDX-LOJA) NOT = SPACES
                       MOVE WRK-LJ-CC (WRK-IDX-LOJA) TO WRK-CC-LOJA
                   END-IF
                   MOVE WRK-LJ-EMPRESA (WRK-IDX-LOJA)
                       TO WRK-EMPRESA-LOJA
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.

      *>*********************************************
       230000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'VALEEXP' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       300000-REGRAVAR-VALES.
      *>*********************************************
           OPEN OUTPUT VALETROC.
           PERFORM VARYING WRK-IDX-VALE FROM 1 BY 1
                   UNTIL WRK-IDX-VALE > WRK-QTD-VALES
               PERFORM 310000-GRAVAR-VALE
           END-PERFORM.
           CLOSE VALETROC.

      *>*********************************************
       310000-GRAVAR-VALE.
      *>*********************************************
           MOVE SPACES TO VT-REGISTRO.
           MOVE WRK-VT-NUM-VALE (WRK-IDX-VALE)  TO VT-NUM-VALE.
           MOVE WRK-VT-LOJA (WRK-IDX-VALE)      TO VT-LOJA.
           MOVE WRK-VT-CAIXA (WRK-IDX-VALE)     TO VT-CAIXA.
           MOVE WRK-VT-EMISSAO (WRK-IDX-VALE)   TO VT-DATA-EMISSAO.
           MOVE WRK-VT-VALIDADE (WRK-IDX-VALE)  TO VT-DATA-VALIDADE.
           MOVE WRK-VT-EMITIDO (WRK-IDX-VALE)   TO VT-VALOR-EMITIDO.
           MOVE WRK-VT-SALDO (WRK-IDX-VALE)     TO VT-SALDO.
           MOVE WRK-VT-SITUACAO (WRK-IDX-VALE)  TO VT-SITUACAO.
           MOVE WRK-VT-ULT-MOVTO (WRK-IDX-VALE) TO VT-DATA-ULT-MOVTO.
           MOVE WRK-VT-EXPIRADO (WRK-IDX-VALE)  TO VT-VALOR-EXPIRADO.
           WRITE VT-REGISTRO.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           MOVE WRK-TOT-VENCIDO TO CE-VALOR-EDITADO.
           MOVE SPACES TO VALERPT-LINHA.
           STRING 'VALES VENCIDOS ' WRK-QTD-VENCIDOS
                  ' BAIXADOS PARA A RECEITA ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO VALERPT-LINHA
           END-STRING.
           WRITE VALERPT-LINHA.
           MOVE WRK-TOT-ABERTO TO CE-VALOR-EDITADO.
           MOVE SPACES TO VALERPT-LINHA.
           STRING 'VALES EM ABERTO ' WRK-QTD-ABERTOS
                  ' SALDO (PASSIVO) ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO VALERPT-LINHA
           END-STRING.
           WRITE VALERPT-LINHA.
           CLOSE VALERPT.

           DISPLAY '========================='.
           DISPLAY 'VENCIMENTO DE VALES-TROCA'.
           DISPLAY 'VALES VENCIDOS:          ' WRK-QTD-VENCIDOS.
           DISPLAY 'BAIXAS NAO LANCADAS:     ' WRK-QTD-REJEITADOS.
           DISPLAY 'VALES EM ABERTO:         ' WRK-QTD-ABERTOS.
           DISPLAY 'VALES EXPURGADOS:        ' WRK-QTD-EXPURGADOS.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-VALES-ESTOUROU = 'S'
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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

           MOVE 'VALEEXP'     TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'VENCIMENTO DE VALES-TROCA PROCESSADO'
                       TO BL-DETALHE
               WHEN 4
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'VALE VENCIDO EM PERIODO FECHADO'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'CADASTRO DE VALES EXCEDE A TABELA'
                       TO BL-DETALHE
           END-EVALUATE.
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
           MOVE 'VALEEXP'  TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
