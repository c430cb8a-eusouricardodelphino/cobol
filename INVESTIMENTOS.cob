      *>              TAXA PREFIXADA
      *> 22/08/2026 - DATA DE PROCESSAMENTO PASSA A VIR DO CONTROLE
      *>              CENTRAL DATAPROC (SUBPROGRAMA DATALOTE)
      *> 15/10/2026 - RESGATE EM MENOS DE 30 DIAS DA APLICACAO PASSA A
      *>              PAGAR IOF REGRESSIVO SOBRE O RENDIMENTO, PELA
      *>              TABELA DIARIA DO COPYBOOK IOFTAB (SOBREPOSTA
      *>              PELAS CHAVES IOF-DIA-nn DO PARMGER); O IR
      *>              INCIDE SOBRE O RENDIMENTO JA LIQUIDO DO IOF, QUE
      *>              VAI PARA O NOVO CAMPO IL-IOF-RETIDO DO INVLEDG E
      *>              PARA A CONTA IOF-A-RECOLHER NO GLPOST
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST E NO
      *>              INVLEDG ENTRA NO TOTAL DE CONTROLE (CTLTOTAL),
      *>              LEVADO AO CTLTOT AO TERMINAR - QUEM LE O
      *>              ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - TABELA DE INDICES DO INDEXRT PASSA A 600
      *>              OBSERVACOES, COMO NA CARTEIRA - SERIE COM MAIS
      *>              DE 120 MESES DEIXAVA OS MAIS RECENTES DE FORA
      *>************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-IR-RETIDO      PIC 9(12)V99   VALUE ZEROS.
       77 WRK-DIAS-APLICADO  PIC 9(05)      VALUE ZEROS.
       77 WRK-MULTA-RESGATE  PIC 9(12)V99   VALUE ZEROS.
       77 WRK-IOF-RETIDO     PIC 9(12)V99   VALUE ZEROS.
       77 WRK-PCT-IOF        PIC 9(03)V99   VALUE ZEROS.
       77 WRK-DIA-IOF        PIC 9(02)      VALUE ZEROS.
       77 WRK-RESULTADO-NETO PIC 9(12)V99   VALUE ZEROS.
       77 WRK-MESES-CARENCIA PIC 9(02)      VALUE 3.
       77 WRK-PCT-MULTA      PIC 9(02)V99   VALUE 2,00.
               10  WRK-PR-METODO         PIC X(03).
               10  WRK-PR-PARAMETRO      PIC 9(03)V99.
       01 WRK-TABELA-INDICES.
           05  WRK-INDICE-ITEM OCCURS 600 TIMES
                   INDEXED BY WRK-IDX-TIX.
               10  WRK-IX-INDICE         PIC X(03).
               10  WRK-IX-ANO-MES        PIC 9(06).
               10  WRK-IX-TAXA           PIC 9(02)V9(04).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       COPY "IOFTAB.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                   END-IF
               END-IF

               PERFORM 910000-GRAVAR-TOTAIS-CONTROLE
               PERFORM 300000-FINALIZAR
               MOVE 0 TO RETURN-CODE
           ELSE
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-INDICES < 600
                       ADD 1 TO WRK-QTD-INDICES
                       MOVE IX-INDICE
                           TO WRK-IX-INDICE (WRK-QTD-INDICES)
                           WHEN 'PCT-MULTA'
                               MOVE PG-VALOR TO WRK-PCT-MULTA
                       END-EVALUATE
                       PERFORM 113500-LER-PARAMETRO-IOF
                   END-IF
           END-READ.

      *>*********************************************
       113500-LER-PARAMETRO-IOF.
      *>*********************************************
      *>   CHAVE IOF-DIA-nn SOBREPOE O PERCENTUAL DO DIA nn DA
      *>   TABELA PADRAO (01 A 29 - DO 30O DIA EM DIANTE NAO HA IOF)
           IF PG-CHAVE (1:8) = 'IOF-DIA-'
               AND PG-CHAVE (9:2) NUMERIC
               MOVE PG-CHAVE (9:2) TO WRK-DIA-IOF
               IF WRK-DIA-IOF > 0 AND WRK-DIA-IOF < 30
                   MOVE PG-VALOR TO IOF-PCT-DIA (WRK-DIA-IOF)
               END-IF
           END-IF.

      *>*********************************************
       110000-CARREGAR-TAXAS-SCH.
      *>*********************************************
           MOVE ZEROS TO WRK-RENDIMENTO.
           MOVE ZEROS TO WRK-IR-RETIDO.
           MOVE ZEROS TO WRK-MULTA-RESGATE.
           MOVE ZEROS TO WRK-IOF-RETIDO.
           MOVE ZEROS TO WRK-RESULTADO-NETO.

           IF NOT WRK-EH-MODO-LOTE
           COMPUTE WRK-RENDIMENTO = WRK-RESULTADO - WRK-MONTANTE.
           COMPUTE WRK-DIAS-APLICADO = WRK-MESES * 30.

           PERFORM 235000-CALCULAR-IOF.

      *>   TABELA REGRESSIVA DE IMPOSTO DE RENDA SOBRE O RENDIMENTO,
      *>   JA DEDUZIDO O IOF
           EVALUATE TRUE
               WHEN WRK-DIAS-APLICADO <= WRK-IR-FAIXA1-DIAS
                   MOVE WRK-PCT-IR-FAIXA1 TO WRK-PCT-IR
                   MOVE WRK-PCT-IR-FAIXA4 TO WRK-PCT-IR
           END-EVALUATE.
           COMPUTE WRK-IR-RETIDO ROUNDED =
                   (WRK-RENDIMENTO - WRK-IOF-RETIDO) *
                   (WRK-PCT-IR / 100).

      *>   MULTA DE RESGATE ANTECIPADO - APLICACAO RESGATADA ANTES DA
      *>   CARENCIA MINIMA SOFRE MULTA SOBRE O RENDIMENTO
           END-IF.

           COMPUTE WRK-RESULTADO-NETO =
                   WRK-RESULTADO - WRK-IR-RETIDO - WRK-MULTA-RESGATE -
                   WRK-IOF-RETIDO.

           DISPLAY 'RENDIMENTO BRUTO....... R$ ' WRK-RENDIMENTO.
           DISPLAY 'IOF (' WRK-PCT-IOF '%)........ R$ ' WRK-IOF-RETIDO.
           DISPLAY 'IR RETIDO (' WRK-PCT-IR '%).... R$ ' WRK-IR-RETIDO.
           DISPLAY 'MULTA DE RESGATE....... R$ ' WRK-MULTA-RESGATE.
           DISPLAY 'VALOR LIQUIDO A RESGATAR R$ ' WRK-RESULTADO-NETO.

      *>*********************************************
       235000-CALCULAR-IOF.
      *>*********************************************
      *>   IOF REGRESSIVO SOBRE O RENDIMENTO DO RESGATE FEITO ANTES
      *>   DO 30O DIA DA APLICACAO (RESGATE NO PROPRIO DIA CONTA
      *>   COMO 1O DIA)
           MOVE ZEROS TO WRK-IOF-RETIDO.
           MOVE ZEROS TO WRK-PCT-IOF.
           IF WRK-DIAS-APLICADO < 30
               IF WRK-DIAS-APLICADO < 1
                   MOVE 1 TO WRK-DIA-IOF
               ELSE
                   MOVE WRK-DIAS-APLICADO TO WRK-DIA-IOF
               END-IF
               MOVE IOF-PCT-DIA (WRK-DIA-IOF) TO WRK-PCT-IOF
               COMPUTE WRK-IOF-RETIDO ROUNDED =
                       WRK-RENDIMENTO * (WRK-PCT-IOF / 100)
           END-IF.

      *>*********************************************
       240000-GRAVAR-LEDGER.
      *>*********************************************
           MOVE WRK-IR-RETIDO      TO IL-IR-RETIDO.
           MOVE WRK-MULTA-RESGATE  TO IL-MULTA-RESGATE.
           MOVE WRK-RESULTADO-NETO TO IL-RESULTADO-NETO.
           MOVE WRK-IOF-RETIDO     TO IL-IOF-RETIDO.
           WRITE IL-REGISTRO
           PERFORM 902000-TOTALIZAR-INVLEDG.
           CLOSE INVLEDG.

      *>*********************************************
           END-IF.
           MOVE WRK-DATA-PROCESSO    TO GL-DATA.
           MOVE WRK-CC-OPERACAO      TO GL-CENTRO-CUSTO.
           MOVE SPACES               TO GL-EMPRESA.
           MOVE 'CAIXA'              TO GL-CONTA-DEBITO.
           MOVE 'APLICACAO'          TO GL-CONTA-CREDITO.
           MOVE SPACES               TO GL-HISTORICO.
           PERFORM 255000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           IF WRK-IR-RETIDO > 0
               MOVE 'APLICACAO'          TO GL-CONTA-DEBITO
               PERFORM 255000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-MULTA-RESGATE > 0
               PERFORM 255000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-IOF-RETIDO > 0
               MOVE 'APLICACAO'          TO GL-CONTA-DEBITO
               MOVE 'IOF-A-RECOLHER'     TO GL-CONTA-CREDITO
               MOVE 'IOF RESGATE < 30D'  TO GL-HISTORICO
               MOVE WRK-IOF-RETIDO       TO GL-VALOR
               PERFORM 255000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           CLOSE GLPOST.
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
       902000-TOTALIZAR-INVLEDG.
      *>*********************************************
           MOVE 'A'        TO TC-FUNCAO.
           MOVE 'INVLEDG'  TO TC-ARQUIVO.
           MOVE IL-DATA-PROCESSAMENTO TO TC-DATA.
           MOVE 1          TO TC-QTD.
           MOVE IL-RESULTADO-BRUTO TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.

      *>*********************************************
       910000-GRAVAR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   UM REGISTRO NO CTLTOT POR ARQUIVO E DATA GRAVADOS NESTA
      *>   EXECUCAO - O PASSO QUE LE O ARQUIVO CONFERE CONTRA ELE
           MOVE 'G'        TO TC-FUNCAO.
           MOVE 'INVESTIMENTOS' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
