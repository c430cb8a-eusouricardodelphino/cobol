       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSICRO.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = GERAR O CRONOGRAMA DE AMORTIZACAO (TABELA PRICE)
      *> DE CADA EMPRESTIMO CONSIGNADO ATIVO DO CADASTRO EMPRESTA NO
      *> ARQUIVO INDEXADO EMPRCRON: POR PARCELA, SALDO DEVEDOR
      *> INICIAL, JUROS DO MES PELA TAXA DO CONTRATO
      *> (EP-TAXA-MENSAL), AMORTIZACAO E SALDO FINAL. CONTRATO JA COM
      *> CRONOGRAMA E MANTIDO (A FOLHA VAI BAIXANDO AS LINHAS);
      *> CRONOGRAMA DE CONTRATO ANTERIOR DA MESMA MATRICULA E
      *> SUBSTITUIDO. AS PARCELAS JA DESCONTADAS ANTES DA GERACAO
      *> (PARCELAS TOTAL - RESTAM) NASCEM BAIXADAS. PARCELA DO
      *> CONTRATO DIFERENTE DA CALCULADA PELA TABELA PRICE E
      *> APONTADA (RC 4) - O CRONOGRAMA SEGUE A PARCELA DO CONTRATO,
      *> QUE E A DESCONTADA EM FOLHA.
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
           SELECT EMPRESTA ASSIGN TO "EMPRESTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESTA-STATUS.
           SELECT EMPRCRON ASSIGN TO "EMPRCRON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHAVE
               FILE STATUS IS WRK-EMPRCRON-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTA.
           COPY "EMPRESTA.CPY" IN 'COPYBOOKS'.
       FD  EMPRCRON.
           COPY "EMPRCRON.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-EMPRESTA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPRCRON-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-EMPRESTA    PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPRESTA    VALUE 'S'.
       77 WRK-CRONOG-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-GERADOS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SUBSTITUIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ENCERRADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ERROS       PIC 9(04) VALUE ZEROS.
       77 WRK-NUM-PARCELA     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ANTIGAS     PIC 9(03) VALUE ZEROS.
       77 WRK-PARCELAS-PAGAS  PIC 9(03) VALUE ZEROS.
      *>   TABELA PRICE - FATOR = TAXA / 100 E ACUMULADO = (1 + I) ** N
       77 WRK-TAXA-MENSAL     PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-FATOR-TAXA      PIC 9(01)V9(08) VALUE ZEROS.
       77 WRK-FATOR-ACUMULADO PIC 9(04)V9(10) VALUE ZEROS.
       77 WRK-PARCELA-PRICE   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIFERENCA       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-DEVEDOR   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-AMORTIZACAO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-PROCESSAR-CONTRATO
               UNTIL WRK-EOF-EMPRESTA.

           PERFORM 300000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           OPEN INPUT EMPRESTA.
           IF WRK-EMPRESTA-STATUS NOT = '00'
               DISPLAY 'SEM CADASTRO EMPRESTA - NADA A GERAR - '
                       'STATUS ' WRK-EMPRESTA-STATUS
               MOVE 'S' TO WRK-FIM-EMPRESTA
           ELSE
      *>       PRIMEIRA GERACAO - O ARQUIVO INDEXADO E CRIADO VAZIO
               OPEN I-O EMPRCRON
               IF WRK-EMPRCRON-STATUS = '35'
                   OPEN OUTPUT EMPRCRON
                   CLOSE EMPRCRON
                   OPEN I-O EMPRCRON
               END-IF
               IF WRK-EMPRCRON-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR EMPRCRON - STATUS '
                           WRK-EMPRCRON-STATUS
                   MOVE 'S' TO WRK-FIM-EMPRESTA
                   ADD 1 TO WRK-QTD-ERROS
                   MOVE 'CONSICRO'            TO ERR-PROGRAMA
                   MOVE '100000-INICIALIZAR'  TO ERR-PARAGRAFO
                   MOVE 'ABEND'               TO ERR-SEVERIDADE
                   MOVE WRK-EMPRCRON-STATUS   TO ERR-CODIGO
                   MOVE 'FALHA AO ABRIR O CRONOGRAMA EMPRCRON'
                       TO ERR-MENSAGEM
                   CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
                   END-CALL
               ELSE
                   MOVE 'S' TO WRK-CRONOG-ABERTO
               END-IF
           END-IF.

      *>*********************************************
       200000-PROCESSAR-CONTRATO.
      *>*********************************************
           READ EMPRESTA
               AT END
                   MOVE 'S' TO WRK-FIM-EMPRESTA
               NOT AT END
                   IF EP-EMPREST-ATIVO
                       AND EP-PARCELAS-TOTAL > 0
                       AND EP-VALOR-PRINCIPAL > 0
                       PERFORM 210000-CONFERIR-CRONOGRAMA
                   ELSE
                       ADD 1 TO WRK-QTD-ENCERRADOS
                   END-IF
           END-READ.

      *>*********************************************
       210000-CONFERIR-CRONOGRAMA.
      *>*********************************************
      *>   A PRIMEIRA LINHA DIZ DE QUAL CONTRATO E O CRONOGRAMA DA
      *>   MATRICULA (PRINCIPAL + QUANTIDADE DE PARCELAS)
           MOVE EP-MATRICULA TO EC-MATRICULA.
           MOVE 1            TO EC-NUM-PARCELA.
           READ EMPRCRON
               INVALID KEY
                   PERFORM 230000-GERAR-CRONOGRAMA
               NOT INVALID KEY
                   IF EC-PRINCIPAL = EP-VALOR-PRINCIPAL
                       AND EC-PARCELAS-TOTAL = EP-PARCELAS-TOTAL
                       ADD 1 TO WRK-QTD-MANTIDOS
                   ELSE
                       PERFORM 220000-EXCLUIR-CRONOGRAMA
                       PERFORM 230000-GERAR-CRONOGRAMA
                   END-IF
           END-READ.

      *>*********************************************
       220000-EXCLUIR-CRONOGRAMA.
      *>*********************************************
      *>   CRONOGRAMA DE CONTRATO ANTERIOR DA MATRICULA (JA QUITADO
      *>   OU REFINANCIADO) SAI PARA DAR LUGAR AO CONTRATO ATUAL
           MOVE EC-PARCELAS-TOTAL TO WRK-QTD-ANTIGAS.
           PERFORM VARYING WRK-NUM-PARCELA FROM 1 BY 1
                   UNTIL WRK-NUM-PARCELA > WRK-QTD-ANTIGAS
               MOVE EP-MATRICULA    TO EC-MATRICULA
               MOVE WRK-NUM-PARCELA TO EC-NUM-PARCELA
               DELETE EMPRCRON
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           ADD 1 TO WRK-QTD-SUBSTITUIDOS.
           DISPLAY 'CRONOGRAMA ANTERIOR SUBSTITUIDO - MATRICULA '
                   EP-MATRICULA.

      *>*********************************************
       230000-GERAR-CRONOGRAMA.
      *>*********************************************
      *>   TAXA EM BRANCO (CONTRATO ANTIGO) = SEM JUROS: A PARCELA E
      *>   TODA AMORTIZACAO
           IF EP-TAXA-MENSAL NUMERIC
               MOVE EP-TAXA-MENSAL TO WRK-TAXA-MENSAL
           ELSE
               MOVE ZEROS TO WRK-TAXA-MENSAL
           END-IF.
           COMPUTE WRK-FATOR-TAXA = WRK-TAXA-MENSAL / 100.

      *>   PARCELA DA TABELA PRICE = P * I * (1+I)**N / ((1+I)**N - 1)
           IF WRK-TAXA-MENSAL > 0
               COMPUTE WRK-FATOR-ACUMULADO ROUNDED =
                       (1 + WRK-FATOR-TAXA) ** EP-PARCELAS-TOTAL
               COMPUTE WRK-PARCELA-PRICE ROUNDED =
                       EP-VALOR-PRINCIPAL * WRK-FATOR-TAXA *
                       WRK-FATOR-ACUMULADO / (WRK-FATOR-ACUMULADO - 1)
           ELSE
               COMPUTE WRK-PARCELA-PRICE ROUNDED =
                       EP-VALOR-PRINCIPAL / EP-PARCELAS-TOTAL
           END-IF.
           COMPUTE WRK-DIFERENCA =
                   EP-VALOR-PARCELA - WRK-PARCELA-PRICE.
           IF WRK-DIFERENCA > 0,05 OR WRK-DIFERENCA < -0,05
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE WRK-PARCELA-PRICE TO CE-VALOR-EDITADO
               DISPLAY 'PARCELA DO CONTRATO DIFERE DA TABELA PRICE - '
                       'MATRICULA ' EP-MATRICULA
                       ' CALCULADA ' CE-VALOR-EDITADO
           END-IF.

           MOVE EP-VALOR-PRINCIPAL TO WRK-SALDO-DEVEDOR.
           COMPUTE WRK-PARCELAS-PAGAS =
                   EP-PARCELAS-TOTAL - EP-PARCELAS-RESTAM.
           PERFORM VARYING WRK-NUM-PARCELA FROM 1 BY 1
                   UNTIL WRK-NUM-PARCELA > EP-PARCELAS-TOTAL
               PERFORM 235000-GRAVAR-LINHA
           END-PERFORM.
           ADD 1 TO WRK-QTD-GERADOS.

      *>*********************************************
       235000-GRAVAR-LINHA.
      *>*********************************************
      *>   JUROS DO MES SOBRE O SALDO; A AMORTIZACAO E O RESTO DA
      *>   PARCELA E A ULTIMA LINHA LEVA O SALDO QUE SOBRAR DOS
      *>   ARREDONDAMENTOS
           COMPUTE WRK-JUROS ROUNDED =
                   WRK-SALDO-DEVEDOR * WRK-FATOR-TAXA.
           IF WRK-NUM-PARCELA = EP-PARCELAS-TOTAL
               OR EP-VALOR-PARCELA >= WRK-SALDO-DEVEDOR + WRK-JUROS
               MOVE WRK-SALDO-DEVEDOR TO WRK-AMORTIZACAO
           ELSE
               IF EP-VALOR-PARCELA > WRK-JUROS
                   COMPUTE WRK-AMORTIZACAO =
                           EP-VALOR-PARCELA - WRK-JUROS
               ELSE
                   MOVE ZEROS TO WRK-AMORTIZACAO
               END-IF
           END-IF.

           MOVE SPACES             TO EC-REGISTRO.
           MOVE EP-MATRICULA       TO EC-MATRICULA.
           MOVE WRK-NUM-PARCELA    TO EC-NUM-PARCELA.
           MOVE EP-VALOR-PRINCIPAL TO EC-PRINCIPAL.
           MOVE EP-PARCELAS-TOTAL  TO EC-PARCELAS-TOTAL.
           MOVE WRK-TAXA-MENSAL    TO EC-TAXA-MENSAL.
           MOVE WRK-SALDO-DEVEDOR  TO EC-SALDO-INICIAL.
           MOVE WRK-JUROS          TO EC-VALOR-JUROS.
           MOVE WRK-AMORTIZACAO    TO EC-VALOR-AMORTIZACAO.
           COMPUTE EC-VALOR-PARCELA = WRK-JUROS + WRK-AMORTIZACAO.
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO-DEVEDOR.
           MOVE WRK-SALDO-DEVEDOR  TO EC-SALDO-FINAL.
           MOVE ZEROS              TO EC-COMPET-BAIXA.
           IF WRK-NUM-PARCELA <= WRK-PARCELAS-PAGAS
               MOVE 'B' TO EC-SITUACAO
           ELSE
               MOVE 'A' TO EC-SITUACAO
           END-IF.
           WRITE EC-REGISTRO
               INVALID KEY
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'ERRO AO GRAVAR CRONOGRAMA - MATRICULA '
                           EP-MATRICULA ' PARCELA ' WRK-NUM-PARCELA
                           ' STATUS ' WRK-EMPRCRON-STATUS
           END-WRITE.

      *>*********************************************
       300000-FINALIZAR.
      *>*********************************************
           IF WRK-EMPRESTA-STATUS = '00' OR WRK-EMPRESTA-STATUS = '10'
               CLOSE EMPRESTA
           END-IF.
           IF WRK-CRONOG-ABERTO = 'S'
               CLOSE EMPRCRON
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'CRONOGRAMAS GERADOS...: ' WRK-QTD-GERADOS.
           DISPLAY 'CRONOGRAMAS MANTIDOS..: ' WRK-QTD-MANTIDOS.
           DISPLAY 'CRONOGRAMAS SUBSTITUID: ' WRK-QTD-SUBSTITUIDOS.
           DISPLAY 'CONTRATOS ENCERRADOS..: ' WRK-QTD-ENCERRADOS.
           DISPLAY 'PARCELAS DIVERGENTES..: ' WRK-QTD-DIVERGENTES.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-QTD-ERROS > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-DIVERGENTES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 310000-REGISTRAR-BATCHLOG.

      *>*********************************************
       310000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'CONSICRO'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'CRONOGRAMAS DE CONSIGNADO GERADOS'
                       TO BL-DETALHE
               WHEN 4
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'CRONOGRAMAS GERADOS - PARCELA DIVERGENTE'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'FALHA NA GRAVACAO DO CRONOGRAMA'
                       TO BL-DETALHE
           END-EVALUATE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
