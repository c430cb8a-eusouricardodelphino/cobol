       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = REGUA DE COBRANCA DO CONTAS A RECEBER DE FRETE
      *> (CONTAREC). O RECEBPAG IMPRIME O AGING E RETEM PEDIDO NOVO,
      *> MAS NINGUEM AVISAVA O CLIENTE: AQUI CADA TITULO EM ABERTO E
      *> VENCIDO RECEBE O AVISO DO ESTAGIO EM QUE ESTA - LEMBRETE,
      *> NOTIFICACAO FORMAL OU AVISO FINAL, PELOS DIAS DE ATRASO DO
      *> PARMGER (COBRANCA/DIAS-LEMBRETE, DIAS-FORMAL, DIAS-FINAL) -
      *> IMPRESSO NO AVISOCOB PARA EXPEDICAO AO CLIENTE. O ESTAGIO
      *> ENVIADO FICA GRAVADO NO TITULO (AR-ESTAGIO-COBRANCA) E SO
      *> AVANCA, ENTAO O MESMO AVISO NUNCA SAI DUAS VEZES; TITULO QUE
      *> PULOU ESTAGIOS (PRIMEIRA RODADA, ATRASO LONGO) RECEBE SO O
      *> MAIS ALTO DEVIDO. TITULO AINDA EM ABERTO PASSADO O PRAZO
      *> DO AVISO FINAL (COBRANCA/PRAZO-NEGATIV) VAI PARA O EXTRATO
      *> DE LAYOUT FIXO NEGATIV DO BIRO DE CREDITO / COBRANCA
      *> EXTERNA - A EXCLUSAO NA QUITACAO E DO RECEBPAG. SE A
      *> TABELA INTERNA TRANSBORDAR, O CADASTRO E PRESERVADO INTACTO
      *> (RC 4) E NENHUM AVISO SAI, PORQUE NAO PODERIA SER GRAVADO.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - DIAS DE ATRASO DO AVISO SAEM EDITADOS, SEM ZEROS A
      *>              ESQUERDA E SEM O SINAL DO CAMPO DE CALCULO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAREC-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT AVISOCOB ASSIGN TO "AVISOCOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVISOCOB-STATUS.
           SELECT NEGATIV ASSIGN TO "NEGATIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NEGATIV-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC.
           COPY "CONTAREC.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  AVISOCOB
           RECORDING MODE IS F.
       01  AVISOCOB-LINHA           PIC X(80).
       FD  NEGATIV.
           COPY "NEGATIV.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-CONTAREC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AVISOCOB-STATUS PIC X(02) VALUE SPACES.
       77 WRK-NEGATIV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-INT-HOJE        PIC 9(07) VALUE ZEROS.
       77 WRK-INT-VENCTO      PIC 9(07) VALUE ZEROS.
       77 WRK-INT-AVISO       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENCIDO    PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-DO-AVISO   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-VENCIDO-ED PIC ZZZZ9.
      *>   REGUA PADRAO - O PARMGER SOBREPOE
       77 WRK-DIAS-LEMBRETE   PIC 9(03) VALUE 5.
       77 WRK-DIAS-FORMAL     PIC 9(03) VALUE 15.
       77 WRK-DIAS-FINAL      PIC 9(03) VALUE 30.
       77 WRK-PRAZO-NEGATIV   PIC 9(03) VALUE 10.
       77 WRK-ESTAGIO-DEVIDO  PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ITENS       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ITEM        PIC 9(04) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
       77 WRK-SALDO-ITEM      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-VENCIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LEMBRETES   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FORMAIS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FINAIS      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NEGATIVADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-NEGATIVADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
      *>   TITULOS DO CONTAREC - O ARQUIVO E REGRAVADO INTEIRO COM
      *>   O ESTAGIO E A NEGATIVACAO ATUALIZADOS
       01 WRK-TABELA-ITENS.
           05  WRK-ITE-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-TIT.
               10  WRK-IT-REGISTRO    PIC X(62).
               10  WRK-IT-ESTAGIO     PIC 9(01).
               10  WRK-IT-DATA-AVISO  PIC 9(08).
               10  WRK-IT-NEGATIVACAO PIC X(01).
               10  WRK-IT-DATA-NEGAT  PIC 9(08).
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

      *>   RERODADA DA MESMA DATA: PASSO JA COMPLETO E PULADO PELO
      *>   CONTROLE DE REINICIO, COM A DECISAO NO BATCHLOG
           MOVE 'DUNNING' TO WRK-RG-PASSO.
           MOVE 'C' TO WRK-RG-FUNCAO.
           CALL 'RESTGATE' USING WRK-CONTROLE-REINICIO
           END-CALL.
           IF WRK-RG-RESULTADO = 'S'
               DISPLAY 'PASSO DUNNING JA COMPLETO NA DATA DO LOTE '
                       '- PULADO PELO CONTROLE DE REINICIO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'CONTAREC COM MAIS DE 1000 ITENS - CADASTRO '
                       'PRESERVADO SEM EMITIR AVISOS'
           ELSE
               PERFORM 200000-APLICAR-REGUA
               PERFORM 400000-REGRAVAR-CONTAREC
           END-IF.

           PERFORM 600000-FINALIZAR.

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
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-ITENS.

           OPEN OUTPUT AVISOCOB.

      *>*********************************************
       110000-CARREGAR-PARAMETROS.
      *>*********************************************
           OPEN INPUT PARMGER.
           IF WRK-PARMGER-STATUS = '00'
               PERFORM 111000-LER-PARAMETRO
                   UNTIL WRK-PARMGER-STATUS = '10'
               CLOSE PARMGER
           END-IF.

      *>   REGUA FORA DE ORDEM NO PARMGER NAO PODE EMBARALHAR OS
      *>   ESTAGIOS - VOLTA A REGUA PADRAO
           IF WRK-DIAS-LEMBRETE NOT < WRK-DIAS-FORMAL
               OR WRK-DIAS-FORMAL NOT < WRK-DIAS-FINAL
               DISPLAY 'REGUA DE COBRANCA DO PARMGER FORA DE ORDEM - '
                       'USADA A REGUA PADRAO 5/15/30'
               MOVE 5  TO WRK-DIAS-LEMBRETE
               MOVE 15 TO WRK-DIAS-FORMAL
               MOVE 30 TO WRK-DIAS-FINAL
           END-IF.

      *>*********************************************
       111000-LER-PARAMETRO.
      *>*********************************************
           READ PARMGER
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-PROGRAMA = 'COBRANCA'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'DIAS-LEMBRETE'
                               MOVE PG-VALOR TO WRK-DIAS-LEMBRETE
                           WHEN 'DIAS-FORMAL'
                               MOVE PG-VALOR TO WRK-DIAS-FORMAL
                           WHEN 'DIAS-FINAL'
                               MOVE PG-VALOR TO WRK-DIAS-FINAL
                           WHEN 'PRAZO-NEGATIV'
                               MOVE PG-VALOR TO WRK-PRAZO-NEGATIV
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-ITENS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONTAREC.
           IF WRK-CONTAREC-STATUS = '00'
               PERFORM 121000-LER-ITEM
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE CONTAREC
           ELSE
               DISPLAY 'CONTAREC INDISPONIVEL - STATUS '
                       WRK-CONTAREC-STATUS
           END-IF.

      *>*********************************************
       121000-LER-ITEM.
      *>*********************************************
           READ CONTAREC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-ITENS < 1000
                       ADD 1 TO WRK-QTD-ITENS
                       PERFORM 122000-GUARDAR-ITEM
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       122000-GUARDAR-ITEM.
      *>*********************************************
      *>   ITEM GRAVADO ANTES DOS CAMPOS DE COBRANCA VEM EM BRANCO
           MOVE AR-REGISTRO (1:62) TO WRK-IT-REGISTRO (WRK-QTD-ITENS).
           IF AR-ESTAGIO-COBRANCA NUMERIC
               MOVE AR-ESTAGIO-COBRANCA
                   TO WRK-IT-ESTAGIO (WRK-QTD-ITENS)
           ELSE
               MOVE ZEROS TO WRK-IT-ESTAGIO (WRK-QTD-ITENS)
           END-IF.
           IF AR-DATA-AVISO NUMERIC
               MOVE AR-DATA-AVISO TO WRK-IT-DATA-AVISO (WRK-QTD-ITENS)
           ELSE
               MOVE ZEROS TO WRK-IT-DATA-AVISO (WRK-QTD-ITENS)
           END-IF.
           MOVE AR-NEGATIVACAO TO WRK-IT-NEGATIVACAO (WRK-QTD-ITENS).
           IF AR-DATA-NEGATIVACAO NUMERIC
               MOVE AR-DATA-NEGATIVACAO
                   TO WRK-IT-DATA-NEGAT (WRK-QTD-ITENS)
           ELSE
               MOVE ZEROS TO WRK-IT-DATA-NEGAT (WRK-QTD-ITENS)
           END-IF.

      *>*********************************************
       200000-APLICAR-REGUA.
      *>*********************************************
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               MOVE WRK-IT-REGISTRO (WRK-IDX-ITEM)
                   TO AR-REGISTRO (1:62)
               IF AR-ABERTO AND AR-TITULO
                   AND AR-VALOR-PAGO < AR-VALOR
                   AND AR-VENCIMENTO NUMERIC AND AR-VENCIMENTO > 0
                   PERFORM 210000-AVALIAR-TITULO
               END-IF
           END-PERFORM.

           IF WRK-QTD-LEMBRETES + WRK-QTD-FORMAIS + WRK-QTD-FINAIS = 0
               MOVE SPACES TO AVISOCOB-LINHA
               STRING 'NENHUM AVISO DE COBRANCA EM '
                      WRK-DATA-PROCESSO
                   DELIMITED BY SIZE INTO AVISOCOB-LINHA
               END-STRING
               WRITE AVISOCOB-LINHA
           END-IF.

      *>*********************************************
       210000-AVALIAR-TITULO.
      *>*********************************************
           COMPUTE WRK-INT-VENCTO =
                   FUNCTION INTEGER-OF-DATE (AR-VENCIMENTO).
           COMPUTE WRK-DIAS-VENCIDO = WRK-INT-HOJE - WRK-INT-VENCTO.
           IF WRK-DIAS-VENCIDO > 0
               ADD 1 TO WRK-QTD-VENCIDOS
               COMPUTE WRK-SALDO-ITEM = AR-VALOR - AR-VALOR-PAGO
               EVALUATE TRUE
                   WHEN WRK-DIAS-VENCIDO NOT < WRK-DIAS-FINAL
                       MOVE 3 TO WRK-ESTAGIO-DEVIDO
                   WHEN WRK-DIAS-VENCIDO NOT < WRK-DIAS-FORMAL
                       MOVE 2 TO WRK-ESTAGIO-DEVIDO
                   WHEN WRK-DIAS-VENCIDO NOT < WRK-DIAS-LEMBRETE
                       MOVE 1 TO WRK-ESTAGIO-DEVIDO
                   WHEN OTHER
                       MOVE 0 TO WRK-ESTAGIO-DEVIDO
               END-EVALUATE
      *>       NEGATIVACAO SO NUMA RODADA POSTERIOR AO AVISO FINAL,
      *>       DEPOIS DO PRAZO DADO NELE
               IF WRK-IT-ESTAGIO (WRK-IDX-ITEM) = 3
                   AND WRK-IT-NEGATIVACAO (WRK-IDX-ITEM) NOT = 'S'
                   AND WRK-IT-NEGATIVACAO (WRK-IDX-ITEM) NOT = 'R'
                   PERFORM 230000-VERIFICAR-NEGATIVACAO
               END-IF
               IF WRK-ESTAGIO-DEVIDO > WRK-IT-ESTAGIO (WRK-IDX-ITEM)
                   PERFORM 220000-EMITIR-AVISO
               END-IF
           END-IF.

      *>*********************************************
       220000-EMITIR-AVISO.
      *>*********************************************
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           MOVE WRK-ESTAGIO-DEVIDO TO WRK-IT-ESTAGIO (WRK-IDX-ITEM).
           MOVE WRK-DATA-PROCESSO TO WRK-IT-DATA-AVISO (WRK-IDX-ITEM).

           MOVE SPACES TO AVISOCOB-LINHA.
           EVALUATE WRK-ESTAGIO-DEVIDO
               WHEN 1
                   ADD 1 TO WRK-QTD-LEMBRETES
                   STRING '==== LEMBRETE DE PAGAMENTO ===='
                       DELIMITED BY SIZE INTO AVISOCOB-LINHA
                   END-STRING
               WHEN 2
                   ADD 1 TO WRK-QTD-FORMAIS
                   STRING '==== NOTIFICACAO DE DEBITO EM ATRASO ===='
                       DELIMITED BY SIZE INTO AVISOCOB-LINHA
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FINAIS
                   STRING '==== AVISO FINAL DE COBRANCA ===='
                       DELIMITED BY SIZE INTO AVISOCOB-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE AVISOCOB-LINHA.

           MOVE SPACES TO AVISOCOB-LINHA.
           STRING 'CLIENTE ' AR-CLIENTE
                  '   DATA DO AVISO ' WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO AVISOCOB-LINHA
           END-STRING.
           WRITE AVISOCOB-LINHA.
           MOVE SPACES TO AVISOCOB-LINHA.
           STRING 'FRETE DO PEDIDO ' AR-PEDIDO
                  ' EMITIDO EM ' AR-DATA-EMISSAO
                  ' VENCIDO EM ' AR-VENCIMENTO
               DELIMITED BY SIZE INTO AVISOCOB-LINHA
           END-STRING.
           WRITE AVISOCOB-LINHA.
           MOVE WRK-SALDO-ITEM TO CE-VALOR-EDITADO.
           MOVE WRK-DIAS-VENCIDO TO WRK-DIAS-VENCIDO-ED.
           MOVE SPACES TO AVISOCOB-LINHA.
           STRING 'SALDO EM ABERTO R$ ' CE-VALOR-EDITADO
                  ' - ' WRK-DIAS-VENCIDO-ED ' DIAS DE ATRASO'
               DELIMITED BY SIZE INTO AVISOCOB-LINHA
           END-STRING.
           WRITE AVISOCOB-LINHA.

           MOVE SPACES TO AVISOCOB-LINHA.
           EVALUATE WRK-ESTAGIO-DEVIDO
               WHEN 1
                   STRING 'CASO O PAGAMENTO JA TENHA SIDO FEITO, '
                          'DESCONSIDERE ESTE AVISO.'
                       DELIMITED BY SIZE INTO AVISOCOB-LINHA
                   END-STRING
               WHEN 2
                   STRING 'PEDIDOS NOVOS PODEM SER RETIDOS ATE A '
                          'REGULARIZACAO DO DEBITO.'
                       DELIMITED BY SIZE INTO AVISOCOB-LINHA
                   END-STRING
               WHEN OTHER
                   STRING 'SEM PAGAMENTO EM ' WRK-PRAZO-NEGATIV
                          ' DIAS O DEBITO SERA ENVIADO AO BIRO DE '
                          'CREDITO.'
                       DELIMITED BY SIZE INTO AVISOCOB-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE AVISOCOB-LINHA.
           MOVE SPACES TO AVISOCOB-LINHA.
           WRITE AVISOCOB-LINHA.

      *>*********************************************
       230000-VERIFICAR-NEGATIVACAO.
      *>*********************************************
           IF WRK-IT-DATA-AVISO (WRK-IDX-ITEM) > 0
               COMPUTE WRK-INT-AVISO =
                       FUNCTION INTEGER-OF-DATE
                           (WRK-IT-DATA-AVISO (WRK-IDX-ITEM))
               COMPUTE WRK-DIAS-DO-AVISO =
                       WRK-INT-HOJE - WRK-INT-AVISO
               IF WRK-DIAS-DO-AVISO NOT < WRK-PRAZO-NEGATIV
                   AND WRK-DIAS-DO-AVISO > 0
                   PERFORM 240000-GRAVAR-NEGATIVACAO
               END-IF
           END-IF.

      *>*********************************************
       240000-GRAVAR-NEGATIVACAO.
      *>*********************************************
           MOVE 'S' TO WRK-HOUVE-ALTERACAO.
           OPEN EXTEND NEGATIV.
           IF WRK-NEGATIV-STATUS NOT = '00'
               OPEN OUTPUT NEGATIV
           END-IF.
           MOVE SPACES TO NG-REGISTRO.
           MOVE 'I' TO NG-TIPO.
           MOVE AR-CLIENTE        TO NG-CLIENTE.
           MOVE AR-PEDIDO         TO NG-PEDIDO.
           MOVE AR-DATA-EMISSAO   TO NG-DATA-EMISSAO.
           MOVE AR-VENCIMENTO     TO NG-VENCIMENTO.
           MOVE AR-VALOR          TO NG-VALOR-ORIGINAL.
           MOVE WRK-SALDO-ITEM    TO NG-SALDO-DEVEDOR.
           MOVE WRK-DATA-PROCESSO TO NG-DATA-MOVIMENTO.
           MOVE WRK-IT-DATA-AVISO (WRK-IDX-ITEM)
               TO NG-DATA-AVISO-FINAL.
           WRITE NG-REGISTRO.
           CLOSE NEGATIV.

           MOVE 'S' TO WRK-IT-NEGATIVACAO (WRK-IDX-ITEM).
           MOVE WRK-DATA-PROCESSO TO WRK-IT-DATA-NEGAT (WRK-IDX-ITEM).
           ADD 1 TO WRK-QTD-NEGATIVADOS.
           ADD WRK-SALDO-ITEM TO WRK-TOT-NEGATIVADO.
           DISPLAY 'ENVIADO AO BIRO - CLIENTE ' AR-CLIENTE
                   ' PEDIDO ' AR-PEDIDO.

      *>*********************************************
       400000-REGRAVAR-CONTAREC.
      *>*********************************************
           IF WRK-HOUVE-ALTERACAO = 'S'
               OPEN OUTPUT CONTAREC
               PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                       UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   MOVE SPACES TO AR-REGISTRO
                   MOVE WRK-IT-REGISTRO (WRK-IDX-ITEM)
                       TO AR-REGISTRO (1:62)
                   MOVE WRK-IT-ESTAGIO (WRK-IDX-ITEM)
                       TO AR-ESTAGIO-COBRANCA
                   MOVE WRK-IT-DATA-AVISO (WRK-IDX-ITEM)
                       TO AR-DATA-AVISO
                   MOVE WRK-IT-NEGATIVACAO (WRK-IDX-ITEM)
                       TO AR-NEGATIVACAO
                   MOVE WRK-IT-DATA-NEGAT (WRK-IDX-ITEM)
                       TO AR-DATA-NEGATIVACAO
                   WRITE AR-REGISTRO
               END-PERFORM
               CLOSE CONTAREC
           END-IF.

      *>*********************************************
       600000-FINALIZAR.
      *>*********************************************
           CLOSE AVISOCOB.

           DISPLAY '========================='.
           DISPLAY 'REGUA DE COBRANCA DE FRETE'.
           DISPLAY 'TITULOS VENCIDOS.....: ' WRK-QTD-VENCIDOS.
           DISPLAY 'LEMBRETES EMITIDOS...: ' WRK-QTD-LEMBRETES.
           DISPLAY 'NOTIFICACOES FORMAIS.: ' WRK-QTD-FORMAIS.
           DISPLAY 'AVISOS FINAIS........: ' WRK-QTD-FINAIS.
           DISPLAY 'ENVIADOS AO BIRO.....: ' WRK-QTD-NEGATIVADOS.
           MOVE WRK-TOT-NEGATIVADO TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR ENVIADO AO BIRO: ' CE-VALOR-EDITADO.
           DISPLAY '========================='.

           IF WRK-TABELA-CHEIA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 610000-REGISTRAR-BATCHLOG.

      *>*********************************************
       610000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'COBRANCA'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'AVISOS DE COBRANCA EMITIDOS'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'CONTAREC PRESERVADO - SEM AVISOS DE COBRANCA'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
