      *>              RECONHECIDA NOS LANCAMENTOS DA FOLHAPAG - O
      *>              LANCAMENTO DIARIO DOBRAVA A DESPESA E DEIXAVA
      *>              COM-PAGAR SEM BAIXA
      *> 15/10/2026 - VENDEDOR QUE JA BATEU A META DO MES (METAVEND,
      *>              COMPARADA COM O ACUMULADO DO MES NO COMHIST MAIS
      *>              A VENDA DO DIA) PASSA A RECEBER O PERCENTUAL
      *>              ACIMA DA META DA FAIXA (CT-PCT-ACIMA-META), QUANDO
      *>              A COMTAXA O INFORMA
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT COMHIST ASSIGN TO "COMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMHIST-STATUS.
           SELECT METAVEND ASSIGN TO "METAVEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-METAVEND-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
           COPY "COMTAXA.CPY" IN 'COPYBOOKS'.
       FD  COMHIST.
           COPY "COMHIST.CPY" IN 'COPYBOOKS'.
       FD  METAVEND.
           COPY "METAVEND.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-COMTAXA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-COMHIST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-METAVEND-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SALESTXN    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SALESTXN    VALUE 'S'.
       77 WRK-LOJA            PIC X(06) VALUE SPACES.
       77 WRK-PCT-COMISSAO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-COMISSAO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-COMISSOES   PIC 9(10)V99 VALUE ZEROS.
      *>   METAS DO MES POR VENDEDOR E ACUMULADO DOS DIAS ANTERIORES
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-METAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-META        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MT-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-ACIMA-META  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTD-ACIMA-META  PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-METAS.
           05  WRK-META-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TMT.
               10  WRK-MT-LOJA        PIC X(06).
               10  WRK-MT-VENDEDOR    PIC X(10).
               10  WRK-MT-VALOR       PIC 9(10)V99.
               10  WRK-MT-ACUM-MES    PIC 9(10)V99.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
               10  WRK-FC-DE          PIC 9(08)V99.
               10  WRK-FC-ATE         PIC 9(08)V99.
               10  WRK-FC-PERCENTUAL  PIC 9(02)V99.
               10  WRK-FC-PCT-META    PIC 9(02)V99.
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-MES-BASE.

           PERFORM 110000-CARREGAR-COMTAXA.
           PERFORM 120000-CARREGAR-METAS.

           OPEN INPUT SALESTXN.
           IF WRK-SALESTXN-STATUS NOT = '00'
               MOVE 5000,00    TO WRK-FC-DE (3)
               MOVE 99999999,99 TO WRK-FC-ATE (3)
               MOVE 3,00       TO WRK-FC-PERCENTUAL (3)
               MOVE ZEROS      TO WRK-FC-PCT-META (1)
                                  WRK-FC-PCT-META (2)
                                  WRK-FC-PCT-META (3)
           END-IF.

      *>*********************************************
                           TO WRK-FC-ATE (WRK-QTD-FAIXAS)
                       MOVE CT-PERCENTUAL
                           TO WRK-FC-PERCENTUAL (WRK-QTD-FAIXAS)
                       IF CT-PCT-ACIMA-META NUMERIC
                           MOVE CT-PCT-ACIMA-META
                               TO WRK-FC-PCT-META (WRK-QTD-FAIXAS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-FC-PCT-META (WRK-QTD-FAIXAS)
                       END-IF
                   ELSE
                       DISPLAY 'COMTAXA COM MAIS DE 20 FAIXAS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-METAS.
      *>*********************************************
      *>   SO AS METAS INDIVIDUAIS DO MES DO LOTE; SEM METAVEND NAO
      *>   HA ACELERADOR E VALE A FAIXA NORMAL
           MOVE ZEROS TO WRK-QTD-METAS.
           OPEN INPUT METAVEND.
           IF WRK-METAVEND-STATUS = '00'
               PERFORM 121000-LER-META
                   UNTIL WRK-METAVEND-STATUS = '10'
               CLOSE METAVEND
           END-IF.
           IF WRK-QTD-METAS > 0
               OPEN INPUT COMHIST
               IF WRK-COMHIST-STATUS = '00'
                   PERFORM 125000-LER-COMHIST
                       UNTIL WRK-COMHIST-STATUS = '10'
                   CLOSE COMHIST
               END-IF
           END-IF.

      *>*********************************************
       121000-LER-META.
      *>*********************************************
           READ METAVEND
               AT END
                   CONTINUE
               NOT AT END
                   IF MV-COMPETENCIA = WRK-MES-BASE
                       AND MV-VENDEDOR NOT = SPACES
                       AND MV-VALOR-META NUMERIC
                       IF WRK-QTD-METAS < 500
                           ADD 1 TO WRK-QTD-METAS
                           MOVE MV-LOJA
                               TO WRK-MT-LOJA (WRK-QTD-METAS)
                           MOVE MV-VENDEDOR
                               TO WRK-MT-VENDEDOR (WRK-QTD-METAS)
                           MOVE MV-VALOR-META
                               TO WRK-MT-VALOR (WRK-QTD-METAS)
                           MOVE ZEROS
                               TO WRK-MT-ACUM-MES (WRK-QTD-METAS)
                       ELSE
                           DISPLAY 'METAVEND COM MAIS DE 500 METAS '
                                   'NO MES - REGISTRO IGNORADO'
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       125000-LER-COMHIST.
      *>*********************************************
      *>   VENDA DOS DIAS ANTERIORES DO MES, POR LOJA/VENDEDOR
           READ COMHIST
               AT END
                   CONTINUE
               NOT AT END
                   IF CH-DATA (1:6) = WRK-MES-BASE
                       AND CH-DATA < WRK-DATA-PROCESSO
                       PERFORM VARYING WRK-IDX-META FROM 1 BY 1
                               UNTIL WRK-IDX-META > WRK-QTD-METAS
                           IF WRK-MT-LOJA (WRK-IDX-META) = CH-LOJA
                               AND WRK-MT-VENDEDOR (WRK-IDX-META) =
                                   CH-VENDEDOR
                               ADD CH-TOTAL-VENDAS
                                   TO WRK-MT-ACUM-MES (WRK-IDX-META)
                               MOVE WRK-QTD-METAS TO WRK-IDX-META
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *>*********************************************
       200000-LER-MOVIMENTO.
       310000-CALCULAR-UMA-COMISSAO.
      *>*********************************************
           MOVE ZEROS TO WRK-PCT-COMISSAO.
           MOVE ZEROS TO WRK-PCT-ACIMA-META.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
               IF WRK-VD-TOTAL (WRK-IDX-VENDEDOR) >=
                       WRK-FC-ATE (WRK-IDX-FAIXA)
                   MOVE WRK-FC-PERCENTUAL (WRK-IDX-FAIXA)
                       TO WRK-PCT-COMISSAO
                   MOVE WRK-FC-PCT-META (WRK-IDX-FAIXA)
                       TO WRK-PCT-ACIMA-META
                   MOVE WRK-QTD-FAIXAS TO WRK-IDX-FAIXA
               END-IF
           END-PERFORM.

           IF WRK-QTD-METAS > 0
               AND WRK-PCT-ACIMA-META > WRK-PCT-COMISSAO
               PERFORM 315000-VERIFICAR-META
           END-IF.

           COMPUTE WRK-VALOR-COMISSAO ROUNDED =
                   WRK-VD-TOTAL (WRK-IDX-VENDEDOR) *
                   (WRK-PCT-COMISSAO / 100)

           PERFORM 320000-GRAVAR-COMHIST.

      *>*********************************************
       315000-VERIFICAR-META.
      *>*********************************************
      *>   META BATIDA = ACUMULADO DO MES MAIS A VENDA DO DIA ACIMA
      *>   DA META INDIVIDUAL - O DIA PASSA PARA O PERCENTUAL DE
      *>   ACIMA DA META DA FAIXA
           MOVE ZEROS TO WRK-IDX-MT-ACHADA.
           PERFORM VARYING WRK-IDX-META FROM 1 BY 1
                   UNTIL WRK-IDX-META > WRK-QTD-METAS
               IF WRK-MT-LOJA (WRK-IDX-META) =
                       WRK-VD-LOJA (WRK-IDX-VENDEDOR)
                   AND WRK-MT-VENDEDOR (WRK-IDX-META) =
                       WRK-VD-VENDEDOR (WRK-IDX-VENDEDOR)
                   MOVE WRK-IDX-META  TO WRK-IDX-MT-ACHADA
                   MOVE WRK-QTD-METAS TO WRK-IDX-META
               END-IF
           END-PERFORM.
           IF WRK-IDX-MT-ACHADA > 0
               IF WRK-MT-VALOR (WRK-IDX-MT-ACHADA) > 0
                   AND (WRK-MT-ACUM-MES (WRK-IDX-MT-ACHADA) +
                        WRK-VD-TOTAL (WRK-IDX-VENDEDOR)) >
                       WRK-MT-VALOR (WRK-IDX-MT-ACHADA)
                   MOVE WRK-PCT-ACIMA-META TO WRK-PCT-COMISSAO
                   ADD 1 TO WRK-QTD-ACIMA-META
               END-IF
           END-IF.

      *>*********************************************
       320000-GRAVAR-COMHIST.
      *>*********************************************

           DISPLAY '========================='.
           DISPLAY 'VENDEDORES COM COMISSAO: ' WRK-QTD-VENDEDORES.
           DISPLAY 'ACIMA DA META DO MES...: ' WRK-QTD-ACIMA-META.
           MOVE WRK-TOT-COMISSOES TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL DE COMISSOES.....: ' CE-VALOR-EDITADO.
           DISPLAY '========================='.
