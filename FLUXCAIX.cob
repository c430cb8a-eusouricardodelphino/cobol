      *> PARTIR DA ULTIMA POSICAO DO TESOPOS: ENTRADAS DOS FRETES
      *> FATURADOS A RECEBER (SHIPMAST, NA DATA PREVISTA DE
      *> ENTREGA), SAIDAS PROGRAMADAS DO GUIAPAG (GUIAS DE IMPOSTO E
      *> PAGAMENTOS DE FRETE APROVADOS PELO FRETECON VIA CONTAPAG E
      *> DE FORNECEDORES GERAIS VIA PAGFORN), NOTAS DE FORNECEDOR
      *> AINDA NAO PAGAS (FORNNF, NO VENCIMENTO),
      *> RESGATES DE CONTRATOS VENCENDO COM INSTRUCAO DE LIQUIDACAO
      *> (INVMAST) E A FOLHA DO MES (MASSA SALARIAL DO EMPFILE NO
      *> DIA DE PAGAMENTO DO PARMGER). DATA DE FLUXO NAO UTIL ROLA
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - ENTRADAS DE CARTAO E PIX PELA AGENDA DE
      *>              RECEBIVEIS (AGENDCAR): PARCELA EM ABERTO ENTRA
      *>              LIQUIDA DO MDR NA DATA PREVISTA DO CREDITO DA
      *>              ADQUIRENTE, NAO NA DATA DA VENDA
      *> 15/10/2026 - SAIDAS DAS NOTAS DE FORNECEDORES GERAIS
      *>              (FORNNF) AINDA NAO PAGAS PELO PAGFORN, NO
      *>              VENCIMENTO; AS JA PAGAS CHEGAM PELO GUIAPAG
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT FORNNF ASSIGN TO "FORNNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORNNF-STATUS.
           SELECT AGENDCAR ASSIGN TO "AGENDCAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDCAR-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           COPY "INVMAST.CPY" IN 'COPYBOOKS'.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  FORNNF.
           COPY "FORNNF.CPY" IN 'COPYBOOKS'.
       FD  AGENDCAR.
           COPY "AGENDCAR.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  FLUXORPT
       77 WRK-GUIAPAG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-INVMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPFILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FORNNF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AGENDCAR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FLUXORPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.

           PERFORM 200000-SOMAR-FRETES-A-RECEBER.
           PERFORM 300000-SOMAR-SAIDAS-PROGRAMADAS.
           PERFORM 350000-SOMAR-NOTAS-FORNECEDOR.
           PERFORM 400000-SOMAR-VENCIMENTOS-INVEST.
           PERFORM 450000-SOMAR-AGENDA-CARTOES.
           PERFORM 500000-SOMAR-FOLHA.

           PERFORM 600000-EMITIR-PROJECAO.
                   END-IF
           END-READ.

      *>*********************************************
       350000-SOMAR-NOTAS-FORNECEDOR.
      *>*********************************************
      *>   NOTA DE FORNECEDOR AINDA NAO PAGA SAI NO VENCIMENTO (A JA
      *>   VENCIDA CAI NO PRIMEIRO DIA DO CALENDARIO); A PAGA PELO
      *>   PAGFORN JA ESTA NO GUIAPAG E NAO ENTRA DE NOVO
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FORNNF.
           IF WRK-FORNNF-STATUS = '00'
               PERFORM 360000-LER-NOTA-FORNECEDOR
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE FORNNF
           END-IF.

      *>*********************************************
       360000-LER-NOTA-FORNECEDOR.
      *>*********************************************
           READ FORNNF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF NOT NF-PAGA
                       AND NF-DATA-VENCIMENTO NUMERIC
                       MOVE NF-DATA-VENCIMENTO TO WRK-DATA-FLUXO
                       PERFORM 140000-SOMAR-NO-DIA
                       IF WRK-IDX-DIA > 0
                           ADD NF-VALOR
                               TO WRK-DI-SAIDAS (WRK-IDX-DIA)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       400000-SOMAR-VENCIMENTOS-INVEST.
      *>*********************************************
                   END-IF
           END-READ.

      *>*********************************************
       450000-SOMAR-AGENDA-CARTOES.
      *>*********************************************
      *>   VENDA EM CARTAO/PIX ENTRA NO CAIXA QUANDO A ADQUIRENTE
      *>   CREDITA: PARCELA EM ABERTO DA AGENDA, PELO VALOR LIQUIDO,
      *>   NA DATA PREVISTA (JA EM DIA UTIL). PARCELA VENCIDA SEM
      *>   CREDITO FICA FORA - E COBRADA PELO RELATORIO DA AGENDA
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT AGENDCAR.
           IF WRK-AGENDCAR-STATUS = '00'
               PERFORM 460000-LER-PARCELA-CARTAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE AGENDCAR
           END-IF.

      *>*********************************************
       460000-LER-PARCELA-CARTAO.
      *>*********************************************
           READ AGENDCAR
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF AG-ABERTO
                       AND AG-DATA-PREVISTA > WRK-DATA-PROCESSO
                       MOVE AG-DATA-PREVISTA TO WRK-DATA-FLUXO
                       PERFORM 140000-SOMAR-NO-DIA
                       IF WRK-IDX-DIA > 0
                           ADD AG-VALOR-LIQUIDO
                               TO WRK-DI-ENTRADAS (WRK-IDX-DIA)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       500000-SOMAR-FOLHA.
      *>*********************************************
