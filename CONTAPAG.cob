      *> PASSIVO E A BAIXA NO GLPOST, PROGRAMA A SAIDA DE CAIXA NO
      *> GUIAPAG (ABSORVIDA PELO TESOURAR) E REGRAVA O PAGLIBER COM
      *> AS LIBERACOES MARCADAS COMO PAGAS - RERODADA NAO PAGA DUAS
      *> VEZES. SINISTRO APROVADO DA TRANSPORTADORA E ABATIDO DO
      *> PAGAMENTO E O SALDO ABATIDO E REGRAVADO NO SINISTRO.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *>              SER REGRAVADO PELA METADE: O ARQUIVO FICA
      *>              INTACTO, NADA E AGENDADO E A RODADA TERMINA
      *>              COM RC 4 PARA O OPERADOR DIVIDIR A FILA
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - SINISTRO APROVADO (SINIAPRV) E ABATIDO DOS
      *>              PAGAMENTOS PENDENTES DA MESMA TRANSPORTADORA: O
      *>              PASSIVO CONTINUA PELA FATURA CHEIA, O ABATIMENTO
      *>              BAIXA FORN-PAGAR CONTRA SINIST-REC E O CAIXA E O
      *>              GUIAPAG SAEM PELO LIQUIDO; SINISTRO TOTALMENTE
      *>              ABATIDO FICA LIQUIDADO ('L') NO CADASTRO SINISTRO
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GUIAPAG ASSIGN TO "GUIAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GUIAPAG-STATUS.
           SELECT SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINISTRO-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  GUIAPAG.
           COPY "GUIAPAG.CPY" IN 'COPYBOOKS'.
       FD  SINISTRO.
           COPY "SINISTRO.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-QTD-LIBERACOES  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LIBERACAO   PIC 9(03) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-SINISTRO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SINISTRO    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SINISTRO    VALUE 'S'.
       77 WRK-QTD-SINISTROS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SINISTRO    PIC 9(03) VALUE ZEROS.
       77 WRK-SINISTRO-CHEIO  PIC X(01) VALUE 'N'.
       77 WRK-SALDO-SINISTRO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ABATER          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ABATIDO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-ABATIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-LIQUIDADOS  PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-LIBER.
           05  WRK-LIB-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TLB.
               10  WRK-LB-TRANSP      PIC X(10).
               10  WRK-LB-ORIGEM      PIC X(08).
               10  WRK-LB-SITUACAO    PIC X(01).
               10  WRK-LB-DATA-PAGTO  PIC 9(08).
       01 WRK-TABELA-SINISTROS.
           05  WRK-SIN-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TSN.
               10  WRK-SN-PEDIDO      PIC 9(06).
               10  WRK-SN-TRANSP      PIC X(10).
               10  WRK-SN-CLIENTE     PIC 9(06).
               10  WRK-SN-OCORRENCIA  PIC X(01).
               10  WRK-SN-VALOR       PIC 9(06)V99.
               10  WRK-SN-DESCONTADO  PIC 9(06)V99.
               10  WRK-SN-SITUACAO    PIC X(01).
               10  WRK-SN-DATA-ABERT  PIC 9(08).
               10  WRK-SN-DATA-DECIS  PIC 9(08).
               10  WRK-SN-DATA-LIQ    PIC 9(08).
               10  WRK-SN-CREDITO     PIC X(01).
               10  WRK-SN-DATA-CRED   PIC 9(08).
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
           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CARREGAR-LIBERACOES UNTIL WRK-EOF-PAGLIBER.
           PERFORM 250000-CARREGAR-SINISTROS.
           PERFORM 300000-AGENDAR-PAGAMENTOS.
           PERFORM 400000-REGRAVAR-PAGLIBER.
           PERFORM 450000-REGRAVAR-SINISTRO.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 500000-FINALIZAR.

           GOBACK.
                   END-IF
           END-READ.

      *>*********************************************
       250000-CARREGAR-SINISTROS.
      *>*********************************************
      *>   O CADASTRO INTEIRO E CARREGADO PORQUE E REGRAVADO NO FIM -
      *>   SO O APROVADO COM SALDO A ABATER ENTRA NO PAGAMENTO
           MOVE ZEROS TO WRK-QTD-SINISTROS.
           OPEN INPUT SINISTRO.
           IF WRK-SINISTRO-STATUS = '00'
               PERFORM 251000-LER-SINISTRO UNTIL WRK-EOF-SINISTRO
               CLOSE SINISTRO
           END-IF.
           IF WRK-SINISTRO-CHEIO = 'S'
               DISPLAY 'SINISTRO COM MAIS DE 500 PROCESSOS - '
                       'PAGAMENTOS SEM ABATIMENTO NESTA RODADA'
           END-IF.

      *>*********************************************
       251000-LER-SINISTRO.
      *>*********************************************
           READ SINISTRO
               AT END
                   MOVE 'S' TO WRK-FIM-SINISTRO
               NOT AT END
                   IF WRK-QTD-SINISTROS < 500
                       ADD 1 TO WRK-QTD-SINISTROS
                       MOVE SN-PEDIDO
                           TO WRK-SN-PEDIDO (WRK-QTD-SINISTROS)
                       MOVE SN-TRANSPORTADORA
                           TO WRK-SN-TRANSP (WRK-QTD-SINISTROS)
                       MOVE SN-CLIENTE
                           TO WRK-SN-CLIENTE (WRK-QTD-SINISTROS)
                       MOVE SN-OCORRENCIA
                           TO WRK-SN-OCORRENCIA (WRK-QTD-SINISTROS)
                       MOVE SN-VALOR
                           TO WRK-SN-VALOR (WRK-QTD-SINISTROS)
                       MOVE SN-VALOR-DESCONTADO
                           TO WRK-SN-DESCONTADO (WRK-QTD-SINISTROS)
                       MOVE SN-SITUACAO
                           TO WRK-SN-SITUACAO (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-ABERTURA
                           TO WRK-SN-DATA-ABERT (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-DECISAO
                           TO WRK-SN-DATA-DECIS (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-LIQUIDACAO
                           TO WRK-SN-DATA-LIQ (WRK-QTD-SINISTROS)
                       MOVE SN-CREDITO-CLIENTE
                           TO WRK-SN-CREDITO (WRK-QTD-SINISTROS)
                       MOVE SN-DATA-CREDITO
                           TO WRK-SN-DATA-CRED (WRK-QTD-SINISTROS)
                   ELSE
                       MOVE 'S' TO WRK-SINISTRO-CHEIO
                   END-IF
           END-READ.

      *>*********************************************
       300000-AGENDAR-PAGAMENTOS.
      *>*********************************************
       310000-AGENDAR-UM-PAGAMENTO.
      *>*********************************************
           ADD 1 TO WRK-QTD-AGENDADOS.
           PERFORM 315000-ABATER-SINISTROS.
           COMPUTE WRK-VALOR-LIQUIDO =
                   WRK-LB-VALOR (WRK-IDX-LIBERACAO) - WRK-VALOR-ABATIDO.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOT-AGENDADO.

           PERFORM 320000-GRAVAR-GLPOST.
      *>   PAGAMENTO INTEIRAMENTE ABSORVIDO PELO SINISTRO NAO GERA
      *>   SAIDA DE CAIXA
           IF WRK-VALOR-LIQUIDO > 0
               PERFORM 330000-GRAVAR-GUIAPAG
           END-IF.

           MOVE 'G' TO WRK-LB-SITUACAO (WRK-IDX-LIBERACAO).
           MOVE WRK-DATA-PAGAMENTO
               TO WRK-LB-DATA-PAGTO (WRK-IDX-LIBERACAO).

           IF WRK-VALOR-ABATIDO > 0
               MOVE WRK-VALOR-ABATIDO TO CE-VALOR-EDITADO
               DISPLAY 'SINISTRO ABATIDO - '
                       WRK-LB-TRANSP (WRK-IDX-LIBERACAO)
                       ' PEDIDO ' WRK-LB-PEDIDO (WRK-IDX-LIBERACAO)
                       ' ' CE-VALOR-EDITADO
           END-IF.
           MOVE WRK-VALOR-LIQUIDO TO CE-VALOR-EDITADO.
           DISPLAY 'PAGAMENTO AGENDADO - '
                   WRK-LB-TRANSP (WRK-IDX-LIBERACAO)
                   ' PEDIDO ' WRK-LB-PEDIDO (WRK-IDX-LIBERACAO)
                   ' ' CE-VALOR-EDITADO
                   ' EM ' WRK-DATA-PAGAMENTO.

      *>*********************************************
       315000-ABATER-SINISTROS.
      *>*********************************************
      *>   SINISTROS APROVADOS DA TRANSPORTADORA, NA ORDEM DO
      *>   CADASTRO, CONSOMEM O PAGAMENTO ATE ZERA-LO - O SALDO NAO
      *>   ABATIDO FICA PARA O PROXIMO PAGAMENTO
           MOVE ZEROS TO WRK-VALOR-ABATIDO.
           IF WRK-SINISTRO-CHEIO NOT = 'S'
               PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                       UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
                   IF WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = 'V'
                       AND WRK-SN-TRANSP (WRK-IDX-SINISTRO) =
                           WRK-LB-TRANSP (WRK-IDX-LIBERACAO)
                       AND WRK-VALOR-ABATIDO <
                           WRK-LB-VALOR (WRK-IDX-LIBERACAO)
                       PERFORM 316000-ABATER-UM-SINISTRO
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       316000-ABATER-UM-SINISTRO.
      *>*********************************************
           COMPUTE WRK-SALDO-SINISTRO =
                   WRK-SN-VALOR (WRK-IDX-SINISTRO) -
                   WRK-SN-DESCONTADO (WRK-IDX-SINISTRO).
           COMPUTE WRK-ABATER =
                   WRK-LB-VALOR (WRK-IDX-LIBERACAO) - WRK-VALOR-ABATIDO.
           IF WRK-SALDO-SINISTRO < WRK-ABATER
               MOVE WRK-SALDO-SINISTRO TO WRK-ABATER
           END-IF.
           ADD WRK-ABATER TO WRK-VALOR-ABATIDO.
           ADD WRK-ABATER TO WRK-SN-DESCONTADO (WRK-IDX-SINISTRO).
           ADD WRK-ABATER TO WRK-TOT-ABATIDO.
           IF WRK-SN-DESCONTADO (WRK-IDX-SINISTRO) >=
                   WRK-SN-VALOR (WRK-IDX-SINISTRO)
               MOVE 'L' TO WRK-SN-SITUACAO (WRK-IDX-SINISTRO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-SN-DATA-LIQ (WRK-IDX-SINISTRO)
               ADD 1 TO WRK-QTD-LIQUIDADOS
           END-IF.

      *>*********************************************
       320000-GRAVAR-GLPOST.
      *>*********************************************
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'DESP-FRETE'      TO GL-CONTA-DEBITO.
           MOVE 'FORN-PAGAR'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           PERFORM 325000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.

      *>   O SINISTRO ABATIDO QUITA PARTE DO PASSIVO CONTRA O
      *>   SINISTRO A RECUPERAR (LANCADO NO CREDITO AO CLIENTE)
           IF WRK-VALOR-ABATIDO > 0
               MOVE 'FORN-PAGAR'       TO GL-CONTA-DEBITO
               MOVE 'SINIST-REC'       TO GL-CONTA-CREDITO
               MOVE SPACES             TO GL-HISTORICO
               STRING 'ABATE SINISTRO '
                      WRK-LB-TRANSP (WRK-IDX-LIBERACAO)
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-VALOR-ABATIDO  TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.

           IF WRK-VALOR-LIQUIDO > 0
               MOVE WRK-DATA-PAGAMENTO TO GL-DATA
               MOVE 'FORN-PAGAR'       TO GL-CONTA-DEBITO
               MOVE 'CAIXA'            TO GL-CONTA-CREDITO
               MOVE 'PAGTO FRETE AGENDADO' TO GL-HISTORICO
               MOVE WRK-VALOR-LIQUIDO  TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           CLOSE GLPOST.

           MOVE WRK-DATA-PAGAMENTO TO GP-DATA-VENCIMENTO.
           MOVE 'FRETE'            TO GP-TIPO.
           MOVE WRK-DATA-PROCESSO (1:6) TO GP-COMPETENCIA.
           MOVE WRK-VALOR-LIQUIDO  TO GP-VALOR.
           MOVE SPACES             TO GP-DESCRICAO.
           STRING 'FRETE ' WRK-LB-TRANSP (WRK-IDX-LIBERACAO)
                  ' PED ' WRK-LB-PEDIDO (WRK-IDX-LIBERACAO)
               CLOSE PAGLIBER
           END-IF.

      *>*********************************************
       450000-REGRAVAR-SINISTRO.
      *>*********************************************
      *>   SO REGRAVA QUANDO HOUVE ABATIMENTO - CADASTRO TRANSBORDADO
      *>   OU SEM AGENDAMENTO FICA COMO ESTAVA
           IF WRK-TOT-ABATIDO > 0
               OPEN OUTPUT SINISTRO
               PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                       UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
                   MOVE SPACES TO SN-REGISTRO
                   MOVE WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
                       TO SN-PEDIDO
                   MOVE WRK-SN-TRANSP (WRK-IDX-SINISTRO)
                       TO SN-TRANSPORTADORA
                   MOVE WRK-SN-CLIENTE (WRK-IDX-SINISTRO)
                       TO SN-CLIENTE
                   MOVE WRK-SN-OCORRENCIA (WRK-IDX-SINISTRO)
                       TO SN-OCORRENCIA
                   MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO)
                       TO SN-VALOR
                   MOVE WRK-SN-DESCONTADO (WRK-IDX-SINISTRO)
                       TO SN-VALOR-DESCONTADO
                   MOVE WRK-SN-SITUACAO (WRK-IDX-SINISTRO)
                       TO SN-SITUACAO
                   MOVE WRK-SN-DATA-ABERT (WRK-IDX-SINISTRO)
                       TO SN-DATA-ABERTURA
                   MOVE WRK-SN-DATA-DECIS (WRK-IDX-SINISTRO)
                       TO SN-DATA-DECISAO
                   MOVE WRK-SN-DATA-LIQ (WRK-IDX-SINISTRO)
                       TO SN-DATA-LIQUIDACAO
                   MOVE WRK-SN-CREDITO (WRK-IDX-SINISTRO)
                       TO SN-CREDITO-CLIENTE
                   MOVE WRK-SN-DATA-CRED (WRK-IDX-SINISTRO)
                       TO SN-DATA-CREDITO
                   WRITE SN-REGISTRO
               END-PERFORM
               CLOSE SINISTRO
           END-IF.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           DISPLAY 'PAGAMENTOS AGENDADOS.: ' WRK-QTD-AGENDADOS.
           MOVE WRK-TOT-AGENDADO TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR AGENDADO.......: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-ABATIDO TO CE-VALOR-EDITADO.
           DISPLAY 'SINISTROS ABATIDOS...: ' CE-VALOR-EDITADO.
           DISPLAY 'SINISTROS LIQUIDADOS.: ' WRK-QTD-LIQUIDADOS.
           DISPLAY 'DATA DO DESEMBOLSO...: ' WRK-DATA-PAGAMENTO.
           DISPLAY '========================='.

           IF WRK-TABELA-CHEIA = 'S' OR WRK-SINISTRO-CHEIO = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
           MOVE 'CONTAPAG' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
