      *>              PEDIDO JA LANCADO NO CONTAREC NAO E LANCADO DE
      *>              NOVO NA RERODADA; A BAIXA E O AGING FICAM NO
      *>              RECEBPAG
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - ICMS SOBRE O FRETE: CADA PEDIDO FATURADO
      *>              TEM O ICMS CALCULADO PELA ALIQUOTA DO PAR UF DE
      *>              ORIGEM (UF DA EMPRESA PRINCIPAL NO EMPRESAS) X UF
      *>              DE DESTINO DA TABELA ICMSUF, DESTACADO NO EXTRATO
      *>              E NO CONTAREC (AR-ICMS), LANCADO DESP-ICMS CONTRA
      *>              ICMS-RECOL E GRAVADO NO ICMSMOV PARA A APURACAO
      *>              MENSAL POR UF DO ICMSAPUR
      *> 15/10/2026 - TITULO NOVO DO CONTAREC NASCE SEM AVISO DE
      *>              COBRANCA E NAO NEGATIVADO
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> ---------------------------------------------------------
      *>**********************************
      *> AREA DE COMENTARIOS
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT ICMSUF ASSIGN TO "ICMSUF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ICMSUF-STATUS.
           SELECT ICMSMOV ASSIGN TO "ICMSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ICMSMOV-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       01  FATURRPT-LINHA           PIC X(80).
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  ICMSUF.
           COPY "ICMSUF.CPY" IN 'COPYBOOKS'.
       FD  ICMSMOV.
           COPY "ICMSMOV.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       01 WRK-TABELA-EXIST-AR.
           05  WRK-EA-PEDIDO OCCURS 1000 TIMES PIC 9(06).
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ICMSUF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ICMSMOV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-UF-ORIGEM       PIC X(02) VALUE SPACES.
       77 WRK-QTD-ALIQUOTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ALIQUOTA    PIC 9(03) VALUE ZEROS.
       77 WRK-ALIQUOTA-ACHADA PIC X(01) VALUE 'N'.
       77 WRK-ALIQ-ICMS       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ICMS-PEDIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ICMS-CLIENTE    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-SEM-ALIQ    PIC 9(04) VALUE ZEROS.
      *>   ALIQUOTA VIGENTE POR PAR UF ORIGEM X UF DESTINO
       01 WRK-TABELA-ALIQUOTAS.
           05  WRK-ALIQ-ITEM OCCURS 800 TIMES INDEXED BY WRK-IDX-TAL.
               10  WRK-AL-ORIGEM      PIC X(02).
               10  WRK-AL-DESTINO     PIC X(02).
               10  WRK-AL-ALIQUOTA    PIC 9(02)V99.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-SHIPMAST    PIC X(01) VALUE 'N'.
           88 WRK-EOF-SHIPMAST    VALUE 'S'.
               10  WRK-FA-CLIENTE     PIC 9(06).
               10  WRK-FA-PEDIDO      PIC 9(06).
               10  WRK-FA-FRETE       PIC 9(06)V99.
               10  WRK-FA-UF          PIC X(02).
               10  WRK-FA-ALIQUOTA    PIC 9(02)V99.
               10  WRK-FA-ICMS        PIC 9(06)V99.
       01 WRK-TABELA-CLIENTES.
           05  WRK-CLI-CODIGO OCCURS 200 TIMES PIC 9(06).
       01  WRK-VALIDACAO-CONTA.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 300000-EMITIR-EXTRATOS.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 400000-FINALIZAR.

           IF RETURN-CODE < 8
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 120000-OBTER-CC-OPERACAO.
           PERFORM 140000-OBTER-UF-ORIGEM.
           PERFORM 150000-CARREGAR-ALIQUOTAS.

      *>   VENCIMENTO DO RECEBIVEL EM D+30, ROLADO PARA DIA UTIL
           COMPUTE WRK-INT-VENCTO =
                   END-IF
           END-READ.

      *>*********************************************
       140000-OBTER-UF-ORIGEM.
      *>*********************************************
      *>   O FRETE SAI DO ESTABELECIMENTO DA EMPRESA PRINCIPAL - SEM
      *>   A UF NO CADASTRO, NENHUM PAR DA TABELA CASA E O ICMS SAI
      *>   ZERADO, APONTADO NO FINAL
           MOVE SPACES TO WRK-UF-ORIGEM.
           OPEN INPUT EMPRESAS.
           IF WRK-EMPRESAS-STATUS = '00'
               PERFORM 141000-LER-EMPRESA
                   UNTIL WRK-EMPRESAS-STATUS = '10'
               CLOSE EMPRESAS
           END-IF.
           IF WRK-UF-ORIGEM = SPACES
               DISPLAY 'UF DA EMPRESA PRINCIPAL NAO CADASTRADA NO '
                       'EMPRESAS - ICMS DO FRETE NAO CALCULADO'
           END-IF.

      *>*********************************************
       141000-LER-EMPRESA.
      *>*********************************************
           READ EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   IF ES-EMPRESA-PRINCIPAL
                       MOVE ES-UF TO WRK-UF-ORIGEM
                   END-IF
           END-READ.

      *>*********************************************
       150000-CARREGAR-ALIQUOTAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-ALIQUOTAS.
           OPEN INPUT ICMSUF.
           IF WRK-ICMSUF-STATUS = '00'
               PERFORM 151000-LER-ALIQUOTA
                   UNTIL WRK-ICMSUF-STATUS = '10'
               CLOSE ICMSUF
           ELSE
               DISPLAY 'ICMSUF INDISPONIVEL - ICMS DO FRETE NAO '
                       'CALCULADO'
           END-IF.

      *>*********************************************
       151000-LER-ALIQUOTA.
      *>*********************************************
      *>   SO A ORIGEM DA EMPRESA INTERESSA; VIGENCIA FUTURA E
      *>   PULADA E A VIGENTE MAIS RECENTE DO PAR SOBREPOE A ANTERIOR
           READ ICMSUF
               AT END
                   CONTINUE
               NOT AT END
                   IF IU-UF-ORIGEM = WRK-UF-ORIGEM
                       AND (IU-DATA-VIGENCIA NOT NUMERIC
                           OR IU-DATA-VIGENCIA <= WRK-HOJE)
                       PERFORM 152000-GUARDAR-ALIQUOTA
                   END-IF
           END-READ.

      *>*********************************************
       152000-GUARDAR-ALIQUOTA.
      *>*********************************************
           MOVE 'N' TO WRK-ALIQUOTA-ACHADA.
           PERFORM VARYING WRK-IDX-ALIQUOTA FROM 1 BY 1
                   UNTIL WRK-IDX-ALIQUOTA > WRK-QTD-ALIQUOTAS
               IF WRK-AL-DESTINO (WRK-IDX-ALIQUOTA) = IU-UF-DESTINO
                   MOVE IU-ALIQUOTA
                       TO WRK-AL-ALIQUOTA (WRK-IDX-ALIQUOTA)
                   MOVE 'S' TO WRK-ALIQUOTA-ACHADA
                   MOVE WRK-QTD-ALIQUOTAS TO WRK-IDX-ALIQUOTA
               END-IF
           END-PERFORM.
           IF WRK-ALIQUOTA-ACHADA = 'N'
               IF WRK-QTD-ALIQUOTAS < 800
                   ADD 1 TO WRK-QTD-ALIQUOTAS
                   MOVE IU-UF-ORIGEM
                       TO WRK-AL-ORIGEM (WRK-QTD-ALIQUOTAS)
                   MOVE IU-UF-DESTINO
                       TO WRK-AL-DESTINO (WRK-QTD-ALIQUOTAS)
                   MOVE IU-ALIQUOTA
                       TO WRK-AL-ALIQUOTA (WRK-QTD-ALIQUOTAS)
               ELSE
                   DISPLAY 'ICMSUF COM MAIS DE 800 PARES - IGNORADO'
               END-IF
           END-IF.

      *>*********************************************
       200000-CARREGAR-EXPEDICOES.
      *>*********************************************
                           TO WRK-FA-PEDIDO (WRK-QTD-PEDIDOS)
                       MOVE FS-FRETE
                           TO WRK-FA-FRETE (WRK-QTD-PEDIDOS)
                       MOVE FS-UF
                           TO WRK-FA-UF (WRK-QTD-PEDIDOS)
                       PERFORM 220000-CALCULAR-ICMS
                       PERFORM 210000-ANOTAR-CLIENTE
                   END-IF
           END-READ.
               END-IF
           END-IF.

      *>*********************************************
       220000-CALCULAR-ICMS.
      *>*********************************************
      *>   ICMS POR DENTRO: O FRETE COBRADO JA E A BASE E O IMPOSTO
      *>   E DESTACADO DELE - O VALOR A RECEBER NAO MUDA
           MOVE ZEROS TO WRK-ALIQ-ICMS.
           MOVE 'N' TO WRK-ALIQUOTA-ACHADA.
           PERFORM VARYING WRK-IDX-ALIQUOTA FROM 1 BY 1
                   UNTIL WRK-IDX-ALIQUOTA > WRK-QTD-ALIQUOTAS
               IF WRK-AL-DESTINO (WRK-IDX-ALIQUOTA) = FS-UF
                   MOVE WRK-AL-ALIQUOTA (WRK-IDX-ALIQUOTA)
                       TO WRK-ALIQ-ICMS
                   MOVE 'S' TO WRK-ALIQUOTA-ACHADA
                   MOVE WRK-QTD-ALIQUOTAS TO WRK-IDX-ALIQUOTA
               END-IF
           END-PERFORM.
           IF WRK-ALIQUOTA-ACHADA = 'N'
               ADD 1 TO WRK-QTD-SEM-ALIQ
           END-IF.
           COMPUTE WRK-ICMS-PEDIDO ROUNDED =
                   FS-FRETE * WRK-ALIQ-ICMS / 100.
           MOVE WRK-ALIQ-ICMS   TO WRK-FA-ALIQUOTA (WRK-QTD-PEDIDOS).
           MOVE WRK-ICMS-PEDIDO TO WRK-FA-ICMS (WRK-QTD-PEDIDOS).

      *>*********************************************
       300000-EMITIR-EXTRATOS.
      *>*********************************************
       310000-EXTRATO-DE-UM-CLIENTE.
      *>*********************************************
           MOVE ZEROS TO WRK-TOT-CLIENTE.
           MOVE ZEROS TO WRK-ICMS-CLIENTE.
           MOVE SPACES TO FATURRPT-LINHA.
           WRITE FATURRPT-LINHA.
           MOVE SPACES TO FATURRPT-LINHA.
                   MOVE SPACES TO FATURRPT-LINHA
                   STRING '  PEDIDO ' WRK-FA-PEDIDO (WRK-IDX-PEDIDO)
                          ' FRETE ' WRK-FA-FRETE (WRK-IDX-PEDIDO)
                          ' ' WRK-UF-ORIGEM '>'
                          WRK-FA-UF (WRK-IDX-PEDIDO)
                          ' ICMS ' WRK-FA-ALIQUOTA (WRK-IDX-PEDIDO)
                          '% ' WRK-FA-ICMS (WRK-IDX-PEDIDO)
                       DELIMITED BY SIZE INTO FATURRPT-LINHA
                   END-STRING
                   WRITE FATURRPT-LINHA
                   ADD WRK-FA-FRETE (WRK-IDX-PEDIDO)
                       TO WRK-TOT-CLIENTE
                   ADD WRK-FA-ICMS (WRK-IDX-PEDIDO)
                       TO WRK-ICMS-CLIENTE
                   PERFORM 315000-GRAVAR-ITEM-RECEBER
               END-IF
           END-PERFORM.
               DELIMITED BY SIZE INTO FATURRPT-LINHA
           END-STRING.
           WRITE FATURRPT-LINHA.
           MOVE SPACES TO FATURRPT-LINHA.
           STRING '  ICMS INCLUSO    ' WRK-ICMS-CLIENTE
               DELIMITED BY SIZE INTO FATURRPT-LINHA
           END-STRING.
           WRITE FATURRPT-LINHA.
           ADD WRK-TOT-CLIENTE TO WRK-TOT-GERAL.
           ADD WRK-ICMS-CLIENTE TO WRK-TOT-ICMS.

           IF WRK-TOT-CLIENTE > 0
               PERFORM 320000-GRAVAR-GLPOST-CLIENTE
           END-IF.
           IF WRK-ICMS-CLIENTE > 0
               PERFORM 330000-GRAVAR-GLPOST-ICMS
           END-IF.

      *>*********************************************
       315000-GRAVAR-ITEM-RECEBER.
               MOVE WRK-DATA-VENCTO-AR TO AR-VENCIMENTO
               MOVE 'A'               TO AR-SITUACAO
               MOVE ZEROS             TO AR-DATA-BAIXA
               MOVE WRK-FA-ICMS (WRK-IDX-PEDIDO) TO AR-ICMS
               MOVE ZEROS             TO AR-ESTAGIO-COBRANCA
               MOVE ZEROS             TO AR-DATA-AVISO
               MOVE 'N'               TO AR-NEGATIVACAO
               MOVE ZEROS             TO AR-DATA-NEGATIVACAO
               WRITE AR-REGISTRO
               CLOSE CONTAREC
               ADD 1 TO WRK-QTD-ITENS-AR
               PERFORM 316000-GRAVAR-ICMSMOV
           END-IF.

      *>*********************************************
       316000-GRAVAR-ICMSMOV.
      *>*********************************************
      *>   SO O PEDIDO QUE ENTROU NO CONTAREC VAI PARA A APURACAO -
      *>   A RERODADA NAO DUPLICA O IMPOSTO DO MES
           OPEN EXTEND ICMSMOV.
           IF WRK-ICMSMOV-STATUS NOT = '00'
               OPEN OUTPUT ICMSMOV
           END-IF.
           MOVE SPACES TO IV-REGISTRO.
           MOVE WRK-HOJE                         TO IV-DATA.
           MOVE WRK-FA-PEDIDO (WRK-IDX-PEDIDO)   TO IV-PEDIDO.
           MOVE WRK-CLIENTE-ATUAL                TO IV-CLIENTE.
           MOVE WRK-UF-ORIGEM                    TO IV-UF-ORIGEM.
           MOVE WRK-FA-UF (WRK-IDX-PEDIDO)       TO IV-UF-DESTINO.
           MOVE WRK-FA-FRETE (WRK-IDX-PEDIDO)    TO IV-BASE.
           MOVE WRK-FA-ALIQUOTA (WRK-IDX-PEDIDO) TO IV-ALIQUOTA.
           MOVE WRK-FA-ICMS (WRK-IDX-PEDIDO)     TO IV-ICMS.
           WRITE IV-REGISTRO.
           CLOSE ICMSMOV.

      *>*********************************************
       320000-GRAVAR-GLPOST-CLIENTE.
      *>*********************************************
           END-IF.
           MOVE WRK-HOJE        TO GL-DATA.
           MOVE WRK-CC-OPERACAO TO GL-CENTRO-CUSTO.
           MOVE SPACES          TO GL-EMPRESA.
           MOVE 'CLI-A-RECE'    TO GL-CONTA-DEBITO.
           MOVE 'REC-FRETE'     TO GL-CONTA-CREDITO.
           MOVE SPACES          TO GL-HISTORICO.
           PERFORM 325000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       330000-GRAVAR-GLPOST-ICMS.
      *>*********************************************
      *>   ICMS DESTACADO DO FRETE DO CLIENTE: DEDUCAO DA RECEITA
      *>   CONTRA O IMPOSTO A RECOLHER, BAIXADO PELA GUIA DO ICMSAPUR
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE WRK-HOJE        TO GL-DATA.
           MOVE WRK-CC-OPERACAO TO GL-CENTRO-CUSTO.
           MOVE SPACES          TO GL-EMPRESA.
           MOVE 'DESP-ICMS'     TO GL-CONTA-DEBITO.
           MOVE 'ICMS-RECOL'    TO GL-CONTA-CREDITO.
           MOVE SPACES          TO GL-HISTORICO.
           STRING 'ICMS FRETE CLIENTE ' WRK-CLIENTE-ATUAL
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-ICMS-CLIENTE TO GL-VALOR.
           PERFORM 325000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
                   ' (' WRK-QTD-CLIENTES ' CLIENTES)'.
           DISPLAY 'ITENS LANCADOS NO CONTAS A RECEBER: '
                   WRK-QTD-ITENS-AR.
           MOVE WRK-TOT-ICMS TO CE-VALOR-EDITADO.
           DISPLAY 'ICMS SOBRE FRETE DESTACADO: ' CE-VALOR-EDITADO.
           IF WRK-QTD-SEM-ALIQ > 0
               DISPLAY 'PEDIDOS SEM ALIQUOTA NO ICMSUF (ICMS ZERO): '
                       WRK-QTD-SEM-ALIQ
           END-IF.

           MOVE 0 TO RETURN-CODE.

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
           MOVE 'FRETEFAT' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
