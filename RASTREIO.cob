       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIO.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = CONSULTA ONLINE DE RASTREAMENTO DE PEDIDOS PARA O
      *> ATENDIMENTO AO CLIENTE ("ONDE ESTA MEU PEDIDO"): BUSCA POR
      *> NUMERO DO PEDIDO OU POR CODIGO DO CLIENTE NO CADASTRO DE
      *> EXPEDICOES SHIPMAST E NO ARQUIVO MORTO SHIPARCH E MOSTRA A
      *> COTACAO, A TRANSPORTADORA, A DATA PROMETIDA, A SITUACAO
      *> ATUAL, TODAS AS MUDANCAS DE SITUACAO E OCORRENCIAS DE
      *> ENTREGA DO HISTORICO SHIPHIST (DATA E MOTIVO) E A SITUACAO
      *> DO FATURAMENTO/CONTAS A RECEBER NO CONTAREC - SEM O
      *> ATENDIMENTO PRECISAR PEDIR A PESQUISA PARA AS OPERACOES.
      *> SO CONSULTA; PROTEGIDO PELO GATE AUTORIZA (PERMATRIX).
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - MOSTRA O NUMERO DA CARGA (ROMANEIO) DO PEDIDO
      *> 15/10/2026 - MOSTRA O ULTIMO AVISO DE COBRANCA E A
      *>              NEGATIVACAO NO BIRO DE CADA TITULO DO PEDIDO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMAST ASSIGN TO "SHIPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPMAST-STATUS.
           SELECT SHIPARCH ASSIGN TO "SHIPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPARCH-STATUS.
           SELECT SHIPHIST ASSIGN TO "SHIPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPHIST-STATUS.
           SELECT CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAREC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMAST.
           COPY "FRETESHP.CPY" IN 'COPYBOOKS'.
       FD  SHIPARCH
           RECORDING MODE IS F.
       01  SHIPARCH-REGISTRO        PIC X(108).
       FD  SHIPHIST.
           COPY "SHIPHIST.CPY" IN 'COPYBOOKS'.
       FD  CONTAREC.
           COPY "CONTAREC.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SHIPMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SHIPARCH-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SHIPHIST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CONTAREC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-PEDIDO-BUSCA     PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-BUSCA    PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-LEITURA      PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM-LEITURA   PIC X(01) VALUE SPACES.
           88 WRK-LENDO-SHIPMAST   VALUE 'M'.
           88 WRK-LENDO-SHIPARCH   VALUE 'A'.
       77 WRK-PEDIDO-ACHADO    PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM-ACHADO    PIC X(01) VALUE SPACES.
       77 WRK-QTD-PEDIDOS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PEDIDO       PIC 9(03) VALUE ZEROS.
       77 WRK-LISTA-CHEIA      PIC X(01) VALUE 'N'.
       77 WRK-QTD-EVENTOS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TITULOS      PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-TITULO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-SITUACAO    PIC X(20) VALUE SPACES.
       77 WRK-COD-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-DESC-EVENTO      PIC X(24) VALUE SPACES.
       77 WRK-VALOR-MERC       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SEGURO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS       PIC 9(06)V99 VALUE ZEROS.
      *>   PEDIDOS DO CLIENTE CONSULTADO - O OPERADOR ESCOLHE UM DA
      *>   LISTA PARA VER O RASTREAMENTO COMPLETO
       01 WRK-TABELA-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TPD.
               10  WRK-PD-PEDIDO      PIC 9(06).
               10  WRK-PD-DATA-PED    PIC 9(08).
               10  WRK-PD-DATA-PREV   PIC 9(08).
               10  WRK-PD-SITUACAO    PIC X(01).
               10  WRK-PD-DATA-SIT    PIC 9(08).
               10  WRK-PD-TRANSP      PIC X(10).
               10  WRK-PD-FRETE       PIC 9(06)V99.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO
               MOVE 9 TO WRK-OPCAO
               PERFORM 100000-PROCESSAR-CONSULTA UNTIL WRK-OPCAO = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ACESSO NEGADO - ' WRK-MSG-ACESSO
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *>*********************************************
       050000-VERIFICAR-ACESSO.
      *>*********************************************
           IF SES-SESSAO-ATIVA
      *>       OPERADOR JA AUTENTICADO NO MENU - CREDENCIAL DE SESSAO
               MOVE SES-USUARIO TO WRK-USUARIO-ACESSO
               MOVE '*SESSAO*'  TO WRK-SENHA-ACESSO
           ELSE
               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO-ACESSO

               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA-ACESSO
           END-IF.

           MOVE 'RASTREIO' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-PROCESSAR-CONSULTA.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY '====== RASTREAMENTO DE PEDIDOS ======'.
           DISPLAY '1 - CONSULTAR POR PEDIDO'.
           DISPLAY '2 - CONSULTAR POR CLIENTE'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA..'.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 0
                   CONTINUE
               WHEN 1
                   DISPLAY 'NUMERO DO PEDIDO..'
                   ACCEPT WRK-PEDIDO-BUSCA
                   PERFORM 300000-RASTREAR-PEDIDO
               WHEN 2
                   DISPLAY 'CODIGO DO CLIENTE..'
                   ACCEPT WRK-CLIENTE-BUSCA
                   PERFORM 200000-LISTAR-CLIENTE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.

      *>*********************************************
       200000-LISTAR-CLIENTE.
      *>*********************************************
      *>   TODOS OS PEDIDOS DO CLIENTE, DO CADASTRO DE TRABALHO E DO
      *>   ARQUIVO MORTO; O RASTREAMENTO COMPLETO E DE UM PEDIDO POR
      *>   VEZ, ESCOLHIDO NA LISTA
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE 'N' TO WRK-LISTA-CHEIA.
           MOVE 'M' TO WRK-ORIGEM-LEITURA.
           PERFORM 210000-VARRER-EXPEDICOES.
           MOVE 'A' TO WRK-ORIGEM-LEITURA.
           PERFORM 210000-VARRER-EXPEDICOES.

           IF WRK-QTD-PEDIDOS = 0
               DISPLAY 'NENHUM PEDIDO ENCONTRADO PARA O CLIENTE '
                       WRK-CLIENTE-BUSCA
           ELSE
               DISPLAY ' '
               DISPLAY 'PEDIDOS DO CLIENTE ' WRK-CLIENTE-BUSCA
               DISPLAY 'PEDIDO DT.PEDIDO PREVISTA SITUACAO'
                       '             DESDE    TRANSP'
               PERFORM VARYING WRK-IDX-PEDIDO FROM 1 BY 1
                       UNTIL WRK-IDX-PEDIDO > WRK-QTD-PEDIDOS
                   MOVE WRK-PD-SITUACAO (WRK-IDX-PEDIDO)
                       TO WRK-COD-SITUACAO
                   PERFORM 500000-DESCREVER-SITUACAO
                   DISPLAY WRK-PD-PEDIDO (WRK-IDX-PEDIDO) ' '
                           WRK-PD-DATA-PED (WRK-IDX-PEDIDO) ' '
                           WRK-PD-DATA-PREV (WRK-IDX-PEDIDO) ' '
                           WRK-DESC-SITUACAO ' '
                           WRK-PD-DATA-SIT (WRK-IDX-PEDIDO) ' '
                           WRK-PD-TRANSP (WRK-IDX-PEDIDO)
               END-PERFORM
               IF WRK-LISTA-CHEIA = 'S'
                   DISPLAY 'MAIS DE 200 PEDIDOS - LISTA TRUNCADA; '
                           'CONSULTE PELO NUMERO DO PEDIDO'
               END-IF
               DISPLAY 'PEDIDO PARA RASTREAR (0 = VOLTAR)..'
               ACCEPT WRK-PEDIDO-BUSCA
               IF WRK-PEDIDO-BUSCA NOT = ZEROS
                   PERFORM 300000-RASTREAR-PEDIDO
               END-IF
           END-IF.

      *>*********************************************
       210000-VARRER-EXPEDICOES.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 600000-ABRIR-EXPEDICOES.
           PERFORM 220000-LER-PEDIDO-CLIENTE
               UNTIL WRK-FIM-LEITURA = 'S'.
           PERFORM 620000-FECHAR-EXPEDICOES.

      *>*********************************************
       220000-LER-PEDIDO-CLIENTE.
      *>*********************************************
           PERFORM 610000-LER-EXPEDICAO.
           IF WRK-FIM-LEITURA = 'N'
               AND FS-CLIENTE NUMERIC
               AND FS-CLIENTE = WRK-CLIENTE-BUSCA
               IF WRK-QTD-PEDIDOS < 200
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE FS-PEDIDO
                       TO WRK-PD-PEDIDO (WRK-QTD-PEDIDOS)
                   MOVE FS-DATA-PEDIDO
                       TO WRK-PD-DATA-PED (WRK-QTD-PEDIDOS)
                   MOVE FS-DATA-ENTREGA-PREV
                       TO WRK-PD-DATA-PREV (WRK-QTD-PEDIDOS)
                   MOVE FS-SITUACAO
                       TO WRK-PD-SITUACAO (WRK-QTD-PEDIDOS)
                   MOVE FS-DATA-SITUACAO
                       TO WRK-PD-DATA-SIT (WRK-QTD-PEDIDOS)
                   MOVE FS-TRANSPORTADORA
                       TO WRK-PD-TRANSP (WRK-QTD-PEDIDOS)
                   MOVE FS-FRETE
                       TO WRK-PD-FRETE (WRK-QTD-PEDIDOS)
               ELSE
                   MOVE 'S' TO WRK-LISTA-CHEIA
               END-IF
           END-IF.

      *>*********************************************
       300000-RASTREAR-PEDIDO.
      *>*********************************************
      *>   O PEDIDO E PROCURADO PRIMEIRO NO CADASTRO DE TRABALHO E,
      *>   SE JA FOI ARQUIVADO (ENTREGUE HA MAIS DE 30 DIAS), NO
      *>   ARQUIVO MORTO
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           MOVE 'M' TO WRK-ORIGEM-LEITURA.
           PERFORM 310000-PROCURAR-PEDIDO.
           IF WRK-PEDIDO-ACHADO = 'N'
               MOVE 'A' TO WRK-ORIGEM-LEITURA
               PERFORM 310000-PROCURAR-PEDIDO
           END-IF.

           IF WRK-PEDIDO-ACHADO = 'N'
               DISPLAY 'PEDIDO ' WRK-PEDIDO-BUSCA
                       ' NAO ENCONTRADO NO SHIPMAST NEM NO SHIPARCH'
           ELSE
               PERFORM 400000-EXIBIR-HISTORICO
               PERFORM 450000-EXIBIR-FATURAMENTO
           END-IF.

      *>*********************************************
       310000-PROCURAR-PEDIDO.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 600000-ABRIR-EXPEDICOES.
           PERFORM 320000-LER-PEDIDO
               UNTIL WRK-FIM-LEITURA = 'S'.
           PERFORM 620000-FECHAR-EXPEDICOES.

      *>*********************************************
       320000-LER-PEDIDO.
      *>*********************************************
           PERFORM 610000-LER-EXPEDICAO.
           IF WRK-FIM-LEITURA = 'N'
               AND FS-PEDIDO = WRK-PEDIDO-BUSCA
               MOVE 'S' TO WRK-PEDIDO-ACHADO
               MOVE WRK-ORIGEM-LEITURA TO WRK-ORIGEM-ACHADO
               PERFORM 330000-EXIBIR-COTACAO
               MOVE 'S' TO WRK-FIM-LEITURA
           END-IF.

      *>*********************************************
       330000-EXIBIR-COTACAO.
      *>*********************************************
           IF FS-VALOR-MERCADORIA NUMERIC
               MOVE FS-VALOR-MERCADORIA TO WRK-VALOR-MERC
           ELSE
               MOVE ZEROS TO WRK-VALOR-MERC
           END-IF.
           IF FS-SEGURO NUMERIC
               MOVE FS-SEGURO TO WRK-VALOR-SEGURO
           ELSE
               MOVE ZEROS TO WRK-VALOR-SEGURO
           END-IF.
           MOVE FS-SITUACAO TO WRK-COD-SITUACAO.
           PERFORM 500000-DESCREVER-SITUACAO.

           DISPLAY ' '.
           DISPLAY '------------------------------------------'.
           IF WRK-ORIGEM-ACHADO = 'A'
               DISPLAY 'PEDIDO ' FS-PEDIDO ' (ARQUIVO MORTO)'
           ELSE
               DISPLAY 'PEDIDO ' FS-PEDIDO
           END-IF.
           DISPLAY 'CLIENTE.............: ' FS-CLIENTE.
           DISPLAY 'DATA DO PEDIDO......: ' FS-DATA-PEDIDO.
           DISPLAY 'UF DE DESTINO.......: ' FS-UF
                   '   ZONA: ' FS-ZONA.
           DISPLAY 'PESO TARIFAVEL......: ' FS-PESO-TARIFAVEL
                   '   VOLUMES: ' FS-QTD-VOLUMES.
           MOVE FS-FRETE TO CE-VALOR-EDITADO.
           DISPLAY 'FRETE COTADO........: ' CE-VALOR-EDITADO.
           MOVE WRK-VALOR-SEGURO TO CE-VALOR-EDITADO.
           DISPLAY '  SEGURO INCLUSO....: ' CE-VALOR-EDITADO.
           MOVE WRK-VALOR-MERC TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR DA MERCADORIA.: ' CE-VALOR-EDITADO.
           IF FS-TARIFA-CONTRATO
               DISPLAY 'TARIFA..............: CONTRATO DO CLIENTE'
           ELSE
               DISPLAY 'TARIFA..............: TABELA POR UF'
           END-IF.
           IF FS-TRANSPORTADORA = SPACES
               DISPLAY 'TRANSPORTADORA......: NAO ATRIBUIDA'
           ELSE
               DISPLAY 'TRANSPORTADORA......: ' FS-TRANSPORTADORA
           END-IF.
           IF FS-CARGA NUMERIC AND FS-CARGA > 0
               DISPLAY 'CARGA (ROMANEIO)....: ' FS-CARGA
           ELSE
               DISPLAY 'CARGA (ROMANEIO)....: SEM CARGA'
           END-IF.
           DISPLAY 'PRAZO (DIAS)........: ' FS-PRAZO.
           DISPLAY 'ENTREGA PROMETIDA...: ' FS-DATA-ENTREGA-PREV.
           DISPLAY 'SITUACAO ATUAL......: ' WRK-DESC-SITUACAO
                   ' DESDE ' FS-DATA-SITUACAO.

      *>*********************************************
       400000-EXIBIR-HISTORICO.
      *>*********************************************
      *>   TODA TRANSACAO APLICADA PELO SHIPSTAT, NA ORDEM EM QUE FOI
      *>   APLICADA (O SHIPHIST SO RECEBE ACRESCIMO)
           DISPLAY 'HISTORICO DE SITUACAO E OCORRENCIAS:'.
           MOVE ZEROS TO WRK-QTD-EVENTOS.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT SHIPHIST.
           IF WRK-SHIPHIST-STATUS = '00'
               PERFORM 410000-LER-EVENTO
                   UNTIL WRK-FIM-LEITURA = 'S'
               CLOSE SHIPHIST
           END-IF.
           IF WRK-QTD-EVENTOS = 0
               DISPLAY '  NENHUMA MUDANCA DE SITUACAO REGISTRADA'
           END-IF.

      *>*********************************************
       410000-LER-EVENTO.
      *>*********************************************
           READ SHIPHIST
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
               NOT AT END
                   IF HS-PEDIDO = WRK-PEDIDO-BUSCA
                       ADD 1 TO WRK-QTD-EVENTOS
                       PERFORM 420000-EXIBIR-EVENTO
                   END-IF
           END-READ.

      *>*********************************************
       420000-EXIBIR-EVENTO.
      *>*********************************************
           EVALUATE TRUE
               WHEN HS-PARA-EXPEDIDO
                   MOVE 'EXPEDIDO'                 TO WRK-DESC-EVENTO
               WHEN HS-PARA-ENTREGUE
                   MOVE 'ENTREGUE'                 TO WRK-DESC-EVENTO
               WHEN HS-OCOR-RECUSA
                   MOVE 'OCORRENCIA: RECUSA'       TO WRK-DESC-EVENTO
               WHEN HS-OCOR-ENDERECO
                   MOVE 'OCORRENCIA: ENDERECO'     TO WRK-DESC-EVENTO
               WHEN HS-OCOR-AVARIA
                   MOVE 'OCORRENCIA: AVARIA'       TO WRK-DESC-EVENTO
               WHEN HS-OCOR-EXTRAVIO
                   MOVE 'OCORRENCIA: EXTRAVIO'     TO WRK-DESC-EVENTO
               WHEN OTHER
                   MOVE HS-SITUACAO-NOVA           TO WRK-DESC-EVENTO
           END-EVALUATE.
           IF HS-MOTIVO = SPACES
               DISPLAY '  ' HS-DATA ' ' WRK-DESC-EVENTO
           ELSE
               DISPLAY '  ' HS-DATA ' ' WRK-DESC-EVENTO
                       ' MOTIVO ' HS-MOTIVO
           END-IF.

      *>*********************************************
       450000-EXIBIR-FATURAMENTO.
      *>*********************************************
      *>   TITULO DE FRETE GERADO PELO FRETEFAT E EVENTUAL CREDITO DE
      *>   SINISTRO GERADO PELO RECEBPAG PARA O MESMO PEDIDO
           DISPLAY 'FATURAMENTO / CONTAS A RECEBER:'.
           MOVE ZEROS TO WRK-QTD-TITULOS.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT CONTAREC.
           IF WRK-CONTAREC-STATUS = '00'
               PERFORM 460000-LER-TITULO
                   UNTIL WRK-FIM-LEITURA = 'S'
               CLOSE CONTAREC
           END-IF.
           IF WRK-QTD-TITULOS = 0
               DISPLAY '  PEDIDO AINDA NAO FATURADO'
           END-IF.
           DISPLAY '------------------------------------------'.

      *>*********************************************
       460000-LER-TITULO.
      *>*********************************************
           READ CONTAREC
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
               NOT AT END
                   IF AR-PEDIDO = WRK-PEDIDO-BUSCA
                       ADD 1 TO WRK-QTD-TITULOS
                       PERFORM 470000-EXIBIR-TITULO
                   END-IF
           END-READ.

      *>*********************************************
       470000-EXIBIR-TITULO.
      *>*********************************************
           IF AR-ICMS NUMERIC
               MOVE AR-ICMS TO WRK-VALOR-ICMS
           ELSE
               MOVE ZEROS TO WRK-VALOR-ICMS
           END-IF.
           IF AR-CREDITO
               DISPLAY '  CREDITO AO CLIENTE (SINISTRO) LANCADO EM '
                       AR-DATA-EMISSAO
           ELSE
               DISPLAY '  FATURADO EM ' AR-DATA-EMISSAO
                       ' VENCIMENTO ' AR-VENCIMENTO
           END-IF.
           MOVE AR-VALOR TO CE-VALOR-EDITADO.
           DISPLAY '    VALOR............: ' CE-VALOR-EDITADO.
           IF AR-TITULO
               MOVE WRK-VALOR-ICMS TO CE-VALOR-EDITADO
               DISPLAY '    ICMS INCLUSO.....: ' CE-VALOR-EDITADO
           END-IF.
           MOVE AR-VALOR-PAGO TO CE-VALOR-EDITADO.
           IF AR-CREDITO
               DISPLAY '    JA COMPENSADO....: ' CE-VALOR-EDITADO
           ELSE
               DISPLAY '    JA RECEBIDO......: ' CE-VALOR-EDITADO
           END-IF.
           IF AR-PAGO
               DISPLAY '    SITUACAO.........: QUITADO EM '
                       AR-DATA-BAIXA
           ELSE
               IF AR-VALOR > AR-VALOR-PAGO
                   COMPUTE WRK-SALDO-TITULO = AR-VALOR - AR-VALOR-PAGO
               ELSE
                   MOVE ZEROS TO WRK-SALDO-TITULO
               END-IF
               MOVE WRK-SALDO-TITULO TO CE-VALOR-EDITADO
               DISPLAY '    SITUACAO.........: EM ABERTO - SALDO '
                       CE-VALOR-EDITADO
           END-IF.
           IF AR-ESTAGIO-COBRANCA NUMERIC
               AND AR-ESTAGIO-COBRANCA > 0
               EVALUATE TRUE
                   WHEN AR-LEMBRETE
                       DISPLAY '    COBRANCA.........: LEMBRETE EM '
                               AR-DATA-AVISO
                   WHEN AR-NOTIFICACAO
                       DISPLAY '    COBRANCA.........: NOTIFICACAO '
                               'EM ' AR-DATA-AVISO
                   WHEN OTHER
                       DISPLAY '    COBRANCA.........: AVISO FINAL '
                               'EM ' AR-DATA-AVISO
               END-EVALUATE
           END-IF.
           IF AR-NEGATIVADO
               DISPLAY '    BIRO DE CREDITO..: NEGATIVADO EM '
                       AR-DATA-NEGATIVACAO
           END-IF.
           IF AR-NEGATIV-RETIRADA
               DISPLAY '    BIRO DE CREDITO..: RETIRADO EM '
                       AR-DATA-NEGATIVACAO
           END-IF.

      *>*********************************************
       500000-DESCREVER-SITUACAO.
      *>*********************************************
           EVALUATE WRK-COD-SITUACAO
               WHEN 'C'
                   MOVE 'COTADO'              TO WRK-DESC-SITUACAO
               WHEN 'E'
                   MOVE 'EXPEDIDO'            TO WRK-DESC-SITUACAO
               WHEN 'G'
                   MOVE 'ENTREGUE'            TO WRK-DESC-SITUACAO
               WHEN 'O'
                   MOVE 'RETORNO EM TRATAM.'  TO WRK-DESC-SITUACAO
               WHEN 'S'
                   MOVE 'SINISTRO'            TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE WRK-COD-SITUACAO      TO WRK-DESC-SITUACAO
           END-EVALUATE.

      *>*********************************************
       600000-ABRIR-EXPEDICOES.
      *>*********************************************
      *>   O ARQUIVO MORTO E LIDO COM O CADASTRO DE TRABALHO ABERTO,
      *>   NA MESMA AREA DE REGISTRO (MESMO LAYOUT FRETESHP)
           OPEN INPUT SHIPMAST.
           IF WRK-SHIPMAST-STATUS NOT = '00'
               DISPLAY 'SHIPMAST INDISPONIVEL - STATUS '
                       WRK-SHIPMAST-STATUS
               MOVE 'S' TO WRK-FIM-LEITURA
           ELSE
               IF WRK-LENDO-SHIPARCH
                   OPEN INPUT SHIPARCH
                   IF WRK-SHIPARCH-STATUS NOT = '00'
                       MOVE 'S' TO WRK-FIM-LEITURA
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       610000-LER-EXPEDICAO.
      *>*********************************************
           IF WRK-LENDO-SHIPARCH
               READ SHIPARCH
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
                   NOT AT END
                       MOVE SHIPARCH-REGISTRO TO FS-REGISTRO
               END-READ
           ELSE
               READ SHIPMAST
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
           END-IF.

      *>*********************************************
       620000-FECHAR-EXPEDICOES.
      *>*********************************************
           IF WRK-SHIPMAST-STATUS = '00' OR WRK-SHIPMAST-STATUS = '10'
               CLOSE SHIPMAST
           END-IF.
           IF WRK-LENDO-SHIPARCH
               AND (WRK-SHIPARCH-STATUS = '00'
                   OR WRK-SHIPARCH-STATUS = '10')
               CLOSE SHIPARCH
           END-IF.
