      *>              EXTRAVIO MOVEM PARA SINISTRO ('S'). O AGING
      *>              PASSA A SEPARAR O ATRASO DE VERDADE DA ENTREGA
      *>              FRUSTRADA EM TRATAMENTO
      *> 15/10/2026 - AVARIA/EXTRAVIO ABREM AUTOMATICAMENTE O SINISTRO
      *>              NO CADASTRO SINISTRO (TRANSPORTADORA, CLIENTE,
      *>              VALOR DA MERCADORIA DO SHIPMAST, DATA DA
      *>              OCORRENCIA), GRAVADO JUNTO COM A REGRAVACAO DO
      *>              SHIPMAST - CADASTRO PRESERVADO NAO ABRE SINISTRO
      *>              QUE A RERODADA ABRIRIA DE NOVO. O REGISTRO DO
      *>              SHIPMAST/SHIPARCH CRESCEU PARA 85 POSICOES
      *> 15/10/2026 - TODA TRANSACAO APLICADA AO SHIPMAST (MUDANCA DE
      *>              SITUACAO OU OCORRENCIA, COM DATA, MOTIVO E
      *>              SITUACAO ANTERIOR) E ACRESCENTADA AO HISTORICO
      *>              PERMANENTE SHIPHIST, CONSULTADO PELO RASTREIO
      *> 15/10/2026 - REGISTRO DO SHIPMAST/SHIPARCH CRESCEU PARA 108
      *>              POSICOES (PESO REAL, CUBAGEM E NUMERO DA CARGA)
      *> 15/10/2026 - SINISTRO PASSA A SER ABERTO ANTES DA GRAVACAO DA
      *>              EXPEDICAO, COM O REGISTRO AINDA MONTADO - DEPOIS
      *>              DO WRITE A AREA DO REGISTRO NAO E CONFIAVEL
      *> 15/10/2026 - COM A TABELA TRANSBORDADA O SHIPMAST PRESERVADO
      *>              TAMBEM E FECHADO (FICAVA ABERTO ATE O FIM)
      *> ---------------------------------------------------------
      *>**********************************
      *> AREA DE COMENTARIOS
           SELECT SHIPARCH ASSIGN TO "SHIPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPARCH-STATUS.
           SELECT SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINISTRO-STATUS.
           SELECT SHIPHIST ASSIGN TO "SHIPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPHIST-STATUS.
           SELECT AGINGRPT ASSIGN TO "AGINGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGINGRPT-STATUS.
           COPY "FRETEORD.CPY" IN 'COPYBOOKS'.
       FD  SHIPARCH
           RECORDING MODE IS F.
       01  SHIPARCH-REGISTRO        PIC X(108).
       FD  SINISTRO.
           COPY "SINISTRO.CPY" IN 'COPYBOOKS'.
       FD  SHIPHIST.
           COPY "SHIPHIST.CPY" IN 'COPYBOOKS'.
       FD  AGINGRPT
           RECORDING MODE IS F.
       01  AGINGRPT-LINHA           PIC X(80).
       77 WRK-QTD-ATRASADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-SHIPARCH-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RETORD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SINISTRO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SHIPHIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SITUACAO-ANTES  PIC X(01) VALUE SPACES.
       77 WRK-QTD-HISTORICO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SINISTROS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RETORNOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FRUSTRADAS  PIC 9(04) VALUE ZEROS.
               10  WRK-EX-DATA-PREV   PIC 9(08).
               10  WRK-EX-SITUACAO    PIC X(01).
               10  WRK-EX-DATA-SIT    PIC 9(08).
               10  WRK-EX-RESTO       PIC X(59).
               10  WRK-EX-SINISTRO    PIC X(01).
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
                           TO WRK-EX-SITUACAO (WRK-QTD-EXPEDICOES)
                       MOVE FS-DATA-SITUACAO
                           TO WRK-EX-DATA-SIT (WRK-QTD-EXPEDICOES)
                       MOVE FS-REGISTRO (50:59)
                           TO WRK-EX-RESTO (WRK-QTD-EXPEDICOES)
                       MOVE SPACE
                           TO WRK-EX-SINISTRO (WRK-QTD-EXPEDICOES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
               DISPLAY 'TRANSACAO PARA PEDIDO NAO COTADO: ' SH-PEDIDO
           ELSE
               MOVE WRK-IDX-EXP-ACHADA TO WRK-IDX-EXP
               MOVE WRK-EX-SITUACAO (WRK-IDX-EXP) TO WRK-SITUACAO-ANTES
               EVALUATE TRUE
      *>           SO AVANCA NA ORDEM DO CICLO: COTADO VIRA EXPEDIDO,
      *>           EXPEDIDO VIRA ENTREGUE - O RESTO E REJEITADO
      *>           OCORRENCIA DE ENTREGA SO VALE SOBRE PEDIDO
      *>           EXPEDIDO: RECUSA/ENDERECO VIRAM RETORNO ('O') COM
      *>           PEDIDO DE LOGISTICA REVERSA, AVARIA/EXTRAVIO VIRAM
      *>           SINISTRO ('S'), QUE ABRE O PROCESSO NO CADASTRO
      *>           SINISTRO NA REGRAVACAO (410000)
                   WHEN (SH-OCOR-RECUSA OR SH-OCOR-ENDERECO)
                       AND WRK-EX-SITUACAO (WRK-IDX-EXP) = 'E'
                       MOVE 'O' TO WRK-EX-SITUACAO (WRK-IDX-EXP)
                       AND WRK-EX-SITUACAO (WRK-IDX-EXP) = 'E'
                       MOVE 'S' TO WRK-EX-SITUACAO (WRK-IDX-EXP)
                       MOVE SH-DATA TO WRK-EX-DATA-SIT (WRK-IDX-EXP)
                       MOVE SH-SITUACAO-NOVA
                           TO WRK-EX-SINISTRO (WRK-IDX-EXP)
                       ADD 1 TO WRK-QTD-APLICADAS
                       ADD 1 TO WRK-QTD-OCORRENCIAS
                   WHEN OTHER
                               WRK-EX-SITUACAO (WRK-IDX-EXP)
                               ' PARA ' SH-SITUACAO-NOVA
               END-EVALUATE
               IF WRK-EX-SITUACAO (WRK-IDX-EXP) NOT =
                       WRK-SITUACAO-ANTES
                   PERFORM 330000-GRAVAR-HISTORICO
               END-IF
           END-IF.

      *>*********************************************
       330000-GRAVAR-HISTORICO.
      *>*********************************************
      *>   COM A TABELA TRANSBORDADA O CADASTRO NAO E REGRAVADO E A
      *>   TRANSACAO NAO VALE - NADA VAI PARA O HISTORICO
           IF WRK-TABELA-CHEIA = 'N'
               OPEN EXTEND SHIPHIST
               IF WRK-SHIPHIST-STATUS NOT = '00'
                   OPEN OUTPUT SHIPHIST
               END-IF
               MOVE SPACES             TO HS-REGISTRO
               MOVE SH-PEDIDO          TO HS-PEDIDO
               MOVE SH-SITUACAO-NOVA   TO HS-SITUACAO-NOVA
               MOVE SH-DATA            TO HS-DATA
               MOVE SH-MOTIVO          TO HS-MOTIVO
               MOVE WRK-SITUACAO-ANTES TO HS-SITUACAO-ANTERIOR
               MOVE WRK-HOJE           TO HS-DATA-APLICACAO
               WRITE HS-REGISTRO
               CLOSE SHIPHIST
               ADD 1 TO WRK-QTD-HISTORICO
           END-IF.

      *>*********************************************
      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   O CADASTRO FICA INTACTO E A RODADA TERMINA COM RC 4
           IF WRK-TABELA-CHEIA = 'S'
               CLOSE SHIPMAST
               DISPLAY 'SHIPMAST COM MAIS DE 1000 PEDIDOS - CADASTRO '
                       'PRESERVADO SEM APLICAR TRANSACOES NEM '
                       'ARQUIVAR ENTREGUES'
               MOVE WRK-EX-DATA-SIT (WRK-IDX-EXP)
                   TO FS-DATA-SITUACAO
               MOVE WRK-EX-RESTO (WRK-IDX-EXP)
                   TO FS-REGISTRO (50:59)
               IF WRK-EX-SINISTRO (WRK-IDX-EXP) NOT = SPACE
                   PERFORM 420000-ABRIR-SINISTRO
               END-IF
               IF WRK-EX-SITUACAO (WRK-IDX-EXP) = 'G'
                   AND WRK-EX-DATA-SIT (WRK-IDX-EXP) <
                       WRK-DATA-CORTE-ARQ
           CLOSE SHIPMAST.
           CLOSE SHIPARCH.

      *>*********************************************
       420000-ABRIR-SINISTRO.
      *>*********************************************
      *>   O PROCESSO NASCE ABERTO, RECLAMANDO DA TRANSPORTADORA O
      *>   VALOR DA MERCADORIA - EXPEDICAO ANTERIOR AO CAMPO ABRE
      *>   COM ZERO E O SUPERVISOR INFORMA O VALOR NA APROVACAO
           ADD 1 TO WRK-QTD-SINISTROS.
           OPEN EXTEND SINISTRO.
           IF WRK-SINISTRO-STATUS NOT = '00'
               OPEN OUTPUT SINISTRO
           END-IF.
           MOVE SPACES             TO SN-REGISTRO.
           MOVE FS-PEDIDO          TO SN-PEDIDO.
           MOVE FS-TRANSPORTADORA  TO SN-TRANSPORTADORA.
           IF FS-CLIENTE NUMERIC
               MOVE FS-CLIENTE     TO SN-CLIENTE
           ELSE
               MOVE ZEROS          TO SN-CLIENTE
           END-IF.
           MOVE WRK-EX-SINISTRO (WRK-IDX-EXP) TO SN-OCORRENCIA.
           IF FS-VALOR-MERCADORIA NUMERIC
               MOVE FS-VALOR-MERCADORIA TO SN-VALOR
           ELSE
               MOVE ZEROS          TO SN-VALOR
           END-IF.
           MOVE ZEROS              TO SN-VALOR-DESCONTADO.
           MOVE 'A'                TO SN-SITUACAO.
           MOVE FS-DATA-SITUACAO   TO SN-DATA-ABERTURA.
           MOVE ZEROS              TO SN-DATA-DECISAO.
           MOVE ZEROS              TO SN-DATA-LIQUIDACAO.
           MOVE 'N'                TO SN-CREDITO-CLIENTE.
           MOVE ZEROS              TO SN-DATA-CREDITO.
           WRITE SN-REGISTRO.
           CLOSE SINISTRO.
           DISPLAY 'SINISTRO ABERTO - PEDIDO ' SN-PEDIDO
                   ' TRANSPORTADORA ' SN-TRANSPORTADORA.

      *>*********************************************
       500000-EMITIR-AGING.
      *>*********************************************
           DISPLAY 'PEDIDOS EM ATRASO.....: ' WRK-QTD-ATRASADOS.
           DISPLAY 'OCORRENCIAS DE ENTREGA: ' WRK-QTD-OCORRENCIAS.
           DISPLAY 'RETORNOS GERADOS......: ' WRK-QTD-RETORNOS.
           DISPLAY 'SINISTROS ABERTOS.....: ' WRK-QTD-SINISTROS.
           DISPLAY 'FRUSTRADAS EM TRATO...: ' WRK-QTD-FRUSTRADAS.
           DISPLAY 'ENTREGUES ARQUIVADOS..: ' WRK-QTD-ARQUIVADOS.
           DISPLAY 'GRAVADAS NO SHIPHIST..: ' WRK-QTD-HISTORICO.
           DISPLAY '========================='.

           IF WRK-QTD-ATRASADOS > 0 OR WRK-QTD-REJEITADAS > 0
