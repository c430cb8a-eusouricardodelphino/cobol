       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCONS.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = CONSULTA CONSOLIDADA DAS TRILHAS DE AUDITORIA
      *> PARA A AUDITORIA INTERNA ("QUEM MUDOU O SALARIO DA MATRICULA
      *> 001234 E QUEM APROVOU"): PESQUISA JUNTAS AS TRILHAS EMPAUDIT
      *> (EMPMANUT), CLIAUDIT (CLIMANUT), PARMAUDT (PARMGER APLICADO
      *> PELO APROVMNT), A FILA DE DUPLO CONTROLE PENDAPRV E O LOG DE
      *> SEGURANCA SECAUDIT, POR USUARIO, POR CHAVE DO REGISTRO
      *> (MATRICULA, CLIENTE OU PROGRAMA/CHAVE DE PARAMETRO) E POR
      *> PERIODO, E EMITE UMA LINHA DO TEMPO UNICA EM ORDEM DE DATA E
      *> HORA COM O VALOR ANTES/DEPOIS E A APROVACAO DE CADA MUDANCA:
      *> PARA O PARMGER, O SOLICITANTE E O APROVADOR DA PENDAPRV;
      *> PARA O EMPFILE E O CLIMAST (SEM DUPLO CONTROLE), O ACESSO
      *> AUTORIZADO PELO GATE AUTORIZA NO SECAUDIT QUE PRECEDEU A
      *> GRAVACAO. O SECAUDIT SO ENTRA COMO EVENTO PROPRIO QUANDO A
      *> PESQUISA NAO E POR CHAVE. CONSULTA NA TELA PELO MENU OU
      *> RELATORIO EM LOTE (AUDRPT) COM A CREDENCIAL DO BATCHID E OS
      *> FILTROS NO SYSIN. SO CONSULTA; PROTEGIDO PELO GATE AUTORIZA.
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
           SELECT EMPAUDIT ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPAUDIT-STATUS.
           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIAUDIT-STATUS.
           SELECT PARMAUDT ASSIGN TO "PARMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMAUDT-STATUS.
           SELECT PENDAPRV ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDAPRV-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
           SELECT BATCHID ASSIGN TO "BATCHID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHID-STATUS.
           SELECT AUDRPT ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPAUDIT.
           COPY "EMPAUDIT.CPY" IN 'COPYBOOKS'.
       FD  CLIAUDIT.
           COPY "CLIAUDIT.CPY" IN 'COPYBOOKS'.
       FD  PARMAUDT.
           COPY "PARMAUDT.CPY" IN 'COPYBOOKS'.
       FD  PENDAPRV.
           COPY "PENDAPRV.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       FD  BATCHID.
           COPY "BATCHID.CPY" IN 'COPYBOOKS'.
       FD  AUDRPT
           RECORDING MODE IS F.
       01  AUDRPT-LINHA             PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-EMPAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLIAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMAUDT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PENDAPRV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHID-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-AUDRPT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-MODO-LOTE        PIC X(01) VALUE 'N'.
           88 WRK-EM-LOTE          VALUE 'S'.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
      *>   FILTROS DA PESQUISA - BRANCO/ZERO = SEM FILTRO
       77 WRK-FILTRO-USUARIO   PIC X(20) VALUE SPACES.
       77 WRK-TIPO-CHAVE       PIC X(01) VALUE SPACES.
           88 WRK-CHAVE-MATRICULA  VALUE 'M'.
           88 WRK-CHAVE-CLIENTE    VALUE 'C'.
           88 WRK-CHAVE-PARAMETRO  VALUE 'P'.
           88 WRK-SEM-CHAVE        VALUE ' '.
       77 WRK-FILTRO-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-FILTRO-CLIENTE   PIC 9(06) VALUE ZEROS.
       77 WRK-FILTRO-PARM-PROG PIC X(20) VALUE SPACES.
       77 WRK-FILTRO-PARM-CHAV PIC X(15) VALUE SPACES.
       77 WRK-DATA-INICIAL     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL       PIC 9(08) VALUE ZEROS.
       77 WRK-FILTROS-VALIDOS  PIC X(01) VALUE 'S'.
      *>   CANDIDATO A EVENTO, CONFERIDO CONTRA OS FILTROS
       77 WRK-CAND-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-CAND-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-CAND-USUARIO-2   PIC X(20) VALUE SPACES.
       77 WRK-SELECIONADO      PIC X(01) VALUE 'N'.
       77 WRK-QTD-EVENTOS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EVENTO       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EVENTO2      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS     PIC 9(04) VALUE ZEROS.
       77 WRK-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-DESPREZADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-CASOU            PIC X(01) VALUE 'N'.
       77 WRK-TROCA            PIC X(01) VALUE 'N'.
       77 WRK-VALOR-PARM-ED    PIC -ZZZ.ZZ9,9999.
       77 WRK-DATA-ED          PIC X(10) VALUE SPACES.
       77 WRK-HORA-ED          PIC X(08) VALUE SPACES.
       01 WRK-DATA-AUX.
           05  WRK-DA-ANO             PIC 9(04).
           05  WRK-DA-MES             PIC 9(02).
           05  WRK-DA-DIA             PIC 9(02).
       01 WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       01 WRK-HORA-AUX.
           05  WRK-HA-HORA            PIC 9(02).
           05  WRK-HA-MINUTO          PIC 9(02).
           05  WRK-HA-SEGUNDO         PIC 9(02).
           05  WRK-HA-CENTESIMO       PIC 9(02).
       01 WRK-HORA-AUX-NUM REDEFINES WRK-HORA-AUX PIC 9(08).
      *>   LINHA DO TEMPO - DATA E HORA NA FRENTE DO ITEM PARA A
      *>   ORDENACAO; OS CAMPOS DO FIM SO SERVEM PARA CASAR A
      *>   MUDANCA COM A APROVACAO
       01 WRK-TABELA-EVENTOS.
           05  WRK-EVENTO OCCURS 2000 TIMES.
               10  WRK-EV-DATA        PIC 9(08).
               10  WRK-EV-HORA        PIC 9(08).
               10  WRK-EV-ORIGEM      PIC X(08).
               10  WRK-EV-USUARIO     PIC X(20).
               10  WRK-EV-ACAO        PIC X(15).
               10  WRK-EV-CHAVE       PIC X(35).
               10  WRK-EV-ANTES       PIC X(19).
               10  WRK-EV-DEPOIS      PIC X(19).
               10  WRK-EV-DETALHE     PIC X(30).
               10  WRK-EV-APROVACAO   PIC X(60).
               10  WRK-EV-SOLICITANTE PIC X(20).
               10  WRK-EV-PROG-GATE   PIC X(08).
               10  WRK-EV-PARM-PROG   PIC X(20).
               10  WRK-EV-PARM-CHAVE  PIC X(15).
               10  WRK-EV-VIGENCIA    PIC 9(08).
               10  WRK-EV-VALOR       PIC S9(06)V9(04).
       01 WRK-TROCA-AREA            PIC X(303).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO
               PERFORM 100000-OBTER-FILTROS
               IF WRK-FILTROS-VALIDOS = 'S'
                   PERFORM 200000-LER-EMPAUDIT
                   PERFORM 250000-LER-CLIAUDIT
                   PERFORM 300000-LER-PARMAUDT
                   PERFORM 350000-LER-PENDAPRV
                   PERFORM 400000-LER-SECAUDIT
                   PERFORM 450000-FILTRAR-PARAMETROS
                   PERFORM 500000-ORDENAR-EVENTOS
                   PERFORM 600000-EMITIR-LINHA-TEMPO
                   PERFORM 700000-FINALIZAR
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
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
           OPEN INPUT BATCHID
           IF WRK-BATCHID-STATUS = '00'
               DISPLAY 'ARQUIVO BATCHID ENCONTRADO - CREDENCIAL DE LOTE'
               MOVE 'S' TO WRK-MODO-LOTE
               READ BATCHID
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BI-USUARIO TO WRK-USUARIO-ACESSO
                       IF BI-TOKEN NOT = SPACES
                           MOVE BI-TOKEN TO WRK-SENHA-ACESSO
                       ELSE
                           MOVE BI-SENHA TO WRK-SENHA-ACESSO
                       END-IF
               END-READ
               CLOSE BATCHID
           ELSE
               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO-ACESSO

               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA-ACESSO
           END-IF
           END-IF.

           MOVE 'AUDCONS' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-OBTER-FILTROS.
      *>*********************************************
      *>   EM LOTE AS RESPOSTAS VEM DO SYSIN, NA MESMA ORDEM
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY ' '.
           DISPLAY '====== CONSULTA DAS TRILHAS DE AUDITORIA ======'.
           DISPLAY 'USUARIO (BRANCO = TODOS)..'.
           ACCEPT WRK-FILTRO-USUARIO.
           DISPLAY 'CHAVE: M=MATRICULA C=CLIENTE P=PARAMETRO '
                   'BRANCO=SEM CHAVE..'.
           ACCEPT WRK-TIPO-CHAVE.
           EVALUATE TRUE
               WHEN WRK-CHAVE-MATRICULA
                   DISPLAY 'MATRICULA..'
                   ACCEPT WRK-FILTRO-MATRICULA
               WHEN WRK-CHAVE-CLIENTE
                   DISPLAY 'CODIGO DO CLIENTE..'
                   ACCEPT WRK-FILTRO-CLIENTE
               WHEN WRK-CHAVE-PARAMETRO
                   DISPLAY 'PROGRAMA DO PARAMETRO..'
                   ACCEPT WRK-FILTRO-PARM-PROG
                   DISPLAY 'CHAVE DO PARAMETRO (BRANCO = TODAS)..'
                   ACCEPT WRK-FILTRO-PARM-CHAV
               WHEN WRK-SEM-CHAVE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE CHAVE INVALIDO'
                   MOVE 'N' TO WRK-FILTROS-VALIDOS
           END-EVALUATE.
           DISPLAY 'DATA INICIAL AAAAMMDD (ZEROS = SEM LIMITE)..'.
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'DATA FINAL AAAAMMDD (ZEROS = ATE HOJE)..'.
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL = ZEROS
               MOVE WRK-HOJE TO WRK-DATA-FINAL
           END-IF.
           IF WRK-DATA-INICIAL > WRK-DATA-FINAL
               DISPLAY 'PERIODO INVALIDO - DATA INICIAL DEPOIS DA '
                       'FINAL'
               MOVE 'N' TO WRK-FILTROS-VALIDOS
           END-IF.

      *>*********************************************
       110000-FILTRAR-DATA.
      *>*********************************************
           MOVE 'S' TO WRK-SELECIONADO.
           IF WRK-CAND-DATA < WRK-DATA-INICIAL
              OR WRK-CAND-DATA > WRK-DATA-FINAL
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.

      *>*********************************************
       115000-FILTRAR-USUARIO.
      *>*********************************************
      *>   VALE O USUARIO DE QUALQUER UMA DAS PONTAS DO EVENTO
           IF WRK-FILTRO-USUARIO NOT = SPACES
               IF WRK-CAND-USUARIO NOT = WRK-FILTRO-USUARIO
                  AND WRK-CAND-USUARIO-2 NOT = WRK-FILTRO-USUARIO
                   MOVE 'N' TO WRK-SELECIONADO
               END-IF
           END-IF.

      *>*********************************************
       150000-INCLUIR-EVENTO.
      *>*********************************************
      *>   ABRE UM ITEM NOVO NA LINHA DO TEMPO (WRK-IDX-EVENTO);
      *>   SEM ESPACO, WRK-IDX-EVENTO FICA ZERO E O EVENTO E CONTADO
      *>   COMO DESPREZADO
           IF WRK-QTD-EVENTOS < 2000
               ADD 1 TO WRK-QTD-EVENTOS
               MOVE WRK-QTD-EVENTOS TO WRK-IDX-EVENTO
               MOVE SPACES TO WRK-EVENTO (WRK-IDX-EVENTO)
               MOVE ZEROS  TO WRK-EV-DATA (WRK-IDX-EVENTO)
               MOVE ZEROS  TO WRK-EV-HORA (WRK-IDX-EVENTO)
               MOVE ZEROS  TO WRK-EV-VIGENCIA (WRK-IDX-EVENTO)
               MOVE ZEROS  TO WRK-EV-VALOR (WRK-IDX-EVENTO)
           ELSE
               MOVE ZEROS TO WRK-IDX-EVENTO
               MOVE 'S' TO WRK-TABELA-CHEIA
               ADD 1 TO WRK-QTD-DESPREZADOS
           END-IF.

      *>*********************************************
       200000-LER-EMPAUDIT.
      *>*********************************************
           IF WRK-SEM-CHAVE OR WRK-CHAVE-MATRICULA
               OPEN INPUT EMPAUDIT
               IF WRK-EMPAUDIT-STATUS = '00'
                   PERFORM 210000-TRATAR-EMPAUDIT
                       UNTIL WRK-EMPAUDIT-STATUS = '10'
                   CLOSE EMPAUDIT
               ELSE
                   DISPLAY 'EMPAUDIT INDISPONIVEL - STATUS '
                           WRK-EMPAUDIT-STATUS
               END-IF
           END-IF.

      *>*********************************************
       210000-TRATAR-EMPAUDIT.
      *>*********************************************
           READ EMPAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-DATA    TO WRK-CAND-DATA
                   MOVE EA-USUARIO TO WRK-CAND-USUARIO
                   MOVE SPACES     TO WRK-CAND-USUARIO-2
                   PERFORM 110000-FILTRAR-DATA
                   PERFORM 115000-FILTRAR-USUARIO
                   IF WRK-CHAVE-MATRICULA
                      AND EA-MATRICULA NOT = WRK-FILTRO-MATRICULA
                       MOVE 'N' TO WRK-SELECIONADO
                   END-IF
                   IF WRK-SELECIONADO = 'S'
                       PERFORM 150000-INCLUIR-EVENTO
                   END-IF
                   IF WRK-SELECIONADO = 'S' AND WRK-IDX-EVENTO > 0
                       MOVE EA-DATA    TO WRK-EV-DATA (WRK-IDX-EVENTO)
                       MOVE EA-HORA    TO WRK-EV-HORA (WRK-IDX-EVENTO)
                       MOVE 'EMPAUDIT' TO WRK-EV-ORIGEM (WRK-IDX-EVENTO)
                       MOVE EA-USUARIO
                           TO WRK-EV-USUARIO (WRK-IDX-EVENTO)
                       MOVE EA-ACAO    TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                       STRING 'MATRICULA ' EA-MATRICULA
                           DELIMITED BY SIZE
                           INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                       END-STRING
                       MOVE EA-SALARIO-ANTERIOR TO CE-VALOR-EDITADO
                       MOVE CE-VALOR-EDITADO
                           TO WRK-EV-ANTES (WRK-IDX-EVENTO)
                       MOVE EA-SALARIO-NOVO TO CE-VALOR-EDITADO
                       MOVE CE-VALOR-EDITADO
                           TO WRK-EV-DEPOIS (WRK-IDX-EVENTO)
                       STRING 'SALARIO - DEPTO ' EA-DETALHE
                           DELIMITED BY SIZE
                           INTO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                       END-STRING
                       MOVE 'EMPMANUT'
                           TO WRK-EV-PROG-GATE (WRK-IDX-EVENTO)
                       MOVE 'SEM ACESSO AUTORIZADO NO SECAUDIT'
                           TO WRK-EV-APROVACAO (WRK-IDX-EVENTO)
                   END-IF
           END-READ.

      *>*********************************************
       250000-LER-CLIAUDIT.
      *>*********************************************
           IF WRK-SEM-CHAVE OR WRK-CHAVE-CLIENTE
               OPEN INPUT CLIAUDIT
               IF WRK-CLIAUDIT-STATUS = '00'
                   PERFORM 260000-TRATAR-CLIAUDIT
                       UNTIL WRK-CLIAUDIT-STATUS = '10'
                   CLOSE CLIAUDIT
               ELSE
                   DISPLAY 'CLIAUDIT INDISPONIVEL - STATUS '
                           WRK-CLIAUDIT-STATUS
               END-IF
           END-IF.

      *>*********************************************
       260000-TRATAR-CLIAUDIT.
      *>*********************************************
           READ CLIAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CA-DATA    TO WRK-CAND-DATA
                   MOVE CA-USUARIO TO WRK-CAND-USUARIO
                   MOVE SPACES     TO WRK-CAND-USUARIO-2
                   PERFORM 110000-FILTRAR-DATA
                   PERFORM 115000-FILTRAR-USUARIO
                   IF WRK-CHAVE-CLIENTE
                      AND CA-CODIGO NOT = WRK-FILTRO-CLIENTE
                       MOVE 'N' TO WRK-SELECIONADO
                   END-IF
                   IF WRK-SELECIONADO = 'S'
                       PERFORM 150000-INCLUIR-EVENTO
                   END-IF
                   IF WRK-SELECIONADO = 'S' AND WRK-IDX-EVENTO > 0
                       MOVE CA-DATA    TO WRK-EV-DATA (WRK-IDX-EVENTO)
                       MOVE CA-HORA    TO WRK-EV-HORA (WRK-IDX-EVENTO)
                       MOVE 'CLIAUDIT' TO WRK-EV-ORIGEM (WRK-IDX-EVENTO)
                       MOVE CA-USUARIO
                           TO WRK-EV-USUARIO (WRK-IDX-EVENTO)
                       MOVE CA-ACAO    TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                       STRING 'CLIENTE ' CA-CODIGO
                           DELIMITED BY SIZE
                           INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                       END-STRING
                       MOVE CA-DETALHE
                           TO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                       MOVE 'CLIMANUT'
                           TO WRK-EV-PROG-GATE (WRK-IDX-EVENTO)
                       MOVE 'SEM ACESSO AUTORIZADO NO SECAUDIT'
                           TO WRK-EV-APROVACAO (WRK-IDX-EVENTO)
                   END-IF
           END-READ.

      *>*********************************************
       300000-LER-PARMAUDT.
      *>*********************************************
           IF WRK-SEM-CHAVE OR WRK-CHAVE-PARAMETRO
               OPEN INPUT PARMAUDT
               IF WRK-PARMAUDT-STATUS = '00'
                   PERFORM 310000-TRATAR-PARMAUDT
                       UNTIL WRK-PARMAUDT-STATUS = '10'
                   CLOSE PARMAUDT
               ELSE
                   DISPLAY 'PARMAUDT INDISPONIVEL - STATUS '
                           WRK-PARMAUDT-STATUS
               END-IF
           END-IF.

      *>*********************************************
       310000-TRATAR-PARMAUDT.
      *>*********************************************
      *>   PA-USUARIO E QUEM APLICOU (O APROVADOR); O FILTRO DE
      *>   USUARIO SO E APLICADO DEPOIS DE CASAR COM A PENDAPRV, QUE
      *>   TRAZ O SOLICITANTE (450000)
           READ PARMAUDT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PA-DATA TO WRK-CAND-DATA
                   PERFORM 110000-FILTRAR-DATA
                   IF WRK-CHAVE-PARAMETRO
                       IF PA-PROGRAMA NOT = WRK-FILTRO-PARM-PROG
                           MOVE 'N' TO WRK-SELECIONADO
                       END-IF
                       IF WRK-FILTRO-PARM-CHAV NOT = SPACES
                          AND PA-CHAVE NOT = WRK-FILTRO-PARM-CHAV
                           MOVE 'N' TO WRK-SELECIONADO
                       END-IF
                   END-IF
                   IF WRK-SELECIONADO = 'S'
                       PERFORM 150000-INCLUIR-EVENTO
                   END-IF
                   IF WRK-SELECIONADO = 'S' AND WRK-IDX-EVENTO > 0
                       MOVE PA-DATA    TO WRK-EV-DATA (WRK-IDX-EVENTO)
                       MOVE PA-HORA    TO WRK-EV-HORA (WRK-IDX-EVENTO)
                       MOVE 'PARMAUDT' TO WRK-EV-ORIGEM (WRK-IDX-EVENTO)
                       MOVE PA-USUARIO
                           TO WRK-EV-USUARIO (WRK-IDX-EVENTO)
                       MOVE 'ALTERA-PARM'
                           TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                       STRING PA-PROGRAMA DELIMITED BY SPACE
                              '/' DELIMITED BY SIZE
                              PA-CHAVE DELIMITED BY SPACE
                           INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                       END-STRING
                       MOVE PA-VALOR-ANTERIOR TO WRK-VALOR-PARM-ED
                       MOVE WRK-VALOR-PARM-ED
                           TO WRK-EV-ANTES (WRK-IDX-EVENTO)
                       MOVE PA-VALOR-NOVO TO WRK-VALOR-PARM-ED
                       MOVE WRK-VALOR-PARM-ED
                           TO WRK-EV-DEPOIS (WRK-IDX-EVENTO)
                       MOVE PA-DATA-VIGENCIA TO WRK-DATA-AUX-NUM
                       PERFORM 630000-FORMATAR-DATA
                       STRING 'VIGENCIA ' WRK-DATA-ED
                           DELIMITED BY SIZE
                           INTO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                       END-STRING
                       MOVE PA-PROGRAMA
                           TO WRK-EV-PARM-PROG (WRK-IDX-EVENTO)
                       MOVE PA-CHAVE
                           TO WRK-EV-PARM-CHAVE (WRK-IDX-EVENTO)
                       MOVE PA-DATA-VIGENCIA
                           TO WRK-EV-VIGENCIA (WRK-IDX-EVENTO)
                       MOVE PA-VALOR-NOVO
                           TO WRK-EV-VALOR (WRK-IDX-EVENTO)
                       STRING 'APLICADO POR ' DELIMITED BY SIZE
                              PA-USUARIO DELIMITED BY SPACE
                              ' - SEM SOLICITACAO NA PENDAPRV'
                              DELIMITED BY SIZE
                           INTO WRK-EV-APROVACAO (WRK-IDX-EVENTO)
                       END-STRING
                   END-IF
           END-READ.

      *>*********************************************
       350000-LER-PENDAPRV.
      *>*********************************************
           IF WRK-SEM-CHAVE OR WRK-CHAVE-PARAMETRO
               OPEN INPUT PENDAPRV
               IF WRK-PENDAPRV-STATUS = '00'
                   PERFORM 360000-TRATAR-PENDAPRV
                       UNTIL WRK-PENDAPRV-STATUS = '10'
                   CLOSE PENDAPRV
               ELSE
                   DISPLAY 'PENDAPRV INDISPONIVEL - STATUS '
                           WRK-PENDAPRV-STATUS
               END-IF
           END-IF.

      *>*********************************************
       360000-TRATAR-PENDAPRV.
      *>*********************************************
      *>   A FILA GUARDA SOLICITACAO E DECISAO NO MESMO REGISTRO: A
      *>   SOLICITACAO ENTRA NA LINHA DO TEMPO E A APROVACAO E
      *>   LEVADA A MUDANCA APLICADA NO PARMAUDT
           READ PENDAPRV
               AT END
                   CONTINUE
               NOT AT END
                   IF AV-ALVO-PARMGER AND AV-APROVADA
                       PERFORM 370000-CASAR-PARMAUDT
                   END-IF
                   MOVE AV-DATA          TO WRK-CAND-DATA
                   MOVE AV-USUARIO-SOLIC TO WRK-CAND-USUARIO
                   MOVE AV-USUARIO-APROV TO WRK-CAND-USUARIO-2
                   PERFORM 110000-FILTRAR-DATA
                   PERFORM 115000-FILTRAR-USUARIO
                   IF WRK-CHAVE-PARAMETRO
                       IF NOT AV-ALVO-PARMGER
                          OR AV-PROGRAMA NOT = WRK-FILTRO-PARM-PROG
                           MOVE 'N' TO WRK-SELECIONADO
                       END-IF
                       IF WRK-FILTRO-PARM-CHAV NOT = SPACES
                          AND AV-CHAVE NOT = WRK-FILTRO-PARM-CHAV
                           MOVE 'N' TO WRK-SELECIONADO
                       END-IF
                   END-IF
                   IF WRK-SELECIONADO = 'S'
                       PERFORM 150000-INCLUIR-EVENTO
                   END-IF
                   IF WRK-SELECIONADO = 'S' AND WRK-IDX-EVENTO > 0
                       PERFORM 380000-MONTAR-SOLICITACAO
                   END-IF
           END-READ.

      *>*********************************************
       370000-CASAR-PARMAUDT.
      *>*********************************************
      *>   A MUDANCA APLICADA E A PRIMEIRA AINDA SEM SOLICITANTE COM O
      *>   MESMO PROGRAMA/CHAVE/VIGENCIA/VALOR
           MOVE 'N' TO WRK-CASOU.
           PERFORM VARYING WRK-IDX-EVENTO2 FROM 1 BY 1
                   UNTIL WRK-IDX-EVENTO2 > WRK-QTD-EVENTOS
                      OR WRK-CASOU = 'S'
               IF WRK-EV-ORIGEM (WRK-IDX-EVENTO2) = 'PARMAUDT'
                  AND WRK-EV-SOLICITANTE (WRK-IDX-EVENTO2) = SPACES
                  AND WRK-EV-PARM-PROG (WRK-IDX-EVENTO2) = AV-PROGRAMA
                  AND WRK-EV-PARM-CHAVE (WRK-IDX-EVENTO2) = AV-CHAVE
                  AND WRK-EV-VIGENCIA (WRK-IDX-EVENTO2) = AV-VIGENCIA
                  AND WRK-EV-VALOR (WRK-IDX-EVENTO2) = AV-VALOR-NOVO
                   MOVE 'S' TO WRK-CASOU
                   MOVE AV-USUARIO-SOLIC
                       TO WRK-EV-SOLICITANTE (WRK-IDX-EVENTO2)
                   MOVE AV-DATA TO WRK-DATA-AUX-NUM
                   PERFORM 630000-FORMATAR-DATA
                   MOVE SPACES TO WRK-EV-APROVACAO (WRK-IDX-EVENTO2)
                   STRING 'SOLICITADO POR ' DELIMITED BY SIZE
                          AV-USUARIO-SOLIC DELIMITED BY SPACE
                          ' EM ' WRK-DATA-ED ' APROVADO POR '
                          DELIMITED BY SIZE
                          AV-USUARIO-APROV DELIMITED BY SPACE
                       INTO WRK-EV-APROVACAO (WRK-IDX-EVENTO2)
                   END-STRING
               END-IF
           END-PERFORM.

      *>*********************************************
       380000-MONTAR-SOLICITACAO.
      *>*********************************************
           MOVE AV-DATA    TO WRK-EV-DATA (WRK-IDX-EVENTO).
           MOVE AV-HORA    TO WRK-EV-HORA (WRK-IDX-EVENTO).
           MOVE 'PENDAPRV' TO WRK-EV-ORIGEM (WRK-IDX-EVENTO).
           MOVE AV-USUARIO-SOLIC TO WRK-EV-USUARIO (WRK-IDX-EVENTO).
           MOVE AV-USUARIO-SOLIC
               TO WRK-EV-SOLICITANTE (WRK-IDX-EVENTO).
           EVALUATE TRUE
               WHEN AV-ALVO-USRMAST
      *>           AV-PROGRAMA = USUARIO ALVO, AV-CHAVE = ACAO
                   MOVE AV-CHAVE TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                   STRING 'USUARIO ' AV-PROGRAMA
                       DELIMITED BY SIZE
                       INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                   END-STRING
                   MOVE AV-VALOR-NOVO TO WRK-VALOR-PARM-ED
                   MOVE WRK-VALOR-PARM-ED
                       TO WRK-EV-DEPOIS (WRK-IDX-EVENTO)
      *>           NA INCLUSAO AV-DETALHE E A SENHA INICIAL CIFRADA
                   IF AV-CHAVE = 'INCLUSAO'
                       MOVE 'SENHA INICIAL OMITIDA'
                           TO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                   ELSE
                       MOVE AV-DETALHE
                           TO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                   END-IF
               WHEN AV-ALVO-INDEXRT
                   MOVE 'CARGA-INDICE' TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                   STRING 'INDICE ' AV-PROGRAMA (1:8) ' '
                          AV-CHAVE
                       DELIMITED BY SIZE
                       INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                   END-STRING
                   MOVE AV-VALOR-NOVO TO WRK-VALOR-PARM-ED
                   MOVE WRK-VALOR-PARM-ED
                       TO WRK-EV-DEPOIS (WRK-IDX-EVENTO)
                   MOVE AV-DETALHE TO WRK-EV-DETALHE (WRK-IDX-EVENTO)
               WHEN OTHER
                   MOVE 'SOLICITA-PARM' TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                   STRING AV-PROGRAMA DELIMITED BY SPACE
                          '/' DELIMITED BY SIZE
                          AV-CHAVE DELIMITED BY SPACE
                       INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                   END-STRING
                   MOVE AV-VALOR-NOVO TO WRK-VALOR-PARM-ED
                   MOVE WRK-VALOR-PARM-ED
                       TO WRK-EV-DEPOIS (WRK-IDX-EVENTO)
                   MOVE AV-VIGENCIA TO WRK-DATA-AUX-NUM
                   PERFORM 630000-FORMATAR-DATA
                   STRING 'VIGENCIA ' WRK-DATA-ED
                       DELIMITED BY SIZE
                       INTO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                   END-STRING
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AV-APROVADA
                   STRING 'APROVADA POR ' AV-USUARIO-APROV
                       DELIMITED BY SIZE
                       INTO WRK-EV-APROVACAO (WRK-IDX-EVENTO)
                   END-STRING
               WHEN AV-REJEITADA
                   STRING 'REJEITADA POR ' AV-USUARIO-APROV
                       DELIMITED BY SIZE
                       INTO WRK-EV-APROVACAO (WRK-IDX-EVENTO)
                   END-STRING
               WHEN OTHER
                   MOVE 'PENDENTE DE APROVACAO'
                       TO WRK-EV-APROVACAO (WRK-IDX-EVENTO)
           END-EVALUATE.

      *>*********************************************
       400000-LER-SECAUDIT.
      *>*********************************************
           OPEN INPUT SECAUDIT.
           IF WRK-SECAUDIT-STATUS = '00'
               PERFORM 410000-TRATAR-SECAUDIT
                   UNTIL WRK-SECAUDIT-STATUS = '10'
               CLOSE SECAUDIT
           ELSE
               DISPLAY 'SECAUDIT INDISPONIVEL - STATUS '
                       WRK-SECAUDIT-STATUS
           END-IF.

      *>*********************************************
       410000-TRATAR-SECAUDIT.
      *>*********************************************
           READ SECAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   IF (SA-ACAO = 'AUTORIZACAO'
                       OR SA-ACAO = 'AUTORIZA-TOKEN')
                      AND (SA-PROGRAMA = 'EMPMANUT'
                       OR SA-PROGRAMA = 'CLIMANUT')
                       PERFORM 420000-CASAR-AUTORIZACAO
                   END-IF
      *>           SEM CHAVE DE REGISTRO O ACESSO ENTRA COMO EVENTO
                   IF WRK-SEM-CHAVE
                       MOVE SA-DATA    TO WRK-CAND-DATA
                       MOVE SA-USUARIO TO WRK-CAND-USUARIO
                       MOVE SPACES     TO WRK-CAND-USUARIO-2
                       PERFORM 110000-FILTRAR-DATA
                       PERFORM 115000-FILTRAR-USUARIO
                       IF WRK-SELECIONADO = 'S'
                           PERFORM 150000-INCLUIR-EVENTO
                       END-IF
                       IF WRK-SELECIONADO = 'S' AND WRK-IDX-EVENTO > 0
                           MOVE SA-DATA
                               TO WRK-EV-DATA (WRK-IDX-EVENTO)
                           MOVE SA-HORA
                               TO WRK-EV-HORA (WRK-IDX-EVENTO)
                           MOVE 'SECAUDIT'
                               TO WRK-EV-ORIGEM (WRK-IDX-EVENTO)
                           MOVE SA-USUARIO
                               TO WRK-EV-USUARIO (WRK-IDX-EVENTO)
                           MOVE SA-ACAO
                               TO WRK-EV-ACAO (WRK-IDX-EVENTO)
                           STRING 'PROGRAMA ' SA-PROGRAMA
                               DELIMITED BY SIZE
                               INTO WRK-EV-CHAVE (WRK-IDX-EVENTO)
                           END-STRING
                           MOVE SA-RESULTADO
                               TO WRK-EV-DETALHE (WRK-IDX-EVENTO)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       420000-CASAR-AUTORIZACAO.
      *>*********************************************
      *>   A GRAVACAO NO CADASTRO E AUTORIZADA PELO ULTIMO ACESSO
      *>   LIBERADO DO MESMO USUARIO AO PROGRAMA, NO MESMO DIA, ANTES
      *>   DA HORA DA MUDANCA - O SECAUDIT E GRAVADO EM ORDEM, ENTAO
      *>   O ULTIMO QUE CASA FICA
           PERFORM VARYING WRK-IDX-EVENTO2 FROM 1 BY 1
                   UNTIL WRK-IDX-EVENTO2 > WRK-QTD-EVENTOS
               IF WRK-EV-PROG-GATE (WRK-IDX-EVENTO2) = SA-PROGRAMA
                  AND WRK-EV-USUARIO (WRK-IDX-EVENTO2) = SA-USUARIO
                  AND WRK-EV-DATA (WRK-IDX-EVENTO2) = SA-DATA
                  AND WRK-EV-HORA (WRK-IDX-EVENTO2) >= SA-HORA
                   MOVE SA-HORA TO WRK-HORA-AUX-NUM
                   PERFORM 640000-FORMATAR-HORA
                   MOVE SPACES TO WRK-EV-APROVACAO (WRK-IDX-EVENTO2)
                   STRING 'GATE AUTORIZA AS ' WRK-HORA-ED
                          ' - SEM DUPLO CONTROLE'
                       DELIMITED BY SIZE
                       INTO WRK-EV-APROVACAO (WRK-IDX-EVENTO2)
                   END-STRING
               END-IF
           END-PERFORM.

      *>*********************************************
       450000-FILTRAR-PARAMETROS.
      *>*********************************************
      *>   FILTRO DE USUARIO NAS MUDANCAS DE PARAMETRO, JA COM O
      *>   SOLICITANTE CASADO - A TABELA E COMPACTADA NO LUGAR
           IF WRK-FILTRO-USUARIO NOT = SPACES
               MOVE ZEROS TO WRK-QTD-MANTIDOS
               PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                       UNTIL WRK-IDX-EVENTO > WRK-QTD-EVENTOS
                   MOVE 'S' TO WRK-SELECIONADO
                   IF WRK-EV-ORIGEM (WRK-IDX-EVENTO) = 'PARMAUDT'
                       MOVE WRK-EV-USUARIO (WRK-IDX-EVENTO)
                           TO WRK-CAND-USUARIO
                       MOVE WRK-EV-SOLICITANTE (WRK-IDX-EVENTO)
                           TO WRK-CAND-USUARIO-2
                       PERFORM 115000-FILTRAR-USUARIO
                   END-IF
                   IF WRK-SELECIONADO = 'S'
                       ADD 1 TO WRK-QTD-MANTIDOS
                       IF WRK-QTD-MANTIDOS < WRK-IDX-EVENTO
                           MOVE WRK-EVENTO (WRK-IDX-EVENTO)
                               TO WRK-EVENTO (WRK-QTD-MANTIDOS)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-QTD-MANTIDOS TO WRK-QTD-EVENTOS
           END-IF.

      *>*********************************************
       500000-ORDENAR-EVENTOS.
      *>*********************************************
           MOVE 'S' TO WRK-TROCA.
           PERFORM UNTIL WRK-TROCA = 'N'
               MOVE 'N' TO WRK-TROCA
               PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                       UNTIL WRK-IDX-EVENTO >= WRK-QTD-EVENTOS
                   COMPUTE WRK-IDX-EVENTO2 = WRK-IDX-EVENTO + 1
                   IF WRK-EVENTO (WRK-IDX-EVENTO) (1:16) >
                           WRK-EVENTO (WRK-IDX-EVENTO2) (1:16)
                       MOVE WRK-EVENTO (WRK-IDX-EVENTO)
                           TO WRK-TROCA-AREA
                       MOVE WRK-EVENTO (WRK-IDX-EVENTO2)
                           TO WRK-EVENTO (WRK-IDX-EVENTO)
                       MOVE WRK-TROCA-AREA
                           TO WRK-EVENTO (WRK-IDX-EVENTO2)
                       MOVE 'S' TO WRK-TROCA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>*********************************************
       600000-EMITIR-LINHA-TEMPO.
      *>*********************************************
           OPEN OUTPUT AUDRPT.
           MOVE WRK-HOJE TO WRK-DATA-AUX-NUM.
           PERFORM 630000-FORMATAR-DATA.
           MOVE SPACES TO AUDRPT-LINHA.
           STRING 'TRILHAS DE AUDITORIA CONSOLIDADAS - ' WRK-DATA-ED
                  ' - ' WRK-USUARIO-ACESSO
               DELIMITED BY SIZE INTO AUDRPT-LINHA
           END-STRING.
           PERFORM 620000-EMITIR-LINHA.
           MOVE SPACES TO AUDRPT-LINHA.
           EVALUATE TRUE
               WHEN WRK-CHAVE-MATRICULA
                   STRING 'CHAVE: MATRICULA ' WRK-FILTRO-MATRICULA
                       DELIMITED BY SIZE INTO AUDRPT-LINHA
                   END-STRING
               WHEN WRK-CHAVE-CLIENTE
                   STRING 'CHAVE: CLIENTE ' WRK-FILTRO-CLIENTE
                       DELIMITED BY SIZE INTO AUDRPT-LINHA
                   END-STRING
               WHEN WRK-CHAVE-PARAMETRO
                   STRING 'CHAVE: PARAMETRO ' DELIMITED BY SIZE
                          WRK-FILTRO-PARM-PROG DELIMITED BY SPACE
                          '/' WRK-FILTRO-PARM-CHAV
                          DELIMITED BY SIZE
                       INTO AUDRPT-LINHA
                   END-STRING
               WHEN OTHER
                   MOVE 'CHAVE: TODAS (INCLUI ACESSOS DO SECAUDIT)'
                       TO AUDRPT-LINHA
           END-EVALUATE.
           PERFORM 620000-EMITIR-LINHA.
           MOVE SPACES TO AUDRPT-LINHA.
           IF WRK-FILTRO-USUARIO = SPACES
               MOVE 'USUARIO: TODOS' TO AUDRPT-LINHA
           ELSE
               STRING 'USUARIO: ' WRK-FILTRO-USUARIO
                   DELIMITED BY SIZE INTO AUDRPT-LINHA
               END-STRING
           END-IF.
           MOVE WRK-DATA-INICIAL TO WRK-DATA-AUX-NUM.
           PERFORM 630000-FORMATAR-DATA.
           IF WRK-DATA-INICIAL = ZEROS
               MOVE 'INICIO' TO WRK-DATA-ED
           END-IF.
           MOVE 'PERIODO:'  TO AUDRPT-LINHA (32:8).
           MOVE WRK-DATA-ED TO AUDRPT-LINHA (41:10).
           MOVE WRK-DATA-FINAL TO WRK-DATA-AUX-NUM.
           PERFORM 630000-FORMATAR-DATA.
           MOVE ' A '       TO AUDRPT-LINHA (51:3).
           MOVE WRK-DATA-ED TO AUDRPT-LINHA (54:10).
           PERFORM 620000-EMITIR-LINHA.
           MOVE ALL '-' TO AUDRPT-LINHA.
           PERFORM 620000-EMITIR-LINHA.

           PERFORM 610000-EMITIR-EVENTO
               VARYING WRK-IDX-EVENTO FROM 1 BY 1
               UNTIL WRK-IDX-EVENTO > WRK-QTD-EVENTOS.

           IF WRK-QTD-EVENTOS = 0
               MOVE 'NENHUM EVENTO ENCONTRADO PARA OS FILTROS'
                   TO AUDRPT-LINHA
               PERFORM 620000-EMITIR-LINHA
           END-IF.
           IF WRK-TABELA-CHEIA = 'S'
               MOVE SPACES TO AUDRPT-LINHA
               STRING '*** LISTA INCOMPLETA - ' WRK-QTD-DESPREZADOS
                      ' EVENTOS ALEM DE 2000 - RESTRINJA OS FILTROS'
                   DELIMITED BY SIZE INTO AUDRPT-LINHA
               END-STRING
               PERFORM 620000-EMITIR-LINHA
           END-IF.
           CLOSE AUDRPT.

      *>*********************************************
       610000-EMITIR-EVENTO.
      *>*********************************************
           MOVE WRK-EV-DATA (WRK-IDX-EVENTO) TO WRK-DATA-AUX-NUM.
           PERFORM 630000-FORMATAR-DATA.
           MOVE WRK-EV-HORA (WRK-IDX-EVENTO) TO WRK-HORA-AUX-NUM.
           PERFORM 640000-FORMATAR-HORA.
           MOVE SPACES TO AUDRPT-LINHA.
           STRING WRK-DATA-ED ' ' WRK-HORA-ED ' '
                  WRK-EV-ORIGEM (WRK-IDX-EVENTO) ' '
                  WRK-EV-ACAO (WRK-IDX-EVENTO) ' '
                  WRK-EV-CHAVE (WRK-IDX-EVENTO)
               DELIMITED BY SIZE INTO AUDRPT-LINHA
           END-STRING.
           PERFORM 620000-EMITIR-LINHA.
           MOVE SPACES TO AUDRPT-LINHA.
           STRING '    USUARIO: ' WRK-EV-USUARIO (WRK-IDX-EVENTO)
                  ' ' WRK-EV-DETALHE (WRK-IDX-EVENTO)
               DELIMITED BY SIZE INTO AUDRPT-LINHA
           END-STRING.
           PERFORM 620000-EMITIR-LINHA.
           IF WRK-EV-ANTES (WRK-IDX-EVENTO) NOT = SPACES
              OR WRK-EV-DEPOIS (WRK-IDX-EVENTO) NOT = SPACES
               MOVE SPACES TO AUDRPT-LINHA
               STRING '    ANTES: ' WRK-EV-ANTES (WRK-IDX-EVENTO)
                      '  DEPOIS: ' WRK-EV-DEPOIS (WRK-IDX-EVENTO)
                   DELIMITED BY SIZE INTO AUDRPT-LINHA
               END-STRING
               PERFORM 620000-EMITIR-LINHA
           END-IF.
           IF WRK-EV-APROVACAO (WRK-IDX-EVENTO) NOT = SPACES
               MOVE SPACES TO AUDRPT-LINHA
               STRING '    APROVACAO: ' WRK-EV-APROVACAO
                      (WRK-IDX-EVENTO)
                   DELIMITED BY SIZE INTO AUDRPT-LINHA
               END-STRING
               PERFORM 620000-EMITIR-LINHA
           END-IF.

      *>*********************************************
       620000-EMITIR-LINHA.
      *>*********************************************
      *>   NA CONSULTA PELO TERMINAL A LINHA TAMBEM VAI PARA A TELA
           WRITE AUDRPT-LINHA.
           IF NOT WRK-EM-LOTE
               DISPLAY AUDRPT-LINHA
           END-IF.

      *>*********************************************
       630000-FORMATAR-DATA.
      *>*********************************************
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DA-DIA '/' WRK-DA-MES '/' WRK-DA-ANO
               DELIMITED BY SIZE INTO WRK-DATA-ED
           END-STRING.

      *>*********************************************
       640000-FORMATAR-HORA.
      *>*********************************************
           MOVE SPACES TO WRK-HORA-ED.
           STRING WRK-HA-HORA ':' WRK-HA-MINUTO ':' WRK-HA-SEGUNDO
               DELIMITED BY SIZE INTO WRK-HORA-ED
           END-STRING.

      *>*********************************************
       700000-FINALIZAR.
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'CONSULTA DAS TRILHAS DE AUDITORIA'.
           DISPLAY 'EVENTOS LISTADOS.......: ' WRK-QTD-EVENTOS.
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'EVENTOS DESPREZADOS....: ' WRK-QTD-DESPREZADOS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY '========================='.
