       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCMANT.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = MANUTENCAO DO CADASTRO DE LIMITES DE CREDITO DOS
      *> CLIENTES DE FRETE (LIMCRED): O FINANCEIRO INCLUI, ALTERA,
      *> EXCLUI E LISTA O LIMITE DE CADA CLIENTE COM A DATA DA
      *> PROXIMA REVISAO. O PROGCOB09 RETEM O PEDIDO NOVO QUE FARIA
      *> O CLIENTE PASSAR DO LIMITE. EXIGE NIVEL DE SUPERVISOR NO
      *> GATE AUTORIZA E CADA ALTERACAO FICA NO SECAUDIT.
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
           SELECT LIMCRED ASSIGN TO "LIMCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMCRED-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMCRED.
           COPY "LIMCRED.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-LIMCRED-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-FIM-LIMCRED      PIC X(01) VALUE 'N'.
           88 WRK-EOF-LIMCRED      VALUE 'S'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR    VALUE 'I'.
           88 WRK-OPCAO-ALTERAR    VALUE 'A'.
           88 WRK-OPCAO-EXCLUIR    VALUE 'E'.
           88 WRK-OPCAO-LISTAR     VALUE 'L'.
           88 WRK-OPCAO-FIM        VALUE 'F'.
       77 WRK-QTD-LIMITES      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LIMITE       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WRK-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALTERADOS    PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO           PIC X(06) VALUE SPACES.
       77 WRK-CODIGO-NUM       PIC 9(06) VALUE ZEROS.
       77 WRK-LIMITE           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-REVISAO     PIC 9(08) VALUE ZEROS.
       77 WRK-DADO-VALIDO      PIC X(01) VALUE 'N'.
           88 WRK-EH-DADO-VALIDO   VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-ACAO             PIC X(15) VALUE SPACES.
       77 WRK-LIMITE-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
      *>   REGISTRO INTEIRO DO CADASTRO, REGRAVADO NO FIM DA SESSAO
      *>   QUANDO ALGO MUDOU
       01 WRK-TABELA-LIMCRED.
           05  WRK-LC-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TLC.
               10  WRK-LC-REGISTRO    PIC X(63).
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO AND WRK-NIVEL-ACESSO <= 02
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               PERFORM 100000-CARREGAR-LIMCRED
               PERFORM 200000-PROCESSAR-MENU UNTIL WRK-OPCAO-FIM
               PERFORM 700000-REGRAVAR-LIMCRED
               IF WRK-TABELA-CHEIA = 'S'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - LIMITE DE CREDITO EXIGE '
                       'SUPERVISOR'
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

           MOVE 'LIMCMANT' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-CARREGAR-LIMCRED.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-LIMITES.
           OPEN INPUT LIMCRED.
           IF WRK-LIMCRED-STATUS = '00'
               PERFORM 110000-LER-LIMCRED UNTIL WRK-EOF-LIMCRED
               CLOSE LIMCRED
           ELSE
               DISPLAY 'CADASTRO LIMCRED AINDA INEXISTENTE - SERA '
                       'CRIADO NA PRIMEIRA INCLUSAO'
           END-IF.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   SO A CONSULTA FICA LIBERADA E O CADASTRO FICA INTACTO
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'LIMCRED COM MAIS DE 500 CLIENTES - CADASTRO '
                       'PRESERVADO, SO CONSULTA'
           END-IF.

      *>*********************************************
       110000-LER-LIMCRED.
      *>*********************************************
           READ LIMCRED
               AT END
                   MOVE 'S' TO WRK-FIM-LIMCRED
               NOT AT END
                   IF WRK-QTD-LIMITES < 500
                       ADD 1 TO WRK-QTD-LIMITES
                       MOVE LC-REGISTRO
                           TO WRK-LC-REGISTRO (WRK-QTD-LIMITES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       200000-PROCESSAR-MENU.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY '===== LIMITE DE CREDITO DE CLIENTES DE FRETE ====='.
           DISPLAY 'I - INCLUIR    A - ALTERAR    E - EXCLUIR'.
           DISPLAY 'L - LISTAR     F - FIM'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO.

           IF WRK-TABELA-CHEIA = 'S'
               AND (WRK-OPCAO-INCLUIR OR WRK-OPCAO-ALTERAR
                   OR WRK-OPCAO-EXCLUIR)
               DISPLAY 'CADASTRO PRESERVADO - SO CONSULTA'
           ELSE
               EVALUATE TRUE
                   WHEN WRK-OPCAO-INCLUIR
                       PERFORM 300000-INCLUIR
                   WHEN WRK-OPCAO-ALTERAR
                       PERFORM 400000-ALTERAR
                   WHEN WRK-OPCAO-EXCLUIR
                       PERFORM 500000-EXCLUIR
                   WHEN WRK-OPCAO-LISTAR
                       PERFORM 600000-LISTAR
                   WHEN WRK-OPCAO-FIM
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
               END-EVALUATE
           END-IF.

      *>*********************************************
       210000-OBTER-CODIGO.
      *>*********************************************
           MOVE 'N' TO WRK-DADO-VALIDO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           DISPLAY 'CODIGO DO CLIENTE (6 DIGITOS)..'.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO IS NUMERIC
               MOVE WRK-CODIGO TO WRK-CODIGO-NUM
               IF WRK-CODIGO-NUM > 0
                   MOVE 'S' TO WRK-DADO-VALIDO
                   PERFORM VARYING WRK-IDX-LIMITE FROM 1 BY 1
                           UNTIL WRK-IDX-LIMITE > WRK-QTD-LIMITES
                       MOVE WRK-LC-REGISTRO (WRK-IDX-LIMITE)
                           TO LC-REGISTRO
                       IF LC-CLIENTE = WRK-CODIGO-NUM
                           MOVE WRK-IDX-LIMITE TO WRK-IDX-ACHADO
                           MOVE WRK-QTD-LIMITES TO WRK-IDX-LIMITE
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY 'CODIGO NAO PODE SER ZERO'
               END-IF
           ELSE
               DISPLAY 'CODIGO DEVE SER NUMERICO'
           END-IF.

      *>*********************************************
       220000-OBTER-DADOS.
      *>*********************************************
      *>   LIMITE ZERO NAO E ACEITO - CLIENTE SEM CREDITO FICA SEM
      *>   REGISTRO AQUI E E RETIDO PELO CLIBLOQ; A REVISAO TEM DE
      *>   CAIR NO FUTURO PARA O LIMITE NAO NASCER VENCIDO
           MOVE 'N' TO WRK-DADO-VALIDO.

           DISPLAY 'LIMITE DE CREDITO (EM REAIS)..'.
           ACCEPT WRK-LIMITE.

           DISPLAY 'DATA DA PROXIMA REVISAO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-REVISAO.

           IF WRK-LIMITE NOT > 0
               DISPLAY 'LIMITE DEVE SER MAIOR QUE ZERO'
           ELSE
               IF WRK-DATA-REVISAO NOT > WRK-HOJE
                   DISPLAY 'DATA DE REVISAO DEVE SER POSTERIOR A HOJE'
               ELSE
                   MOVE 'S' TO WRK-DADO-VALIDO
               END-IF
           END-IF.

      *>*********************************************
       300000-INCLUIR.
      *>*********************************************
           PERFORM 210000-OBTER-CODIGO.
           IF WRK-EH-DADO-VALIDO
               IF WRK-IDX-ACHADO > 0
                   DISPLAY 'CLIENTE JA TEM LIMITE - USE A OPCAO A'
               ELSE
                   IF WRK-QTD-LIMITES < 500
                       PERFORM 220000-OBTER-DADOS
                       IF WRK-EH-DADO-VALIDO
                           ADD 1 TO WRK-QTD-LIMITES
                           MOVE WRK-QTD-LIMITES TO WRK-IDX-ACHADO
                           MOVE SPACES TO LC-REGISTRO
                           MOVE WRK-CODIGO-NUM TO LC-CLIENTE
                           MOVE 'INCLUSAO-LIMITE' TO WRK-ACAO
                           PERFORM 350000-GRAVAR-LIMITE
                       END-IF
                   ELSE
                       DISPLAY 'CADASTRO CHEIO (500 CLIENTES) - '
                               'INCLUSAO NAO FEITA'
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       350000-GRAVAR-LIMITE.
      *>*********************************************
           ACCEPT WRK-AGORA FROM TIME.
           MOVE WRK-LIMITE         TO LC-LIMITE.
           MOVE WRK-DATA-REVISAO   TO LC-DATA-REVISAO.
           MOVE WRK-HOJE           TO LC-DATA-ALTERACAO.
           MOVE WRK-USUARIO-ACESSO TO LC-USUARIO.
           MOVE LC-REGISTRO TO WRK-LC-REGISTRO (WRK-IDX-ACHADO).
           ADD 1 TO WRK-QTD-ALTERADOS.
           PERFORM 800000-REGISTRAR-AUDITORIA.
           DISPLAY 'LIMITE GRAVADO - VALE A PARTIR DO PROXIMO LOTE'.

      *>*********************************************
       400000-ALTERAR.
      *>*********************************************
           PERFORM 210000-OBTER-CODIGO.
           IF WRK-EH-DADO-VALIDO
               IF WRK-IDX-ACHADO = 0
                   DISPLAY 'CLIENTE SEM LIMITE CADASTRADO - USE A '
                           'OPCAO I'
               ELSE
                   MOVE WRK-LC-REGISTRO (WRK-IDX-ACHADO)
                       TO LC-REGISTRO
                   MOVE LC-LIMITE TO WRK-LIMITE-ED
                   DISPLAY 'LIMITE ATUAL ' WRK-LIMITE-ED
                           ' REVISAO EM ' LC-DATA-REVISAO
                   PERFORM 220000-OBTER-DADOS
                   IF WRK-EH-DADO-VALIDO
                       MOVE 'ALTERA-LIMITE' TO WRK-ACAO
                       PERFORM 350000-GRAVAR-LIMITE
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       500000-EXCLUIR.
      *>*********************************************
      *>   SEM O REGISTRO O CLIENTE DEIXA DE TER LIMITE - SO O
      *>   CLIBLOQ (INADIMPLENCIA) CONTINUA RETENDO O PEDIDO
           PERFORM 210000-OBTER-CODIGO.
           IF WRK-EH-DADO-VALIDO
               IF WRK-IDX-ACHADO = 0
                   DISPLAY 'CLIENTE SEM LIMITE CADASTRADO'
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DO LIMITE DO CLIENTE '
                           WRK-CODIGO-NUM ' (S/N)..'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       ACCEPT WRK-AGORA FROM TIME
                       MOVE WRK-LC-REGISTRO (WRK-IDX-ACHADO)
                           TO LC-REGISTRO
                       PERFORM VARYING WRK-IDX-LIMITE
                               FROM WRK-IDX-ACHADO BY 1
                               UNTIL WRK-IDX-LIMITE >= WRK-QTD-LIMITES
                           MOVE WRK-LC-REGISTRO (WRK-IDX-LIMITE + 1)
                               TO WRK-LC-REGISTRO (WRK-IDX-LIMITE)
                       END-PERFORM
                       SUBTRACT 1 FROM WRK-QTD-LIMITES
                       ADD 1 TO WRK-QTD-ALTERADOS
                       MOVE 'EXCLUI-LIMITE' TO WRK-ACAO
                       PERFORM 800000-REGISTRAR-AUDITORIA
                       DISPLAY 'LIMITE EXCLUIDO'
                   ELSE
                       DISPLAY 'EXCLUSAO NAO CONFIRMADA - NADA FEITO'
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       600000-LISTAR.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY 'CLIENTE  LIMITE             REVISAO   ALTERADO'.
           PERFORM VARYING WRK-IDX-LIMITE FROM 1 BY 1
                   UNTIL WRK-IDX-LIMITE > WRK-QTD-LIMITES
               MOVE WRK-LC-REGISTRO (WRK-IDX-LIMITE) TO LC-REGISTRO
               MOVE LC-LIMITE TO WRK-LIMITE-ED
               IF LC-DATA-REVISAO < WRK-HOJE
                   DISPLAY LC-CLIENTE '   ' WRK-LIMITE-ED '  '
                           LC-DATA-REVISAO '  ' LC-DATA-ALTERACAO
                           ' REVISAO VENCIDA'
               ELSE
                   DISPLAY LC-CLIENTE '   ' WRK-LIMITE-ED '  '
                           LC-DATA-REVISAO '  ' LC-DATA-ALTERACAO
               END-IF
           END-PERFORM.
           DISPLAY 'TOTAL DE CLIENTES COM LIMITE: ' WRK-QTD-LIMITES.

      *>*********************************************
       700000-REGRAVAR-LIMCRED.
      *>*********************************************
           IF WRK-QTD-ALTERADOS > 0 AND WRK-TABELA-CHEIA NOT = 'S'
               OPEN OUTPUT LIMCRED
               PERFORM VARYING WRK-IDX-LIMITE FROM 1 BY 1
                       UNTIL WRK-IDX-LIMITE > WRK-QTD-LIMITES
                   MOVE WRK-LC-REGISTRO (WRK-IDX-LIMITE)
                       TO LC-REGISTRO
                   WRITE LC-REGISTRO
               END-PERFORM
               CLOSE LIMCRED
           END-IF.

      *>*********************************************
       800000-REGISTRAR-AUDITORIA.
      *>*********************************************
           OPEN EXTEND SECAUDIT.
           IF WRK-SECAUDIT-STATUS NOT = '00'
               OPEN OUTPUT SECAUDIT
           END-IF.
           MOVE WRK-HOJE           TO SA-DATA.
           MOVE WRK-AGORA          TO SA-HORA.
           MOVE WRK-USUARIO-ACESSO TO SA-USUARIO.
           MOVE 'LIMCMANT'         TO SA-PROGRAMA.
           MOVE WRK-ACAO           TO SA-ACAO.
           MOVE SPACES TO SA-RESULTADO.
           MOVE LC-LIMITE TO WRK-LIMITE-ED.
           STRING 'CLI ' LC-CLIENTE ' LIM ' WRK-LIMITE-ED
               DELIMITED BY SIZE INTO SA-RESULTADO
           END-STRING.
           WRITE SA-REGISTRO.
           CLOSE SECAUDIT.
