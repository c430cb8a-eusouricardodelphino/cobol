       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJEMANT.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = MANUTENCAO DAS EXCECOES DE CALENDARIO POR LOJA
      *> (LOJAEXC): A OPERACAO DE LOJAS INCLUI, ALTERA, EXCLUI E
      *> LISTA OS PERIODOS EM QUE UMA LOJA FICA FECHADA (FERIADO
      *> MUNICIPAL, REFORMA, FECHAMENTO TEMPORARIO) OU ABRE EM
      *> FERIADO NACIONAL / DIA FORA DO LOJACAL, SEMPRE COM O
      *> MOTIVO. LOJA FECHADA NAO E COBRADA PELO CONTROLE DE CHEGADA
      *> (CHEGADAS) E O DIA NAO CONTA NO RANKING (LOJARANK) NEM NA
      *> PROJECAO DE METAS (METAREL). EXIGE NIVEL DE SUPERVISOR NO
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
           SELECT LOJAEXC ASSIGN TO "LOJAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAEXC-STATUS.
           SELECT LOJAMAST ASSIGN TO "LOJAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOJAMAST-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOJAEXC.
           COPY "LOJAEXC.CPY" IN 'COPYBOOKS'.
       FD  LOJAMAST.
           COPY "LOJAMAST.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-LOJAEXC-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOJAMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-FIM-LOJAEXC      PIC X(01) VALUE 'N'.
           88 WRK-EOF-LOJAEXC      VALUE 'S'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR    VALUE 'I'.
           88 WRK-OPCAO-ALTERAR    VALUE 'A'.
           88 WRK-OPCAO-EXCLUIR    VALUE 'E'.
           88 WRK-OPCAO-LISTAR     VALUE 'L'.
           88 WRK-OPCAO-FIM        VALUE 'F'.
       77 WRK-QTD-EXCECOES     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EXCECAO      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WRK-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALTERADOS    PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA             PIC X(06) VALUE SPACES.
       77 WRK-LOJA-CADASTRADA  PIC X(01) VALUE 'N'.
       77 WRK-DATA-INICIAL     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TESTE       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-TESTE        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-TESTE        PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-VALIDA      PIC X(01) VALUE 'N'.
       77 WRK-TIPO             PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO      VALUE 'F' 'A'.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-DADO-VALIDO      PIC X(01) VALUE 'N'.
           88 WRK-EH-DADO-VALIDO   VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-ACAO             PIC X(15) VALUE SPACES.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
      *>   REGISTRO INTEIRO DO CADASTRO, REGRAVADO NO FIM DA SESSAO
      *>   QUANDO ALGO MUDOU
       01 WRK-TABELA-LOJAEXC.
           05  WRK-LE-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TLE.
               10  WRK-LE-REGISTRO    PIC X(90).
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO AND WRK-NIVEL-ACESSO <= 02
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               PERFORM 100000-CARREGAR-LOJAEXC
               PERFORM 200000-PROCESSAR-MENU UNTIL WRK-OPCAO-FIM
               IF WRK-TABELA-CHEIA = 'S'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               PERFORM 700000-REGRAVAR-LOJAEXC
           ELSE
               DISPLAY 'ACESSO NEGADO - CALENDARIO DE LOJAS EXIGE '
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

           MOVE 'LOJEMANT' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-CARREGAR-LOJAEXC.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-EXCECOES.
           OPEN INPUT LOJAEXC.
      *>   TABELA TRANSBORDADA OU CADASTRO ILEGIVEL = REGRAVAR
      *>   APAGARIA O QUE NAO FOI CARREGADO - SO A CONSULTA FICA
      *>   LIBERADA E O CADASTRO FICA INTACTO
           EVALUATE WRK-LOJAEXC-STATUS
               WHEN '00'
                   PERFORM 110000-LER-LOJAEXC UNTIL WRK-EOF-LOJAEXC
                   CLOSE LOJAEXC
                   IF WRK-TABELA-CHEIA = 'S'
                       DISPLAY 'LOJAEXC COM MAIS DE 500 EXCECOES - '
                               'CADASTRO PRESERVADO, SO CONSULTA'
                   END-IF
               WHEN '35'
                   DISPLAY 'CADASTRO LOJAEXC AINDA INEXISTENTE - SERA '
                           'CRIADO NA PRIMEIRA INCLUSAO'
               WHEN OTHER
                   DISPLAY 'ERRO NA ABERTURA DO LOJAEXC - STATUS '
                           WRK-LOJAEXC-STATUS
                           ' - CADASTRO PRESERVADO, SO CONSULTA'
                   MOVE 'S' TO WRK-TABELA-CHEIA
           END-EVALUATE.

      *>*********************************************
       110000-LER-LOJAEXC.
      *>*********************************************
           READ LOJAEXC
               AT END
                   MOVE 'S' TO WRK-FIM-LOJAEXC
               NOT AT END
                   IF WRK-QTD-EXCECOES < 500
                       ADD 1 TO WRK-QTD-EXCECOES
                       MOVE LE-REGISTRO
                           TO WRK-LE-REGISTRO (WRK-QTD-EXCECOES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       200000-PROCESSAR-MENU.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY '===== EXCECOES DE CALENDARIO DAS LOJAS ====='.
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
       210000-OBTER-CHAVE.
      *>*********************************************
      *>   CHAVE = LOJA + DATA INICIAL DO PERIODO; A LOJA TEM DE
      *>   EXISTIR NO CADASTRO LOJAMAST
           MOVE 'N' TO WRK-DADO-VALIDO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           DISPLAY 'CODIGO DA LOJA..'.
           ACCEPT WRK-LOJA.
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-INICIAL.

           MOVE WRK-DATA-INICIAL TO WRK-DATA-TESTE.
           PERFORM 230000-VALIDAR-DATA.

           IF WRK-LOJA = SPACES
               DISPLAY 'LOJA NAO INFORMADA'
           ELSE
               IF WRK-DATA-VALIDA = 'N'
                   DISPLAY 'DATA INICIAL INVALIDA'
               ELSE
                   PERFORM 240000-VERIFICAR-LOJA
                   IF WRK-LOJA-CADASTRADA = 'N'
                       DISPLAY 'LOJA ' WRK-LOJA ' NAO CADASTRADA NO '
                               'LOJAMAST'
                   ELSE
                       MOVE 'S' TO WRK-DADO-VALIDO
                       PERFORM VARYING WRK-IDX-EXCECAO FROM 1 BY 1
                               UNTIL WRK-IDX-EXCECAO > WRK-QTD-EXCECOES
                           MOVE WRK-LE-REGISTRO (WRK-IDX-EXCECAO)
                               TO LE-REGISTRO
                           IF LE-LOJA = WRK-LOJA
                               AND LE-DATA-INICIAL = WRK-DATA-INICIAL
                               MOVE WRK-IDX-EXCECAO TO WRK-IDX-ACHADO
                               MOVE WRK-QTD-EXCECOES
                                   TO WRK-IDX-EXCECAO
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       220000-OBTER-DADOS.
      *>*********************************************
      *>   DATA FINAL EM BRANCO/ZERO = EXCECAO DE UM DIA SO. O
      *>   PERIODO NAO PODE COBRIR DIA DE OUTRA EXCECAO DA MESMA LOJA
      *>   - UM DIA SO PODE ESTAR FECHADO OU ABERTO, NUNCA OS DOIS
           MOVE 'N' TO WRK-DADO-VALIDO.

           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD, ZERO = UM DIA)..'.
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL = ZEROS
               MOVE WRK-DATA-INICIAL TO WRK-DATA-FINAL
           END-IF.

           DISPLAY 'TIPO (F = FECHADA  A = ABERTA)..'.
           ACCEPT WRK-TIPO.

           DISPLAY 'MOTIVO..'.
           ACCEPT WRK-MOTIVO.

           MOVE WRK-DATA-FINAL TO WRK-DATA-TESTE.
           PERFORM 230000-VALIDAR-DATA.

           EVALUATE TRUE
               WHEN WRK-DATA-VALIDA = 'N'
                   DISPLAY 'DATA FINAL INVALIDA'
               WHEN WRK-DATA-FINAL < WRK-DATA-INICIAL
                   DISPLAY 'DATA FINAL ANTERIOR A DATA INICIAL'
               WHEN NOT WRK-TIPO-VALIDO
                   DISPLAY 'TIPO DEVE SER F OU A'
               WHEN WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO E OBRIGATORIO'
               WHEN OTHER
                   MOVE 'S' TO WRK-DADO-VALIDO
           END-EVALUATE.

           IF WRK-EH-DADO-VALIDO
               PERFORM VARYING WRK-IDX-EXCECAO FROM 1 BY 1
                       UNTIL WRK-IDX-EXCECAO > WRK-QTD-EXCECOES
                   MOVE WRK-LE-REGISTRO (WRK-IDX-EXCECAO)
                       TO LE-REGISTRO
                   IF WRK-IDX-EXCECAO NOT = WRK-IDX-ACHADO
                       AND LE-LOJA = WRK-LOJA
                       AND LE-DATA-INICIAL <= WRK-DATA-FINAL
                       AND LE-DATA-FINAL >= WRK-DATA-INICIAL
                       DISPLAY 'PERIODO SOBREPOE A EXCECAO DE '
                               LE-DATA-INICIAL ' A ' LE-DATA-FINAL
                       MOVE 'N' TO WRK-DADO-VALIDO
                       MOVE WRK-QTD-EXCECOES TO WRK-IDX-EXCECAO
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       230000-VALIDAR-DATA.
      *>*********************************************
           MOVE 'N' TO WRK-DATA-VALIDA.
           MOVE WRK-DATA-TESTE (5:2) TO WRK-MES-TESTE.
           MOVE WRK-DATA-TESTE (7:2) TO WRK-DIA-TESTE.
           IF WRK-DATA-TESTE > 19000000
               AND WRK-MES-TESTE >= 01 AND WRK-MES-TESTE <= 12
               AND WRK-DIA-TESTE >= 01 AND WRK-DIA-TESTE <= 31
               MOVE 'S' TO WRK-DATA-VALIDA
           END-IF.

      *>*********************************************
       240000-VERIFICAR-LOJA.
      *>*********************************************
           MOVE 'N' TO WRK-LOJA-CADASTRADA.
           OPEN INPUT LOJAMAST.
           IF WRK-LOJAMAST-STATUS = '00'
               PERFORM 241000-LER-LOJA
                   UNTIL WRK-LOJAMAST-STATUS = '10'
               CLOSE LOJAMAST
           ELSE
      *>       SEM O CADASTRO DE LOJAS A CONFERENCIA NAO E POSSIVEL -
      *>       A MANUTENCAO NAO FICA PRESA POR ISSO
               DISPLAY 'LOJAMAST INDISPONIVEL - LOJA NAO CONFERIDA'
               MOVE 'S' TO WRK-LOJA-CADASTRADA
           END-IF.

      *>*********************************************
       241000-LER-LOJA.
      *>*********************************************
           READ LOJAMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF LJ-CODIGO = WRK-LOJA
                       MOVE 'S' TO WRK-LOJA-CADASTRADA
                   END-IF
           END-READ.

      *>*********************************************
       300000-INCLUIR.
      *>*********************************************
           PERFORM 210000-OBTER-CHAVE.
           IF WRK-EH-DADO-VALIDO
               IF WRK-IDX-ACHADO > 0
                   DISPLAY 'EXCECAO JA CADASTRADA - USE A OPCAO A'
               ELSE
                   IF WRK-QTD-EXCECOES < 500
                       PERFORM 220000-OBTER-DADOS
                       IF WRK-EH-DADO-VALIDO
                           ADD 1 TO WRK-QTD-EXCECOES
                           MOVE WRK-QTD-EXCECOES TO WRK-IDX-ACHADO
                           MOVE SPACES TO LE-REGISTRO
                           MOVE WRK-LOJA         TO LE-LOJA
                           MOVE WRK-DATA-INICIAL TO LE-DATA-INICIAL
                           MOVE 'INCLUI-EXCECAO' TO WRK-ACAO
                           PERFORM 350000-GRAVAR-EXCECAO
                       END-IF
                   ELSE
                       DISPLAY 'CADASTRO CHEIO (500 EXCECOES) - '
                               'INCLUSAO NAO FEITA'
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       350000-GRAVAR-EXCECAO.
      *>*********************************************
           ACCEPT WRK-AGORA FROM TIME.
           MOVE WRK-DATA-FINAL     TO LE-DATA-FINAL.
           MOVE WRK-TIPO           TO LE-TIPO.
           MOVE WRK-MOTIVO         TO LE-MOTIVO.
           MOVE WRK-HOJE           TO LE-DATA-ALTERACAO.
           MOVE WRK-USUARIO-ACESSO TO LE-USUARIO.
           MOVE LE-REGISTRO TO WRK-LE-REGISTRO (WRK-IDX-ACHADO).
           ADD 1 TO WRK-QTD-ALTERADOS.
           PERFORM 800000-REGISTRAR-AUDITORIA.
           DISPLAY 'EXCECAO GRAVADA - VALE A PARTIR DO PROXIMO LOTE'.

      *>*********************************************
       400000-ALTERAR.
      *>*********************************************
           PERFORM 210000-OBTER-CHAVE.
           IF WRK-EH-DADO-VALIDO
               IF WRK-IDX-ACHADO = 0
                   DISPLAY 'EXCECAO NAO CADASTRADA - USE A OPCAO I'
               ELSE
                   MOVE WRK-LE-REGISTRO (WRK-IDX-ACHADO)
                       TO LE-REGISTRO
                   DISPLAY 'ATUAL: ATE ' LE-DATA-FINAL
                           ' TIPO ' LE-TIPO ' ' LE-MOTIVO
                   PERFORM 220000-OBTER-DADOS
                   IF WRK-EH-DADO-VALIDO
                       MOVE WRK-LE-REGISTRO (WRK-IDX-ACHADO)
                           TO LE-REGISTRO
                       MOVE 'ALTERA-EXCECAO' TO WRK-ACAO
                       PERFORM 350000-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       500000-EXCLUIR.
      *>*********************************************
      *>   SEM O REGISTRO A LOJA VOLTA A SEGUIR O LOJACAL E O
      *>   FERIADOS NO PERIODO
           PERFORM 210000-OBTER-CHAVE.
           IF WRK-EH-DADO-VALIDO
               IF WRK-IDX-ACHADO = 0
                   DISPLAY 'EXCECAO NAO CADASTRADA'
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DA EXCECAO DA LOJA '
                           WRK-LOJA ' EM ' WRK-DATA-INICIAL ' (S/N)..'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       ACCEPT WRK-AGORA FROM TIME
                       MOVE WRK-LE-REGISTRO (WRK-IDX-ACHADO)
                           TO LE-REGISTRO
                       PERFORM VARYING WRK-IDX-EXCECAO
                               FROM WRK-IDX-ACHADO BY 1
                               UNTIL WRK-IDX-EXCECAO >= WRK-QTD-EXCECOES
                           MOVE WRK-LE-REGISTRO (WRK-IDX-EXCECAO + 1)
                               TO WRK-LE-REGISTRO (WRK-IDX-EXCECAO)
                       END-PERFORM
                       SUBTRACT 1 FROM WRK-QTD-EXCECOES
                       ADD 1 TO WRK-QTD-ALTERADOS
                       MOVE 'EXCLUI-EXCECAO' TO WRK-ACAO
                       PERFORM 800000-REGISTRAR-AUDITORIA
                       DISPLAY 'EXCECAO EXCLUIDA'
                   ELSE
                       DISPLAY 'EXCLUSAO NAO CONFIRMADA - NADA FEITO'
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       600000-LISTAR.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY 'LOJA    INICIO    FIM       T MOTIVO'.
           PERFORM VARYING WRK-IDX-EXCECAO FROM 1 BY 1
                   UNTIL WRK-IDX-EXCECAO > WRK-QTD-EXCECOES
               MOVE WRK-LE-REGISTRO (WRK-IDX-EXCECAO) TO LE-REGISTRO
               IF LE-DATA-FINAL < WRK-HOJE
                   DISPLAY LE-LOJA '  ' LE-DATA-INICIAL '  '
                           LE-DATA-FINAL '  ' LE-TIPO ' ' LE-MOTIVO
                           ' ENCERRADA'
               ELSE
                   DISPLAY LE-LOJA '  ' LE-DATA-INICIAL '  '
                           LE-DATA-FINAL '  ' LE-TIPO ' ' LE-MOTIVO
               END-IF
           END-PERFORM.
           DISPLAY 'TOTAL DE EXCECOES: ' WRK-QTD-EXCECOES.

      *>*********************************************
       700000-REGRAVAR-LOJAEXC.
      *>*********************************************
           IF WRK-QTD-ALTERADOS > 0 AND WRK-TABELA-CHEIA NOT = 'S'
               OPEN OUTPUT LOJAEXC
               IF WRK-LOJAEXC-STATUS = '00'
                   PERFORM VARYING WRK-IDX-EXCECAO FROM 1 BY 1
                           UNTIL WRK-IDX-EXCECAO > WRK-QTD-EXCECOES
                       MOVE WRK-LE-REGISTRO (WRK-IDX-EXCECAO)
                           TO LE-REGISTRO
                       WRITE LE-REGISTRO
                   END-PERFORM
                   CLOSE LOJAEXC
               ELSE
                   DISPLAY 'ERRO NA GRAVACAO DO LOJAEXC - STATUS '
                           WRK-LOJAEXC-STATUS
                           ' - ALTERACOES DA SESSAO PERDIDAS'
                   MOVE 8 TO RETURN-CODE
               END-IF
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
           MOVE 'LOJEMANT'         TO SA-PROGRAMA.
           MOVE WRK-ACAO           TO SA-ACAO.
           MOVE SPACES TO SA-RESULTADO.
           STRING 'LJ ' LE-LOJA ' ' LE-DATA-INICIAL '-'
                  LE-DATA-FINAL ' ' LE-TIPO
               DELIMITED BY SIZE INTO SA-RESULTADO
           END-STRING.
           WRITE SA-REGISTRO.
           CLOSE SECAUDIT.
