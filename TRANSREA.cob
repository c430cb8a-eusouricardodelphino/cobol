       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSREA.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = REABILITACAO DE TRANSPORTADORA EXCLUIDA PELO
      *> BOLETIM MENSAL DE DESEMPENHO (TRANSNOT): O COMPRAS LISTA AS
      *> TRANSPORTADORAS QUE O TRANSAVL TIROU DA ATRIBUICAO
      *> AUTOMATICA POR NOTA ABAIXO DO PISO, CONFIRMA A REABILITACAO
      *> (SITUACAO 'R') E A TRANSPORTADORA VOLTA A CONCORRER NO
      *> PROGCOB09 PELA NOTA. EXIGE NIVEL DE SUPERVISOR NO GATE
      *> AUTORIZA E CADA REABILITACAO FICA NO SECAUDIT.
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
           SELECT TRANSNOT ASSIGN TO "TRANSNOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSNOT-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSNOT.
           COPY "TRANSNOT.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-TRANSNOT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-FIM-TRANSNOT     PIC X(01) VALUE 'N'.
           88 WRK-EOF-TRANSNOT     VALUE 'S'.
       77 WRK-QTD-TRANSP       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TRANSP       PIC 9(03) VALUE ZEROS.
       77 WRK-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-REABILIT     PIC 9(03) VALUE ZEROS.
       77 WRK-ESCOLHA          PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-NOTA-ED          PIC ZZ9,99.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
      *>   REGISTRO INTEIRO DO BOLETIM, REGRAVADO COMO VEIO - SO A
      *>   SITUACAO E OS DADOS DA REABILITACAO MUDAM
       01 WRK-TABELA-TRANSNOT.
           05  WRK-TN-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TTN.
               10  WRK-TN-REGISTRO    PIC X(113).
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO AND WRK-NIVEL-ACESSO <= 02
               PERFORM 100000-CARREGAR-TRANSNOT
               PERFORM 200000-SELECIONAR UNTIL WRK-ESCOLHA = 999
               PERFORM 400000-REGRAVAR-TRANSNOT
               IF WRK-TABELA-CHEIA = 'S'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - REABILITACAO DE TRANSPORTADORA '
                       'EXIGE SUPERVISOR'
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

           MOVE 'TRANSREA' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-CARREGAR-TRANSNOT.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-TRANSP.
           OPEN INPUT TRANSNOT.
           IF WRK-TRANSNOT-STATUS = '00'
               PERFORM 110000-LER-TRANSNOT UNTIL WRK-EOF-TRANSNOT
               CLOSE TRANSNOT
           ELSE
               DISPLAY 'SEM BOLETIM DE TRANSPORTADORAS (TRANSNOT) - '
                       'NADA A REABILITAR'
               MOVE 999 TO WRK-ESCOLHA
           END-IF.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   NADA E REABILITADO E O BOLETIM FICA INTACTO
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'TRANSNOT COM MAIS DE 100 TRANSPORTADORAS - '
                       'BOLETIM PRESERVADO SEM REABILITACAO'
               MOVE 999 TO WRK-ESCOLHA
           END-IF.

      *>*********************************************
       110000-LER-TRANSNOT.
      *>*********************************************
           READ TRANSNOT
               AT END
                   MOVE 'S' TO WRK-FIM-TRANSNOT
               NOT AT END
                   IF WRK-QTD-TRANSP < 100
                       ADD 1 TO WRK-QTD-TRANSP
                       MOVE TN-REGISTRO
                           TO WRK-TN-REGISTRO (WRK-QTD-TRANSP)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       200000-SELECIONAR.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY '===== TRANSPORTADORAS EXCLUIDAS POR NOTA ====='.
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                   UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               MOVE WRK-TN-REGISTRO (WRK-IDX-TRANSP) TO TN-REGISTRO
               IF TN-EXCLUIDA
                   MOVE TN-NOTA TO WRK-NOTA-ED
                   DISPLAY WRK-IDX-TRANSP ' - '
                           TN-TRANSPORTADORA
                           ' NOTA ' WRK-NOTA-ED
                           ' COMPET ' TN-COMPETENCIA
                           ' EXCLUIDA EM ' TN-DATA-EXCLUSAO
               END-IF
           END-PERFORM.
           DISPLAY 'NUMERO DA TRANSPORTADORA (999 = FIM)..'.
           ACCEPT WRK-ESCOLHA.

           IF WRK-ESCOLHA = 999
               CONTINUE
           ELSE
               IF WRK-ESCOLHA > 0
                   AND WRK-ESCOLHA <= WRK-QTD-TRANSP
                   MOVE WRK-ESCOLHA TO WRK-IDX-TRANSP
                   MOVE WRK-TN-REGISTRO (WRK-IDX-TRANSP)
                       TO TN-REGISTRO
                   IF TN-EXCLUIDA
                       PERFORM 300000-REABILITAR
                   ELSE
                       DISPLAY 'TRANSPORTADORA NAO ESTA EXCLUIDA - '
                               'SITUACAO ' TN-SITUACAO
                   END-IF
               ELSE
                   DISPLAY 'NUMERO INVALIDO - TENTE NOVAMENTE'
               END-IF
           END-IF.

      *>*********************************************
       300000-REABILITAR.
      *>*********************************************
           DISPLAY 'CONFIRMA A REABILITACAO DE ' TN-TRANSPORTADORA
                   ' (S/N)..'.
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA = 'S'
               ACCEPT WRK-HOJE  FROM DATE YYYYMMDD
               ACCEPT WRK-AGORA FROM TIME
               MOVE 'R'                TO TN-SITUACAO
               MOVE WRK-HOJE           TO TN-DATA-REABILITACAO
               MOVE WRK-USUARIO-ACESSO TO TN-USUARIO-REABILIT
               MOVE TN-REGISTRO TO WRK-TN-REGISTRO (WRK-IDX-TRANSP)
               ADD 1 TO WRK-QTD-REABILIT
               PERFORM 330000-REGISTRAR-AUDITORIA
               DISPLAY 'TRANSPORTADORA REABILITADA - VOLTA A '
                       'CONCORRER NA ATRIBUICAO'
           ELSE
               DISPLAY 'REABILITACAO NAO CONFIRMADA - NADA FEITO'
           END-IF.

      *>*********************************************
       330000-REGISTRAR-AUDITORIA.
      *>*********************************************
           OPEN EXTEND SECAUDIT.
           IF WRK-SECAUDIT-STATUS NOT = '00'
               OPEN OUTPUT SECAUDIT
           END-IF.
           MOVE WRK-HOJE           TO SA-DATA.
           MOVE WRK-AGORA          TO SA-HORA.
           MOVE WRK-USUARIO-ACESSO TO SA-USUARIO.
           MOVE 'TRANSREA'         TO SA-PROGRAMA.
           MOVE 'REABIL-TRANSP'    TO SA-ACAO.
           MOVE SPACES TO SA-RESULTADO.
           MOVE TN-NOTA TO WRK-NOTA-ED.
           STRING TN-TRANSPORTADORA ' NOTA ' WRK-NOTA-ED
               DELIMITED BY SIZE INTO SA-RESULTADO
           END-STRING.
           WRITE SA-REGISTRO.
           CLOSE SECAUDIT.

      *>*********************************************
       400000-REGRAVAR-TRANSNOT.
      *>*********************************************
           IF WRK-QTD-REABILIT > 0 AND WRK-TABELA-CHEIA NOT = 'S'
               OPEN OUTPUT TRANSNOT
               PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
                   MOVE WRK-TN-REGISTRO (WRK-IDX-TRANSP)
                       TO TN-REGISTRO
                   WRITE TN-REGISTRO
               END-PERFORM
               CLOSE TRANSNOT
           END-IF.
