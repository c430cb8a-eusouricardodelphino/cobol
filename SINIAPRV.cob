       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINIAPRV.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = TRIAGEM DOS SINISTROS DE TRANSPORTE ABERTOS
      *> (SINISTRO): O SUPERVISOR LISTA OS PROCESSOS ABERTOS PELO
      *> SHIPSTAT (AVARIA/EXTRAVIO), APROVA (O VALOR E ABATIDO DOS
      *> PROXIMOS PAGAMENTOS DA TRANSPORTADORA PELO CONTAPAG E VIRA
      *> CREDITO DO CLIENTE NO CONTAREC PELO RECEBPAG) OU RECUSA
      *> (PROCESSO ENCERRADO SEM INDENIZACAO). EXIGE NIVEL DE
      *> SUPERVISOR NO GATE AUTORIZA E CADA DECISAO FICA NO
      *> SECAUDIT.
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
           SELECT SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINISTRO-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SINISTRO.
           COPY "SINISTRO.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SINISTRO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ   PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO       PIC X(40) VALUE SPACES.
       77 WRK-FIM-SINISTRO     PIC X(01) VALUE 'N'.
           88 WRK-EOF-SINISTRO     VALUE 'S'.
       77 WRK-QTD-SINISTROS    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SINISTRO     PIC 9(03) VALUE ZEROS.
       77 WRK-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       77 WRK-ESCOLHA          PIC 9(03) VALUE ZEROS.
       77 WRK-DECISAO          PIC X(01) VALUE SPACES.
       77 WRK-VALOR-APROVADO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
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
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO AND WRK-NIVEL-ACESSO <= 02
               PERFORM 100000-CARREGAR-SINISTROS
               PERFORM 200000-TRIAR UNTIL WRK-ESCOLHA = 999
               PERFORM 400000-REGRAVAR-SINISTRO
               IF WRK-TABELA-CHEIA = 'S'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - DECISAO DE SINISTRO EXIGE '
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

           MOVE 'SINIAPRV' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-CARREGAR-SINISTROS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-SINISTROS.
           OPEN INPUT SINISTRO.
           IF WRK-SINISTRO-STATUS = '00'
               PERFORM 110000-LER-SINISTRO UNTIL WRK-EOF-SINISTRO
               CLOSE SINISTRO
           ELSE
               DISPLAY 'SEM SINISTROS (SINISTRO) - NADA A TRIAR'
               MOVE 999 TO WRK-ESCOLHA
           END-IF.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   NADA E DECIDIDO E O CADASTRO FICA INTACTO
           IF WRK-TABELA-CHEIA = 'S'
               DISPLAY 'SINISTRO COM MAIS DE 500 PROCESSOS - '
                       'CADASTRO PRESERVADO SEM TRIAGEM'
               MOVE 999 TO WRK-ESCOLHA
           END-IF.

      *>*********************************************
       110000-LER-SINISTRO.
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
                       MOVE 'S' TO WRK-TABELA-CHEIA
                   END-IF
           END-READ.

      *>*********************************************
       200000-TRIAR.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY '===== SINISTROS DE TRANSPORTE ABERTOS ====='.
           PERFORM VARYING WRK-IDX-SINISTRO FROM 1 BY 1
                   UNTIL WRK-IDX-SINISTRO > WRK-QTD-SINISTROS
               IF WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = 'A'
                   OR WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = SPACE
                   MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO)
                       TO CE-VALOR-EDITADO
                   DISPLAY WRK-IDX-SINISTRO ' - '
                           WRK-SN-TRANSP (WRK-IDX-SINISTRO)
                           ' PED ' WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
                           ' CLI ' WRK-SN-CLIENTE (WRK-IDX-SINISTRO)
                           ' ' WRK-SN-OCORRENCIA (WRK-IDX-SINISTRO)
                           ' ' CE-VALOR-EDITADO
                           ' ' WRK-SN-DATA-ABERT (WRK-IDX-SINISTRO)
               END-IF
           END-PERFORM.
           DISPLAY 'NUMERO DO SINISTRO (999 = FIM)..'.
           ACCEPT WRK-ESCOLHA.

           IF WRK-ESCOLHA = 999
               CONTINUE
           ELSE
               IF WRK-ESCOLHA > 0
                   AND WRK-ESCOLHA <= WRK-QTD-SINISTROS
                   MOVE WRK-ESCOLHA TO WRK-IDX-SINISTRO
                   IF WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = 'A'
                       OR WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = SPACE
                       PERFORM 300000-DECIDIR
                   ELSE
                       DISPLAY 'SINISTRO JA DECIDIDO - SITUACAO '
                               WRK-SN-SITUACAO (WRK-IDX-SINISTRO)
                   END-IF
               ELSE
                   DISPLAY 'NUMERO INVALIDO - TENTE NOVAMENTE'
               END-IF
           END-IF.

      *>*********************************************
       300000-DECIDIR.
      *>*********************************************
           DISPLAY 'A - APROVAR INDENIZACAO   R - RECUSAR..'.
           ACCEPT WRK-DECISAO.

           ACCEPT WRK-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA FROM TIME.

           EVALUATE WRK-DECISAO
               WHEN 'A'
                   PERFORM 310000-INFORMAR-VALOR
                   IF WRK-VALOR-APROVADO > 0
                       MOVE WRK-VALOR-APROVADO
                           TO WRK-SN-VALOR (WRK-IDX-SINISTRO)
                       MOVE 'V' TO WRK-SN-SITUACAO (WRK-IDX-SINISTRO)
                       MOVE WRK-HOJE
                           TO WRK-SN-DATA-DECIS (WRK-IDX-SINISTRO)
                       PERFORM 330000-REGISTRAR-AUDITORIA
                       DISPLAY 'SINISTRO APROVADO - DESCONTO NA '
                               'TRANSPORTADORA E CREDITO AO CLIENTE'
                   ELSE
                       DISPLAY 'SINISTRO SEM VALOR - NADA FEITO'
                   END-IF
               WHEN 'R'
                   MOVE 'R' TO WRK-SN-SITUACAO (WRK-IDX-SINISTRO)
                   MOVE WRK-HOJE
                       TO WRK-SN-DATA-DECIS (WRK-IDX-SINISTRO)
                   PERFORM 330000-REGISTRAR-AUDITORIA
                   DISPLAY 'SINISTRO RECUSADO - PROCESSO ENCERRADO'
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - NADA FEITO'
           END-EVALUATE.

      *>*********************************************
       310000-INFORMAR-VALOR.
      *>*********************************************
      *>   EM BRANCO/ZERO MANTEM O VALOR RECLAMADO (MERCADORIA DO
      *>   SHIPMAST); EXPEDICAO SEM VALOR EXIGE O VALOR INFORMADO
           MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO) TO CE-VALOR-EDITADO.
           DISPLAY 'VALOR RECLAMADO ' CE-VALOR-EDITADO.
           DISPLAY 'VALOR A INDENIZAR (0 = VALOR RECLAMADO)..'.
           ACCEPT WRK-VALOR-APROVADO.
           IF WRK-VALOR-APROVADO = 0
               MOVE WRK-SN-VALOR (WRK-IDX-SINISTRO)
                   TO WRK-VALOR-APROVADO
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
           MOVE 'SINIAPRV'         TO SA-PROGRAMA.
           IF WRK-SN-SITUACAO (WRK-IDX-SINISTRO) = 'V'
               MOVE 'APROVA-SINISTRO' TO SA-ACAO
           ELSE
               MOVE 'RECUSA-SINISTRO' TO SA-ACAO
           END-IF.
           MOVE SPACES TO SA-RESULTADO.
           STRING WRK-SN-TRANSP (WRK-IDX-SINISTRO)
                  ' PED ' WRK-SN-PEDIDO (WRK-IDX-SINISTRO)
               DELIMITED BY SIZE INTO SA-RESULTADO
           END-STRING.
           WRITE SA-REGISTRO.
           CLOSE SECAUDIT.

      *>*********************************************
       400000-REGRAVAR-SINISTRO.
      *>*********************************************
           IF WRK-QTD-SINISTROS > 0 AND WRK-TABELA-CHEIA NOT = 'S'
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
