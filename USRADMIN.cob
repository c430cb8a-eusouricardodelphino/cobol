       PROGRAM-ID. USRADMIN.
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - INCLUSAO E ALTERACAO DE NIVEL AVISAM QUANDO O
      *>              NIVEL NOVO PASSA A ALCANCAR OS DOIS LADOS DE UM
      *>              PAR CONFLITANTE DA TABELA SEGCONF (PELA MATRIZ
      *>              PERMATRIX); O AVISO VAI PARA A TELA E PARA O
      *>              RESULTADO NO SECAUDIT
      *> 03/09/2026 - DUPLO CONTROLE NAS ACOES CRITICAS: INCLUSAO,
      *>              ALTERACAO DE NIVEL E REATIVACAO DEIXAM DE
      *>              APLICAR NA HORA - VIRAM PENDENCIA NA FILA
           SELECT PENDAPRV ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDAPRV-STATUS.
           SELECT PERMATRIX ASSIGN TO "PERMATRIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMATRIX-STATUS.
           SELECT SEGCONF ASSIGN TO "SEGCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEGCONF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USRMAST.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       FD  PENDAPRV.
           COPY "PENDAPRV.CPY" IN 'COPYBOOKS'.
       FD  PERMATRIX.
           COPY "PERMATRIX.CPY" IN 'COPYBOOKS'.
       FD  SEGCONF.
           COPY "SEGCONF.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-USRMAST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CAP-DETALHE      PIC X(30) VALUE SPACES.
       77 WRK-FIM-VARREDURA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-DORMENTES    PIC 9(04) VALUE ZEROS.
       77 WRK-PERMATRIX-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEGCONF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-QTD-PERMISSOES   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PERMISSAO    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PARES        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR          PIC 9(02) VALUE ZEROS.
       77 WRK-NIVEL-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WRK-NIVEL-TESTE      PIC 9(02) VALUE ZEROS.
       77 WRK-PROGRAMA-TESTE   PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-LIBERADO   PIC X(01) VALUE 'N'.
       77 WRK-LIBERADO-A       PIC X(01) VALUE 'N'.
       77 WRK-CONFLITO-NOVO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONFLITOS    PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-PERMISSOES.
           05  WRK-PM-ITEM OCCURS 200 TIMES.
               10  WRK-PM-NIVEL       PIC 9(02).
               10  WRK-PM-PROGRAMA    PIC X(08).
               10  WRK-PM-PERMITIDO   PIC X(01).
       01 WRK-TABELA-PARES.
           05  WRK-PAR-ITEM OCCURS 50 TIMES.
               10  WRK-PA-PROGRAMA-A  PIC X(08).
               10  WRK-PA-PROGRAMA-B  PIC X(08).
               10  WRK-PA-DESCRICAO   PIC X(40).
       01 WRK-CIFRAGEM.
           05  WRK-CF-SENHA-CLARA     PIC X(20).
           05  WRK-CF-SENHA-CIFRADA   PIC X(20).
               MOVE 'F' TO WRK-OPCAO
           END-IF.

           PERFORM 110000-CARREGAR-PERMISSOES.
           PERFORM 120000-CARREGAR-PARES.

      *>*********************************************
       110000-CARREGAR-PERMISSOES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PERMISSOES.
           OPEN INPUT PERMATRIX.
           IF WRK-PERMATRIX-STATUS = '00'
               PERFORM 111000-LER-PERMISSAO
                   UNTIL WRK-PERMATRIX-STATUS = '10'
               CLOSE PERMATRIX
           END-IF.

      *>*********************************************
       111000-LER-PERMISSAO.
      *>*********************************************
           READ PERMATRIX
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-PERMISSOES < 200
                       ADD 1 TO WRK-QTD-PERMISSOES
                       MOVE PM-NIVEL
                           TO WRK-PM-NIVEL (WRK-QTD-PERMISSOES)
                       MOVE PM-PROGRAMA
                           TO WRK-PM-PROGRAMA (WRK-QTD-PERMISSOES)
                       MOVE PM-PERMITIDO
                           TO WRK-PM-PERMITIDO (WRK-QTD-PERMISSOES)
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-PARES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PARES.
           OPEN INPUT SEGCONF.
           IF WRK-SEGCONF-STATUS = '00'
               PERFORM 121000-LER-PAR
                   UNTIL WRK-SEGCONF-STATUS = '10'
               CLOSE SEGCONF
           END-IF.

      *>*********************************************
       121000-LER-PAR.
      *>*********************************************
           READ SEGCONF
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-PARES < 50
                       ADD 1 TO WRK-QTD-PARES
                       MOVE SG-PROGRAMA-A
                           TO WRK-PA-PROGRAMA-A (WRK-QTD-PARES)
                       MOVE SG-PROGRAMA-B
                           TO WRK-PA-PROGRAMA-B (WRK-QTD-PARES)
                       MOVE SG-DESCRICAO
                           TO WRK-PA-DESCRICAO (WRK-QTD-PARES)
                   END-IF
           END-READ.

      *>*********************************************
       200000-PROCESSAR-MENU.
      *>*********************************************
                   DISPLAY 'NIVEL (01 ADM / 02 SUP / 03 OPR / '
                           '04 CONSULTA)..'
                   ACCEPT WRK-NIVEL-NOVO
                   MOVE ZEROS TO WRK-NIVEL-ATUAL
                   PERFORM 360000-AVISAR-CONFLITOS
                   MOVE WRK-SENHA-INICIAL  TO WRK-CF-SENHA-CLARA
                   CALL 'SENHACIF' USING WRK-CIFRAGEM
                   END-CALL
                   MOVE WRK-CF-SENHA-CIFRADA TO WRK-CAP-DETALHE
                   PERFORM 350000-CAPTURAR-PENDENCIA
                   MOVE 'SOLICITA-INCL' TO WRK-ACAO
                   IF WRK-QTD-CONFLITOS > 0
                       MOVE 'INCLUSAO ENVIADA COM CONFLITO'
                           TO WRK-RESULTADO
                   ELSE
                       MOVE 'INCLUSAO ENVIADA PARA APROVACAO'
                           TO WRK-RESULTADO
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'USUARIO JA CADASTRADO'
           END-READ.
                       WHEN WRK-OPCAO-NIVEL
                           DISPLAY 'NIVEL NOVO..'
                           ACCEPT WRK-NIVEL-NOVO
                           MOVE USR-NIVEL TO WRK-NIVEL-ATUAL
                           PERFORM 360000-AVISAR-CONFLITOS
                           MOVE 'ALTERA-NIVEL' TO WRK-CAP-ACAO
                           MOVE WRK-NIVEL-NOVO TO WRK-CAP-NIVEL
                           MOVE SPACES         TO WRK-CAP-DETALHE
                           PERFORM 350000-CAPTURAR-PENDENCIA
                           MOVE 'SOLICITA-NIVEL' TO WRK-ACAO
                           IF WRK-QTD-CONFLITOS > 0
                               MOVE 'NIVEL ENVIADO COM CONFLITO SEG'
                                   TO WRK-RESULTADO
                           ELSE
                               MOVE 'NIVEL ENVIADO PARA APROVACAO'
                                   TO WRK-RESULTADO
                           END-IF
                       WHEN WRK-OPCAO-REATIVAR
      *>                   REATIVACAO (INCLUSIVE DE CONTA DORMENTE
      *>                   BLOQUEADA PELO USRDORM) EXIGE
                   END-IF
           END-READ.

      *>*********************************************
       360000-AVISAR-CONFLITOS.
      *>*********************************************
      *>   PAR DA SEGCONF QUE O NIVEL NOVO ALCANCA DOS DOIS LADOS E O
      *>   NIVEL ATUAL NAO ALCANCAVA - AVISO SO, A PENDENCIA SEGUE
      *>   PARA A APROVACAO E O RELATORIO MENSAL SEGFUNC
           MOVE ZEROS TO WRK-QTD-CONFLITOS.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               MOVE WRK-NIVEL-NOVO TO WRK-NIVEL-TESTE
               PERFORM 361000-CONFERIR-PAR
               MOVE WRK-CONFLITO-NOVO TO WRK-LIBERADO-A
               IF WRK-LIBERADO-A = 'S'
                   MOVE WRK-NIVEL-ATUAL TO WRK-NIVEL-TESTE
                   PERFORM 361000-CONFERIR-PAR
                   IF WRK-CONFLITO-NOVO = 'N'
                       ADD 1 TO WRK-QTD-CONFLITOS
                       DISPLAY 'AVISO - NIVEL ' WRK-NIVEL-NOVO
                               ' PASSA A ALCANCAR '
                               WRK-PA-PROGRAMA-A (WRK-IDX-PAR) ' E '
                               WRK-PA-PROGRAMA-B (WRK-IDX-PAR)
                       DISPLAY '        CONFLITO DE SEGREGACAO: '
                               WRK-PA-DESCRICAO (WRK-IDX-PAR)
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       361000-CONFERIR-PAR.
      *>*********************************************
           MOVE WRK-PA-PROGRAMA-A (WRK-IDX-PAR) TO WRK-PROGRAMA-TESTE.
           PERFORM 362000-VERIFICAR-PERMISSAO.
           MOVE WRK-NIVEL-LIBERADO TO WRK-CONFLITO-NOVO.
           IF WRK-CONFLITO-NOVO = 'S'
               MOVE WRK-PA-PROGRAMA-B (WRK-IDX-PAR)
                   TO WRK-PROGRAMA-TESTE
               PERFORM 362000-VERIFICAR-PERMISSAO
               MOVE WRK-NIVEL-LIBERADO TO WRK-CONFLITO-NOVO
           END-IF.

      *>*********************************************
       362000-VERIFICAR-PERMISSAO.
      *>*********************************************
      *>   MESMA REGRA DO GATE AUTORIZA: ADMINISTRADOR TEM ACESSO
      *>   IRRESTRITO, OS DEMAIS SO COM ENTRADA 'S' NA MATRIZ
           MOVE 'N' TO WRK-NIVEL-LIBERADO.
           IF WRK-NIVEL-TESTE = 01
               MOVE 'S' TO WRK-NIVEL-LIBERADO
           ELSE
               PERFORM VARYING WRK-IDX-PERMISSAO FROM 1 BY 1
                       UNTIL WRK-IDX-PERMISSAO > WRK-QTD-PERMISSOES
                   IF WRK-PM-NIVEL (WRK-IDX-PERMISSAO) =
                           WRK-NIVEL-TESTE
                   AND WRK-PM-PROGRAMA (WRK-IDX-PERMISSAO) =
                           WRK-PROGRAMA-TESTE
                   AND WRK-PM-PERMITIDO (WRK-IDX-PERMISSAO) = 'S'
                       MOVE 'S' TO WRK-NIVEL-LIBERADO
                       MOVE WRK-QTD-PERMISSOES TO WRK-IDX-PERMISSAO
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       400000-REGISTRAR-AUDITORIA.
      *>*********************************************
