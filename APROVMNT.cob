      *> PROPRIO SOLICITANTE. A APROVACAO APLICA A MUDANCA NO
      *> ARQUIVO ALVO (AV-ARQUIVO): PARAMETRO NO PARMGER (MESMA
      *> ORDENACAO PROGRAMA/CHAVE/VIGENCIA, COM TRILHA PARMAUDT) OU
      *> ACAO DE USUARIO NO USRMAST (INCLUSAO, NIVEL, REATIVACAO)
      *> OU TAXA MENSAL DE INDICE NO INDEXRT (CARGA DO IDXCARGA);
      *> APROVACAO E REJEICAO FICAM NO SECAUDIT.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> 03/09/2026 - PASSA A APLICAR TAMBEM AS ACOES CRITICAS DO
      *>              USRMAST CAPTURADAS PELO USRADMIN (INCLUSAO,
      *>              ALTERA-NIVEL, REATIVACAO)
      *> 15/10/2026 - APLICA TAMBEM OS MESES DA SERIE DE INDICES
      *>              ENFILEIRADOS PELO IDXCARGA (ALVO INDEXRT)
      *> 15/10/2026 - INDEXRT SO E REGRAVADO QUANDO A CARGA TERMINOU
      *>              LIMPA (ARQUIVO LIDO ATE O FIM OU AINDA
      *>              INEXISTENTE) E COUBE NA TABELA; SENAO, OU SE A
      *>              REGRAVACAO NAO ABRE, A PENDENCIA CONTINUA PENDENTE
      *>              EM VEZ DE CONSTAR COMO APROVADA SEM TER SIDO
      *>              APLICADA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-USRMAST-STATUS.
           SELECT INDEXRT ASSIGN TO "INDEXRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INDEXRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDAPRV.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       FD  USRMAST.
           COPY "USRMAST.CPY" IN 'COPYBOOKS'.
       FD  INDEXRT.
           COPY "INDEXRT.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-PENDAPRV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PARMAUDT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USRMAST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-INDEXRT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED         PIC +9(06),9(04).
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-INDICES      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-INDICE       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-IND2         PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-IND-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-MES-APROV    PIC 9(06) VALUE ZEROS.
       77 WRK-CARGA-INDICES-OK PIC X(01) VALUE 'S'.
       77 WRK-APLICOU          PIC X(01) VALUE 'S'.
       01 WRK-TROCA-INDICE         PIC X(15).
       01 WRK-TABELA-INDICES.
           05  WRK-IND-ITEM OCCURS 1200 TIMES.
               10  WRK-IN-INDICE      PIC X(03).
               10  WRK-IN-ANO-MES     PIC 9(06).
               10  WRK-IN-TAXA        PIC 9(02)V9(04).
       01 WRK-TROCA-AREA.
           05  WRK-TA-PROGRAMA    PIC X(20).
           05  WRK-TA-CHAVE       PIC X(15).

               EVALUATE WRK-DECISAO
                   WHEN 'A'
                       MOVE 'S' TO WRK-APLICOU
                       EVALUATE WRK-PE-ARQUIVO (WRK-IDX-PENDENTE)
                           WHEN 'USRMAST'
                               PERFORM 450000-APLICAR-NO-USRMAST
                           WHEN 'INDEXRT'
                               PERFORM 490000-APLICAR-NO-INDEXRT
                           WHEN OTHER
                               PERFORM 400000-APLICAR-NO-PARMGER
                       END-EVALUATE
                       IF WRK-APLICOU = 'S'
                           MOVE 'A' TO WRK-PE-SITUACAO
                               (WRK-IDX-PENDENTE)
                           MOVE WRK-USUARIO-ACESSO
                               TO WRK-PE-APROVADOR (WRK-IDX-PENDENTE)
                           PERFORM 550000-REGISTRAR-SECAUDIT
                           DISPLAY 'ALTERACAO APROVADA E APLICADA'
                       ELSE
                           DISPLAY 'ALTERACAO NAO APLICADA - '
                                   'PENDENCIA MANTIDA'
                       END-IF
                   WHEN 'R'
                       MOVE 'R' TO WRK-PE-SITUACAO
                           (WRK-IDX-PENDENTE)
                   DISPLAY 'USUARIO REATIVADO: ' USR-USUARIO
           END-READ.

      *>*********************************************
       490000-APLICAR-NO-INDEXRT.
      *>*********************************************
      *>   MES DA SERIE DE INDICES ENFILEIRADO PELO IDXCARGA -
      *>   AV-PROGRAMA CARREGA O INDICE, AV-CHAVE O ANO-MES E
      *>   AV-VALOR-NOVO A TAXA. ATUALIZA OU INSERE, REORDENA POR
      *>   INDICE/ANO-MES E REGRAVA O INDEXRT INTEIRO
           IF WRK-PE-CHAVE (WRK-IDX-PENDENTE) (1:6) NOT NUMERIC
               DISPLAY 'ANO-MES INVALIDO NA PENDENCIA - NADA APLICADO'
               MOVE 'N' TO WRK-APLICOU
           ELSE
               MOVE WRK-PE-CHAVE (WRK-IDX-PENDENTE) (1:6)
                   TO WRK-ANO-MES-APROV
               PERFORM 491000-CARREGAR-INDICES
           END-IF.
      *>   SERIE CARREGADA PELA METADE NAO PODE SER REGRAVADA - O
      *>   ARQUIVO PERDERIA OS MESES QUE NAO FORAM LIDOS
           IF WRK-APLICOU = 'S'
               AND WRK-CARGA-INDICES-OK = 'N'
               DISPLAY 'INDEXRT NAO CARREGADO POR INTEIRO - STATUS '
                       WRK-INDEXRT-STATUS ' - NADA APLICADO'
               MOVE 'N' TO WRK-APLICOU
           END-IF.
           IF WRK-APLICOU = 'S'
               MOVE ZEROS TO WRK-IDX-IND-ACHADO
               PERFORM VARYING WRK-IDX-INDICE FROM 1 BY 1
                       UNTIL WRK-IDX-INDICE > WRK-QTD-INDICES
                   IF WRK-IN-INDICE (WRK-IDX-INDICE) =
                           WRK-PE-PROGRAMA (WRK-IDX-PENDENTE) (1:3)
                       AND WRK-IN-ANO-MES (WRK-IDX-INDICE) =
                           WRK-ANO-MES-APROV
                       MOVE WRK-IDX-INDICE TO WRK-IDX-IND-ACHADO
                       MOVE WRK-QTD-INDICES TO WRK-IDX-INDICE
                   END-IF
               END-PERFORM
               IF WRK-IDX-IND-ACHADO = 0
                   IF WRK-QTD-INDICES < 1200
                       ADD 1 TO WRK-QTD-INDICES
                       MOVE WRK-QTD-INDICES TO WRK-IDX-IND-ACHADO
                       MOVE WRK-PE-PROGRAMA (WRK-IDX-PENDENTE) (1:3)
                           TO WRK-IN-INDICE (WRK-IDX-IND-ACHADO)
                       MOVE WRK-ANO-MES-APROV
                           TO WRK-IN-ANO-MES (WRK-IDX-IND-ACHADO)
                   ELSE
                       DISPLAY 'INDEXRT COM MAIS DE 1200 OBSERVACOES '
                               '- NADA APLICADO'
                       MOVE 'N' TO WRK-APLICOU
                   END-IF
               END-IF
               IF WRK-IDX-IND-ACHADO > 0
                   MOVE WRK-PE-VALOR (WRK-IDX-PENDENTE)
                       TO WRK-IN-TAXA (WRK-IDX-IND-ACHADO)
                   PERFORM 492000-ORDENAR-INDICES
                   PERFORM 493000-REGRAVAR-INDEXRT
               END-IF
           END-IF.

      *>*********************************************
       491000-CARREGAR-INDICES.
      *>*********************************************
      *>   CARGA LIMPA: ARQUIVO LIDO ATE O FIM SEM ESTOURAR A TABELA,
      *>   OU AINDA INEXISTENTE (PRIMEIRA TAXA DA SERIE)
           MOVE ZEROS TO WRK-QTD-INDICES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE 'S' TO WRK-CARGA-INDICES-OK.
           OPEN INPUT INDEXRT.
           EVALUATE WRK-INDEXRT-STATUS
               WHEN '00'
                   PERFORM 491100-LER-INDICE
                       UNTIL WRK-FIM-ARQUIVO = 'S'
                   CLOSE INDEXRT
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WRK-CARGA-INDICES-OK
           END-EVALUATE.

      *>*********************************************
       491100-LER-INDICE.
      *>*********************************************
           READ INDEXRT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-INDICES < 1200
                       ADD 1 TO WRK-QTD-INDICES
                       MOVE IX-REGISTRO
                           TO WRK-IND-ITEM (WRK-QTD-INDICES)
                   ELSE
                       MOVE 'N' TO WRK-CARGA-INDICES-OK
                   END-IF
           END-READ.
           IF WRK-INDEXRT-STATUS NOT = '00'
               AND WRK-INDEXRT-STATUS NOT = '10'
               MOVE 'N' TO WRK-CARGA-INDICES-OK
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

      *>*********************************************
       492000-ORDENAR-INDICES.
      *>*********************************************
           MOVE 'S' TO WRK-TROCA.
           PERFORM UNTIL WRK-TROCA = 'N'
               MOVE 'N' TO WRK-TROCA
               PERFORM VARYING WRK-IDX-INDICE FROM 1 BY 1
                       UNTIL WRK-IDX-INDICE >= WRK-QTD-INDICES
                   COMPUTE WRK-IDX-IND2 = WRK-IDX-INDICE + 1
                   IF WRK-IND-ITEM (WRK-IDX-INDICE) (1:9) >
                           WRK-IND-ITEM (WRK-IDX-IND2) (1:9)
                       MOVE WRK-IND-ITEM (WRK-IDX-INDICE)
                           TO WRK-TROCA-INDICE
                       MOVE WRK-IND-ITEM (WRK-IDX-IND2)
                           TO WRK-IND-ITEM (WRK-IDX-INDICE)
                       MOVE WRK-TROCA-INDICE
                           TO WRK-IND-ITEM (WRK-IDX-IND2)
                       MOVE 'S' TO WRK-TROCA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>*********************************************
       493000-REGRAVAR-INDEXRT.
      *>*********************************************
           OPEN OUTPUT INDEXRT.
           IF WRK-INDEXRT-STATUS NOT = '00'
               DISPLAY 'INDEXRT NAO PODE SER REGRAVADO - STATUS '
                       WRK-INDEXRT-STATUS ' - NADA APLICADO'
               MOVE 'N' TO WRK-APLICOU
           ELSE
               PERFORM VARYING WRK-IDX-INDICE FROM 1 BY 1
                       UNTIL WRK-IDX-INDICE > WRK-QTD-INDICES
                   MOVE WRK-IND-ITEM (WRK-IDX-INDICE) TO IX-REGISTRO
                   WRITE IX-REGISTRO
               END-PERFORM
               CLOSE INDEXRT
               DISPLAY 'TAXA APLICADA NO INDEXRT: '
                       WRK-PE-PROGRAMA (WRK-IDX-PENDENTE) (1:3) ' '
                       WRK-ANO-MES-APROV
           END-IF.

      *>*********************************************
       500000-GRAVAR-PARMAUDT.
      *>*********************************************
           MOVE WRK-USUARIO-ACESSO TO SA-USUARIO.
           MOVE 'APROVMNT'         TO SA-PROGRAMA.
           IF WRK-PE-SITUACAO (WRK-IDX-PENDENTE) = 'A'
               EVALUATE WRK-PE-ARQUIVO (WRK-IDX-PENDENTE)
                   WHEN 'USRMAST'
                       MOVE 'APROVA-USR' TO SA-ACAO
                   WHEN 'INDEXRT'
                       MOVE 'APROVA-IDX' TO SA-ACAO
                   WHEN OTHER
                       MOVE 'APROVA-PARM' TO SA-ACAO
               END-EVALUATE
           ELSE
               EVALUATE WRK-PE-ARQUIVO (WRK-IDX-PENDENTE)
                   WHEN 'USRMAST'
                       MOVE 'REJEITA-USR' TO SA-ACAO
                   WHEN 'INDEXRT'
                       MOVE 'REJEITA-IDX' TO SA-ACAO
                   WHEN OTHER
                       MOVE 'REJEITA-PARM' TO SA-ACAO
               END-EVALUATE
           END-IF.
           MOVE SPACES TO SA-RESULTADO.
           STRING WRK-PE-PROGRAMA (WRK-IDX-PENDENTE) (1:12)
