       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOSCPF.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RELATORIO SOB DEMANDA DOS DADOS PESSOAIS MANTIDOS
      *> SOBRE UM CPF EM TODA A SUITE (PEDIDO DO TITULAR PELA LGPD):
      *> CADASTRO DE FUNCIONARIOS (EMPFILE, TODAS AS MATRICULAS DO
      *> CPF), DEPENDENTES (DEPENDTE), HISTORICO DA FOLHA (FOLHAHST)
      *> E TRILHA DE ALTERACOES (EMPAUDIT) DESSAS MATRICULAS;
      *> CADASTRO DE CLIENTES DE INVESTIMENTO (CLIMAST), POSICOES
      *> (INVPOS) E TRILHA (CLIAUDIT) DO CLIENTE; E CADASTRO DE
      *> FORNECEDORES (FORNMAST) PESSOA FISICA. O DOCUMENTO DIGITADO
      *> NO CLIMANUT E ACEITO SO COM OS DIGITOS OU NO FORMATO
      *> 999.999.999-99. O STUMAST NAO GUARDA CPF - ALUNO SO E
      *> LOCALIZADO PELA MATRICULA, FORA DESTE RELATORIO. SO EMITE
      *> PARA USUARIO LIBERADO NA PERMATRIX (SESSAO DO MENU, BATCHID
      *> OU USUARIO E SENHA); O CPF E O PROTOCOLO DO PEDIDO SAO
      *> INFORMADOS NO CONSOLE. CADA EMISSAO FICA NO SECAUDIT
      *> ('CONSULTA-CPF') COM O USUARIO E O PROTOCOLO.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - PASSA A EXIGIR ACESSO PELO AUTORIZA (SESSAO DO
      *>              MENU, BATCHID OU USUARIO E SENHA NO CONSOLE) COM O
      *>              PROGRAMA DADOSCPF NA PERMATRIX; O SECAUDIT
      *>              REGISTRA O USUARIO AUTENTICADO E O PROTOCOLO DO
      *>              PEDIDO MATRICULA E CLIENTE PROCURADOS NAS TABELAS
      *>              DO CPF PASSAM A VIR DE CAMPOS PROPRIOS DE
      *>              TRABALHO, E NAO MAIS DA AREA DE REGISTRO DO
      *>              DEPENDTE E DO CLIMAST, JA FECHADOS
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT DEPENDTE ASSIGN TO "DEPENDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPENDTE-STATUS.
           SELECT FOLHAHST ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHST-STATUS.
           SELECT EMPAUDIT ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPAUDIT-STATUS.
           SELECT CLIMAST ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WRK-CLIMAST-STATUS.
           SELECT INVPOS ASSIGN TO "INVPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INVPOS-STATUS.
           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIAUDIT-STATUS.
           SELECT FORNMAST ASSIGN TO "FORNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORNMAST-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
           SELECT BATCHID ASSIGN TO "BATCHID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHID-STATUS.
           SELECT DADOSRPT ASSIGN TO "DADOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DADOSRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  DEPENDTE.
           COPY "DEPENDTE.CPY" IN 'COPYBOOKS'.
       FD  FOLHAHST.
           COPY "FOLHAHST.CPY" IN 'COPYBOOKS'.
       FD  EMPAUDIT.
           COPY "EMPAUDIT.CPY" IN 'COPYBOOKS'.
       FD  CLIMAST.
           COPY "CLIMAST.CPY" IN 'COPYBOOKS'.
       FD  INVPOS.
           COPY "INVPOS.CPY" IN 'COPYBOOKS'.
       FD  CLIAUDIT.
           COPY "CLIAUDIT.CPY" IN 'COPYBOOKS'.
       FD  FORNMAST.
           COPY "FORNMAST.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       FD  BATCHID.
           COPY "BATCHID.CPY" IN 'COPYBOOKS'.
       FD  DADOSRPT
           RECORDING MODE IS F.
       01  DADOSRPT-LINHA           PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-EMPFILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DEPENDTE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FOLHAHST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPAUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CLIMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-INVPOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLIAUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FORNMAST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHID-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DADOSRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO  PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO    PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO PIC X(08) VALUE SPACES.
       77 WRK-ACESSO-AUTORIZ  PIC X(01) VALUE 'N'.
           88 WRK-ACESSO-PERMITIDO VALUE 'S'.
       77 WRK-NIVEL-ACESSO    PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ACESSO      PIC X(40) VALUE SPACES.
       77 WRK-FIM-EMPFILE     PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPFILE     VALUE 'S'.
       77 WRK-FIM-CLIMAST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-CLIMAST     VALUE 'S'.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA           PIC 9(08) VALUE ZEROS.
       77 WRK-CPF             PIC X(11) VALUE SPACES.
       77 WRK-CPF-NUM         PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-FORMATADO   PIC X(14) VALUE SPACES.
       77 WRK-PROTOCOLO       PIC X(20) VALUE SPACES.
       77 WRK-CPF-VALIDO      PIC X(01) VALUE 'N'.
       77 WRK-QTD-MATRICULAS  PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MATRICULA   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-BUSCA-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-BUSCA-CLIENTE   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ACHADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED          PIC Z(04)9.
      *>   MATRICULAS E CLIENTES DO CPF, COM AS CONTAGENS DOS
      *>   ARQUIVOS DE MOVIMENTO LIGADOS A CADA UM
       01 WRK-TABELA-MATRICULAS.
           05  WRK-MATRICULA-CPF OCCURS 20 TIMES.
               10  WRK-MC-MATRICULA   PIC 9(06).
               10  WRK-MC-QTD-FOLHA   PIC 9(05).
               10  WRK-MC-COMPET-DE   PIC 9(06).
               10  WRK-MC-COMPET-ATE  PIC 9(06).
               10  WRK-MC-QTD-AUDIT   PIC 9(05).
       01 WRK-TABELA-CLIENTES.
           05  WRK-CLIENTE-CPF OCCURS 20 TIMES.
               10  WRK-CC-CODIGO      PIC 9(06).
               10  WRK-CC-QTD-POSICAO PIC 9(05).
               10  WRK-CC-QTD-AUDIT   PIC 9(05).
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 050000-VERIFICAR-ACESSO.

           IF WRK-ACESSO-PERMITIDO
               PERFORM 100000-INICIALIZAR
               IF WRK-CPF-VALIDO = 'S'
                   PERFORM 200000-PESQUISAR-FUNCIONARIOS
                   PERFORM 300000-PESQUISAR-CLIENTES
                   PERFORM 400000-PESQUISAR-FORNECEDORES
                   PERFORM 500000-FINALIZAR
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
                   DISPLAY 'ARQUIVO BATCHID ENCONTRADO - CREDENCIAL '
                           'DE LOTE'
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

           MOVE 'DADOSCPF' TO WRK-PROGRAMA-ACESSO.

           CALL 'AUTORIZA' USING WRK-USUARIO-ACESSO WRK-SENHA-ACESSO
                                  WRK-PROGRAMA-ACESSO WRK-ACESSO-AUTORIZ
                                  WRK-NIVEL-ACESSO WRK-MSG-ACESSO
           END-CALL.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'CPF DO TITULAR (11 DIGITOS)..'.
           ACCEPT WRK-CPF.
           DISPLAY 'PROTOCOLO DO PEDIDO DO TITULAR..'.
           ACCEPT WRK-PROTOCOLO.

           IF WRK-CPF IS NUMERIC
               MOVE 'S' TO WRK-CPF-VALIDO
               MOVE WRK-CPF TO WRK-CPF-NUM
               STRING WRK-CPF (1:3) '.' WRK-CPF (4:3) '.'
                      WRK-CPF (7:3) '-' WRK-CPF (10:2)
                   DELIMITED BY SIZE INTO WRK-CPF-FORMATADO
               END-STRING
           ELSE
               DISPLAY 'CPF INVALIDO - INFORMAR OS 11 DIGITOS, SEM '
                       'PONTOS OU TRACO'
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WRK-CPF-VALIDO = 'S'
               OPEN OUTPUT DADOSRPT
               MOVE SPACES TO DADOSRPT-LINHA
               STRING 'DADOS PESSOAIS MANTIDOS - CPF '
                      WRK-CPF-FORMATADO ' - ' WRK-HOJE
                   DELIMITED BY SIZE INTO DADOSRPT-LINHA
               END-STRING
               WRITE DADOSRPT-LINHA
               MOVE SPACES TO DADOSRPT-LINHA
               STRING 'EMITIDO POR ' WRK-USUARIO-ACESSO
                      ' PROTOCOLO ' WRK-PROTOCOLO
                   DELIMITED BY SIZE INTO DADOSRPT-LINHA
               END-STRING
               WRITE DADOSRPT-LINHA
               MOVE SPACES TO DADOSRPT-LINHA
               WRITE DADOSRPT-LINHA
           END-IF.

      *>*********************************************
       200000-PESQUISAR-FUNCIONARIOS.
      *>*********************************************
           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'EMPFILE INDISPONIVEL - STATUS '
                       WRK-EMPFILE-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO EMP-MATRICULA
               START EMPFILE KEY NOT LESS THAN EMP-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-EMPFILE
               END-START
               PERFORM 210000-LER-FUNCIONARIO UNTIL WRK-EOF-EMPFILE
               CLOSE EMPFILE
           END-IF.

           IF WRK-QTD-MATRICULAS > 0
               PERFORM 220000-PESQUISAR-DEPENDENTES
               PERFORM 230000-CONTAR-FOLHA
               PERFORM 240000-CONTAR-AUDITORIA
               PERFORM 250000-LISTAR-MOVIMENTOS
           END-IF.

      *>*********************************************
       210000-LER-FUNCIONARIO.
      *>*********************************************
           READ EMPFILE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-EMPFILE
               NOT AT END
                   IF EMP-CPF = WRK-CPF
                       ADD 1 TO WRK-QTD-ACHADOS
                       IF WRK-QTD-MATRICULAS < 20
                           ADD 1 TO WRK-QTD-MATRICULAS
                           MOVE EMP-MATRICULA TO WRK-MC-MATRICULA
                               (WRK-QTD-MATRICULAS)
                           MOVE ZEROS TO WRK-MC-QTD-FOLHA
                               (WRK-QTD-MATRICULAS)
                           MOVE ZEROS TO WRK-MC-COMPET-DE
                               (WRK-QTD-MATRICULAS)
                           MOVE ZEROS TO WRK-MC-COMPET-ATE
                               (WRK-QTD-MATRICULAS)
                           MOVE ZEROS TO WRK-MC-QTD-AUDIT
                               (WRK-QTD-MATRICULAS)
                       END-IF
                       MOVE SPACES TO DADOSRPT-LINHA
                       STRING 'EMPFILE  MATRICULA ' EMP-MATRICULA
                              ' ' EMP-NOME ' SITUACAO ' EMP-SITUACAO
                              ' ADM ' EMP-MES-ADMISSAO '/'
                              EMP-ANO-ADMISSAO
                           DELIMITED BY SIZE INTO DADOSRPT-LINHA
                       END-STRING
                       WRITE DADOSRPT-LINHA
                       MOVE SPACES TO DADOSRPT-LINHA
                       STRING '         BANCO ' EMP-BANCO
                              ' AGENCIA ' EMP-AGENCIA
                              ' CONTA ' EMP-CONTA
                              ' DEPTO ' EMP-DEPARTAMENTO
                           DELIMITED BY SIZE INTO DADOSRPT-LINHA
                       END-STRING
                       WRITE DADOSRPT-LINHA
                   END-IF
           END-READ.

      *>*********************************************
       220000-PESQUISAR-DEPENDENTES.
      *>*********************************************
           OPEN INPUT DEPENDTE.
           IF WRK-DEPENDTE-STATUS = '00'
               PERFORM 221000-LER-DEPENDENTE
                   UNTIL WRK-DEPENDTE-STATUS = '10'
               CLOSE DEPENDTE
           END-IF.

      *>*********************************************
       221000-LER-DEPENDENTE.
      *>*********************************************
           READ DEPENDTE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DT-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 260000-LOCALIZAR-MATRICULA
                   IF WRK-ACHOU = 'S'
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE SPACES TO DADOSRPT-LINHA
                       STRING 'DEPENDTE MATRICULA ' DT-MATRICULA
                              ' ' DT-NOME ' NASC '
                              DT-DATA-NASCIMENTO ' TIPO ' DT-TIPO
                           DELIMITED BY SIZE INTO DADOSRPT-LINHA
                       END-STRING
                       WRITE DADOSRPT-LINHA
                   END-IF
           END-READ.

      *>*********************************************
       230000-CONTAR-FOLHA.
      *>*********************************************
           OPEN INPUT FOLHAHST.
           IF WRK-FOLHAHST-STATUS = '00'
               PERFORM 231000-LER-FOLHA
                   UNTIL WRK-FOLHAHST-STATUS = '10'
               CLOSE FOLHAHST
           END-IF.

      *>*********************************************
       231000-LER-FOLHA.
      *>*********************************************
           READ FOLHAHST
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HF-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 260000-LOCALIZAR-MATRICULA
                   IF WRK-ACHOU = 'S'
                       ADD 1 TO WRK-MC-QTD-FOLHA (WRK-IDX-MATRICULA)
                       IF WRK-MC-COMPET-DE (WRK-IDX-MATRICULA) = 0
                          OR HF-COMPETENCIA <
                             WRK-MC-COMPET-DE (WRK-IDX-MATRICULA)
                           MOVE HF-COMPETENCIA
                               TO WRK-MC-COMPET-DE (WRK-IDX-MATRICULA)
                       END-IF
                       IF HF-COMPETENCIA >
                          WRK-MC-COMPET-ATE (WRK-IDX-MATRICULA)
                           MOVE HF-COMPETENCIA
                               TO WRK-MC-COMPET-ATE (WRK-IDX-MATRICULA)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       240000-CONTAR-AUDITORIA.
      *>*********************************************
           OPEN INPUT EMPAUDIT.
           IF WRK-EMPAUDIT-STATUS = '00'
               PERFORM 241000-LER-AUDITORIA
                   UNTIL WRK-EMPAUDIT-STATUS = '10'
               CLOSE EMPAUDIT
           END-IF.

      *>*********************************************
       241000-LER-AUDITORIA.
      *>*********************************************
           READ EMPAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-MATRICULA TO WRK-BUSCA-MATRICULA
                   PERFORM 260000-LOCALIZAR-MATRICULA
                   IF WRK-ACHOU = 'S'
                       ADD 1 TO WRK-MC-QTD-AUDIT (WRK-IDX-MATRICULA)
                   END-IF
           END-READ.

      *>*********************************************
       250000-LISTAR-MOVIMENTOS.
      *>*********************************************
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               IF WRK-MC-QTD-FOLHA (WRK-IDX-MATRICULA) > 0
                   MOVE WRK-MC-QTD-FOLHA (WRK-IDX-MATRICULA)
                       TO WRK-QTD-ED
                   MOVE SPACES TO DADOSRPT-LINHA
                   STRING 'FOLHAHST MATRICULA '
                          WRK-MC-MATRICULA (WRK-IDX-MATRICULA)
                          ' ' WRK-QTD-ED ' RUBRICAS, COMPETENCIAS '
                          WRK-MC-COMPET-DE (WRK-IDX-MATRICULA) ' A '
                          WRK-MC-COMPET-ATE (WRK-IDX-MATRICULA)
                       DELIMITED BY SIZE INTO DADOSRPT-LINHA
                   END-STRING
                   WRITE DADOSRPT-LINHA
                   ADD 1 TO WRK-QTD-ACHADOS
               END-IF
               IF WRK-MC-QTD-AUDIT (WRK-IDX-MATRICULA) > 0
                   MOVE WRK-MC-QTD-AUDIT (WRK-IDX-MATRICULA)
                       TO WRK-QTD-ED
                   MOVE SPACES TO DADOSRPT-LINHA
                   STRING 'EMPAUDIT MATRICULA '
                          WRK-MC-MATRICULA (WRK-IDX-MATRICULA)
                          ' ' WRK-QTD-ED ' REGISTROS DE ALTERACAO'
                       DELIMITED BY SIZE INTO DADOSRPT-LINHA
                   END-STRING
                   WRITE DADOSRPT-LINHA
                   ADD 1 TO WRK-QTD-ACHADOS
               END-IF
           END-PERFORM.

      *>*********************************************
       260000-LOCALIZAR-MATRICULA.
      *>*********************************************
      *>   PROCURA WRK-BUSCA-MATRICULA ENTRE AS MATRICULAS DO CPF
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
                      OR WRK-ACHOU = 'S'
               IF WRK-MC-MATRICULA (WRK-IDX-MATRICULA) =
                       WRK-BUSCA-MATRICULA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-MATRICULA
           END-IF.

      *>*********************************************
       300000-PESQUISAR-CLIENTES.
      *>*********************************************
           OPEN INPUT CLIMAST.
           IF WRK-CLIMAST-STATUS NOT = '00'
               DISPLAY 'CLIMAST INDISPONIVEL - STATUS '
                       WRK-CLIMAST-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO CL-CODIGO
               START CLIMAST KEY NOT LESS THAN CL-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CLIMAST
               END-START
               PERFORM 310000-LER-CLIENTE UNTIL WRK-EOF-CLIMAST
               CLOSE CLIMAST
           END-IF.

      *>   A TRILHA CLIAUDIT GUARDA O DOCUMENTO EM CADA REGISTRO E E
      *>   LIDA MESMO SEM CLIENTE NO CADASTRO
           PERFORM 330000-CONTAR-AUDITORIA-CLI.
           IF WRK-QTD-CLIENTES > 0
               PERFORM 320000-CONTAR-POSICOES
           END-IF.
           PERFORM 340000-LISTAR-MOVIMENTOS-CLI.

      *>*********************************************
       310000-LER-CLIENTE.
      *>*********************************************
           READ CLIMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-CLIMAST
               NOT AT END
                   IF CL-DOCUMENTO = WRK-CPF
                      OR CL-DOCUMENTO = WRK-CPF-FORMATADO
                       ADD 1 TO WRK-QTD-ACHADOS
                       IF WRK-QTD-CLIENTES < 20
                           ADD 1 TO WRK-QTD-CLIENTES
                           MOVE CL-CODIGO
                               TO WRK-CC-CODIGO (WRK-QTD-CLIENTES)
                           MOVE ZEROS
                               TO WRK-CC-QTD-POSICAO (WRK-QTD-CLIENTES)
                           MOVE ZEROS
                               TO WRK-CC-QTD-AUDIT (WRK-QTD-CLIENTES)
                       END-IF
                       MOVE SPACES TO DADOSRPT-LINHA
                       STRING 'CLIMAST  CLIENTE ' CL-CODIGO ' '
                              CL-NOME ' SITUACAO ' CL-SITUACAO
                              ' PERFIL ' CL-PERFIL
                           DELIMITED BY SIZE INTO DADOSRPT-LINHA
                       END-STRING
                       WRITE DADOSRPT-LINHA
                   END-IF
           END-READ.

      *>*********************************************
       320000-CONTAR-POSICOES.
      *>*********************************************
           OPEN INPUT INVPOS.
           IF WRK-INVPOS-STATUS = '00'
               PERFORM 321000-LER-POSICAO
                   UNTIL WRK-INVPOS-STATUS = '10'
               CLOSE INVPOS
           END-IF.

      *>*********************************************
       321000-LER-POSICAO.
      *>*********************************************
           READ INVPOS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE IP-CLIENTE TO WRK-BUSCA-CLIENTE
                   PERFORM 350000-LOCALIZAR-CLIENTE
                   IF WRK-ACHOU = 'S'
                       ADD 1 TO WRK-CC-QTD-POSICAO (WRK-IDX-CLIENTE)
                   END-IF
           END-READ.

      *>*********************************************
       330000-CONTAR-AUDITORIA-CLI.
      *>*********************************************
           OPEN INPUT CLIAUDIT.
           IF WRK-CLIAUDIT-STATUS = '00'
               PERFORM 331000-LER-AUDITORIA-CLI
                   UNTIL WRK-CLIAUDIT-STATUS = '10'
               CLOSE CLIAUDIT
           END-IF.

      *>*********************************************
       331000-LER-AUDITORIA-CLI.
      *>*********************************************
           READ CLIAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CA-CODIGO TO WRK-BUSCA-CLIENTE
                   PERFORM 350000-LOCALIZAR-CLIENTE
                   IF WRK-ACHOU = 'N'
                       AND (CA-DOCUMENTO = WRK-CPF
                            OR CA-DOCUMENTO = WRK-CPF-FORMATADO)
                       AND WRK-QTD-CLIENTES < 20
      *>               CLIENTE QUE JA TEVE O CPF (DOCUMENTO ALTERADO
      *>               OU CADASTRO ANONIMIZADO) - A TRILHA AINDA TEM
                       ADD 1 TO WRK-QTD-CLIENTES
                       MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
                       MOVE CA-CODIGO
                           TO WRK-CC-CODIGO (WRK-IDX-CLIENTE)
                       MOVE ZEROS
                           TO WRK-CC-QTD-POSICAO (WRK-IDX-CLIENTE)
                       MOVE ZEROS
                           TO WRK-CC-QTD-AUDIT (WRK-IDX-CLIENTE)
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
                   IF WRK-ACHOU = 'S'
                       ADD 1 TO WRK-CC-QTD-AUDIT (WRK-IDX-CLIENTE)
                   END-IF
           END-READ.

      *>*********************************************
       340000-LISTAR-MOVIMENTOS-CLI.
      *>*********************************************
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               IF WRK-CC-QTD-POSICAO (WRK-IDX-CLIENTE) > 0
                   MOVE WRK-CC-QTD-POSICAO (WRK-IDX-CLIENTE)
                       TO WRK-QTD-ED
                   MOVE SPACES TO DADOSRPT-LINHA
                   STRING 'INVPOS   CLIENTE '
                          WRK-CC-CODIGO (WRK-IDX-CLIENTE)
                          ' ' WRK-QTD-ED ' POSICOES'
                       DELIMITED BY SIZE INTO DADOSRPT-LINHA
                   END-STRING
                   WRITE DADOSRPT-LINHA
                   ADD 1 TO WRK-QTD-ACHADOS
               END-IF
               IF WRK-CC-QTD-AUDIT (WRK-IDX-CLIENTE) > 0
                   MOVE WRK-CC-QTD-AUDIT (WRK-IDX-CLIENTE)
                       TO WRK-QTD-ED
                   MOVE SPACES TO DADOSRPT-LINHA
                   STRING 'CLIAUDIT CLIENTE '
                          WRK-CC-CODIGO (WRK-IDX-CLIENTE)
                          ' ' WRK-QTD-ED ' REGISTROS DE ALTERACAO'
                       DELIMITED BY SIZE INTO DADOSRPT-LINHA
                   END-STRING
                   WRITE DADOSRPT-LINHA
                   ADD 1 TO WRK-QTD-ACHADOS
               END-IF
           END-PERFORM.

      *>*********************************************
       350000-LOCALIZAR-CLIENTE.
      *>*********************************************
      *>   PROCURA WRK-BUSCA-CLIENTE ENTRE OS CLIENTES DO CPF
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
                      OR WRK-ACHOU = 'S'
               IF WRK-CC-CODIGO (WRK-IDX-CLIENTE) = WRK-BUSCA-CLIENTE
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-CLIENTE
           END-IF.

      *>*********************************************
       400000-PESQUISAR-FORNECEDORES.
      *>*********************************************
           OPEN INPUT FORNMAST.
           IF WRK-FORNMAST-STATUS = '00'
               PERFORM 410000-LER-FORNECEDOR
                   UNTIL WRK-FORNMAST-STATUS = '10'
               CLOSE FORNMAST
           END-IF.

      *>*********************************************
       410000-LER-FORNECEDOR.
      *>*********************************************
           READ FORNMAST
               AT END
                   CONTINUE
               NOT AT END
                   IF FO-DOCUMENTO = WRK-CPF-NUM
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE SPACES TO DADOSRPT-LINHA
                       STRING 'FORNMAST FORNECEDOR ' FO-CODIGO ' '
                              FO-NOME ' SIT ' FO-SITUACAO
                           DELIMITED BY SIZE INTO DADOSRPT-LINHA
                       END-STRING
                       WRITE DADOSRPT-LINHA
                       MOVE SPACES TO DADOSRPT-LINHA
                       STRING '         BANCO ' FO-BANCO
                              ' AGENCIA ' FO-AGENCIA
                              ' CONTA ' FO-CONTA
                           DELIMITED BY SIZE INTO DADOSRPT-LINHA
                       END-STRING
                       WRITE DADOSRPT-LINHA
                   END-IF
           END-READ.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           MOVE SPACES TO DADOSRPT-LINHA.
           WRITE DADOSRPT-LINHA.
           IF WRK-QTD-ACHADOS = 0
               MOVE 'NENHUM DADO PESSOAL ENCONTRADO PARA O CPF'
                   TO DADOSRPT-LINHA
               WRITE DADOSRPT-LINHA
           END-IF.
           MOVE 'STUMAST NAO GUARDA CPF - ALUNO SO PELA MATRICULA'
               TO DADOSRPT-LINHA.
           WRITE DADOSRPT-LINHA.
           CLOSE DADOSRPT.

      *>   A CONSULTA A DADO PESSOAL FICA NA TRILHA DE SEGURANCA, SEM
      *>   O CPF
           ACCEPT WRK-AGORA FROM TIME.
           OPEN EXTEND SECAUDIT.
           IF WRK-SECAUDIT-STATUS NOT = '00'
               OPEN OUTPUT SECAUDIT
           END-IF.
           MOVE WRK-HOJE           TO SA-DATA.
           MOVE WRK-AGORA          TO SA-HORA.
           MOVE WRK-USUARIO-ACESSO TO SA-USUARIO.
           MOVE 'DADOSCPF'         TO SA-PROGRAMA.
           MOVE 'CONSULTA-CPF'     TO SA-ACAO.
           MOVE SPACES             TO SA-RESULTADO.
           STRING 'PROTOCOLO ' WRK-PROTOCOLO
               DELIMITED BY SIZE INTO SA-RESULTADO
           END-STRING.
           WRITE SA-REGISTRO.
           CLOSE SECAUDIT.

           DISPLAY '========================='.
           DISPLAY 'DADOS PESSOAIS POR CPF'.
           DISPLAY 'OCORRENCIAS LISTADAS...: ' WRK-QTD-ACHADOS.
           DISPLAY '========================='.
