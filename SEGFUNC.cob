       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUNC.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RELATORIO MENSAL DE CONFLITOS DE SEGREGACAO DE
      *> FUNCOES. PARA CADA PAR DE PROGRAMAS CONFLITANTES DA TABELA
      *> SEGCONF (MANTIDA PELA AUDITORIA): (1) LISTA TODO USUARIO DO
      *> USRMAST CUJO NIVEL, PELA MATRIZ PERMATRIX (ADMINISTRADOR
      *> LIBERADO EM TUDO, COMO NO AUTORIZA), ALCANCA OS DOIS LADOS
      *> DO PAR; (2) VARRE O SECAUDIT DA COMPETENCIA E APONTA O
      *> USUARIO QUE DE FATO EXECUTOU OS DOIS LADOS - NO MESMO
      *> REGISTRO QUANDO O PAR COMPARA A CHAVE (SG-MESMO-REGISTRO)
      *> OU NA MESMA COMPETENCIA QUANDO UM LADO E LOTE. RC 4 COM
      *> CONFLITO SO DE NIVEL, RC 8 COM CONFLITO EXERCIDO.
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
           SELECT SEGCONF ASSIGN TO "SEGCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEGCONF-STATUS.
           SELECT PERMATRIX ASSIGN TO "PERMATRIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMATRIX-STATUS.
           SELECT USRMAST ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-USRMAST-STATUS.
           SELECT SECAUDIT ASSIGN TO "SECAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SECAUDIT-STATUS.
           SELECT SEGRPT ASSIGN TO "SEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEGRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGCONF.
           COPY "SEGCONF.CPY" IN 'COPYBOOKS'.
       FD  PERMATRIX.
           COPY "PERMATRIX.CPY" IN 'COPYBOOKS'.
       FD  USRMAST.
           COPY "USRMAST.CPY" IN 'COPYBOOKS'.
       FD  SECAUDIT.
           COPY "SECAUDIT.CPY" IN 'COPYBOOKS'.
       FD  SEGRPT
           RECORDING MODE IS F.
       01  SEGRPT-LINHA             PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-SEGCONF-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PERMATRIX-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USRMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SECAUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEGRPT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-FIM-USRMAST     PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-PERMISSOES  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PERMISSAO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PARES       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAR         PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OCORRENCIA  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OCOR2       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OCOR3       PIC 9(04) VALUE ZEROS.
       77 WRK-NIVEL-TESTE     PIC 9(02) VALUE ZEROS.
       77 WRK-PROGRAMA-TESTE  PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-LIBERADO  PIC X(01) VALUE 'N'.
       77 WRK-LIBERADO-A      PIC X(01) VALUE 'N'.
       77 WRK-ACAO-TESTE      PIC X(15) VALUE SPACES.
       77 WRK-LADO-CASA       PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO-USR    PIC X(12) VALUE SPACES.
       77 WRK-QTD-USUARIOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFL-NIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFL-EXERC PIC 9(05) VALUE ZEROS.
       01 WRK-TABELA-PERMISSOES.
           05  WRK-PM-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TPM.
               10  WRK-PM-NIVEL      PIC 9(02).
               10  WRK-PM-PROGRAMA   PIC X(08).
               10  WRK-PM-PERMITIDO  PIC X(01).
       01 WRK-TABELA-PARES.
           05  WRK-PAR-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TPA.
               10  WRK-PA-PROGRAMA-A  PIC X(08).
               10  WRK-PA-ACAO-A      PIC X(15).
               10  WRK-PA-PROGRAMA-B  PIC X(08).
               10  WRK-PA-ACAO-B      PIC X(15).
               10  WRK-PA-MESMO-REG   PIC X(01).
               10  WRK-PA-DESCRICAO   PIC X(40).
               10  WRK-PA-QTD-NIVEL   PIC 9(05).
      *>   ACOES DA COMPETENCIA QUE CAEM EM UM DOS LADOS DE ALGUM PAR
       01 WRK-TABELA-OCORRENCIAS.
           05  WRK-OCO-ITEM OCCURS 3000 TIMES INDEXED BY WRK-IDX-TOC.
               10  WRK-OC-PAR         PIC 9(02).
               10  WRK-OC-LADO        PIC X(01).
               10  WRK-OC-USUARIO     PIC X(20).
               10  WRK-OC-DATA        PIC 9(08).
               10  WRK-OC-RESULTADO   PIC X(30).
               10  WRK-OC-LISTADA     PIC X(01).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           IF WRK-QTD-PARES > 0
               PERFORM 200000-CONFERIR-NIVEIS
               PERFORM 300000-CARREGAR-AUDITORIA
               PERFORM 400000-CONFERIR-EXERCIDOS
           END-IF.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-COMPETENCIA.

           PERFORM 110000-CARREGAR-PERMISSOES.
           PERFORM 120000-CARREGAR-PARES.

           OPEN OUTPUT SEGRPT.
           MOVE SPACES TO SEGRPT-LINHA.
           STRING 'CONFLITOS DE SEGREGACAO DE FUNCOES - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO SEGRPT-LINHA
           END-STRING.
           WRITE SEGRPT-LINHA.
           IF WRK-QTD-PARES = 0
               MOVE 'TABELA SEGCONF VAZIA OU AUSENTE - NADA A CONFERIR'
                   TO SEGRPT-LINHA
               WRITE SEGRPT-LINHA
           END-IF.

      *>*********************************************
       110000-CARREGAR-PERMISSOES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-PERMISSOES.
           OPEN INPUT PERMATRIX.
           IF WRK-PERMATRIX-STATUS = '00'
               PERFORM 111000-LER-PERMISSAO
                   UNTIL WRK-PERMATRIX-STATUS = '10'
               CLOSE PERMATRIX
           ELSE
               DISPLAY 'PERMATRIX INDISPONIVEL - STATUS '
                       WRK-PERMATRIX-STATUS
                       ' - SO O ADMINISTRADOR SERA CONSIDERADO'
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
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'PERMATRIX COM MAIS DE 200 ENTRADAS - '
                               'REGISTRO IGNORADO'
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
           ELSE
               DISPLAY 'SEGCONF INDISPONIVEL - STATUS '
                       WRK-SEGCONF-STATUS
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
                       MOVE SG-ACAO-A
                           TO WRK-PA-ACAO-A (WRK-QTD-PARES)
                       MOVE SG-PROGRAMA-B
                           TO WRK-PA-PROGRAMA-B (WRK-QTD-PARES)
                       MOVE SG-ACAO-B
                           TO WRK-PA-ACAO-B (WRK-QTD-PARES)
                       MOVE SG-MESMO-REGISTRO
                           TO WRK-PA-MESMO-REG (WRK-QTD-PARES)
                       MOVE SG-DESCRICAO
                           TO WRK-PA-DESCRICAO (WRK-QTD-PARES)
                       MOVE ZEROS
                           TO WRK-PA-QTD-NIVEL (WRK-QTD-PARES)
                   ELSE
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'SEGCONF COM MAIS DE 50 PARES - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       200000-CONFERIR-NIVEIS.
      *>*********************************************
           MOVE SPACES TO SEGRPT-LINHA.
           WRITE SEGRPT-LINHA.
           MOVE 'USUARIOS CUJO NIVEL ALCANCA OS DOIS LADOS DE UM PAR'
               TO SEGRPT-LINHA.
           WRITE SEGRPT-LINHA.
           MOVE SPACES TO SEGRPT-LINHA.
           STRING 'USUARIO              NV PROGRAMA A / PROGRAMA B  '
                  'SITUACAO'
               DELIMITED BY SIZE INTO SEGRPT-LINHA
           END-STRING.
           WRITE SEGRPT-LINHA.

           MOVE 'N' TO WRK-FIM-USRMAST.
           OPEN INPUT USRMAST.
           IF WRK-USRMAST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USRMAST - STATUS '
                       WRK-USRMAST-STATUS
               MOVE 'S' TO WRK-FIM-USRMAST
               MOVE 'S' TO WRK-TABELA-CHEIA
           ELSE
               MOVE LOW-VALUES TO USR-USUARIO
               START USRMAST KEY NOT LESS THAN USR-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-USRMAST
               END-START
               PERFORM 210000-LER-USUARIO
                   UNTIL WRK-FIM-USRMAST = 'S'
               CLOSE USRMAST
           END-IF.

      *>*********************************************
       210000-LER-USUARIO.
      *>*********************************************
           READ USRMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-USRMAST
               NOT AT END
                   ADD 1 TO WRK-QTD-USUARIOS
                   PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                           UNTIL WRK-IDX-PAR > WRK-QTD-PARES
                       PERFORM 220000-CONFERIR-PAR-USUARIO
                   END-PERFORM
           END-READ.

      *>*********************************************
       220000-CONFERIR-PAR-USUARIO.
      *>*********************************************
           MOVE USR-NIVEL TO WRK-NIVEL-TESTE.
           MOVE WRK-PA-PROGRAMA-A (WRK-IDX-PAR) TO WRK-PROGRAMA-TESTE.
           PERFORM 250000-VERIFICAR-PERMISSAO.
           MOVE WRK-NIVEL-LIBERADO TO WRK-LIBERADO-A.
           MOVE WRK-PA-PROGRAMA-B (WRK-IDX-PAR) TO WRK-PROGRAMA-TESTE.
           PERFORM 250000-VERIFICAR-PERMISSAO.

           IF WRK-LIBERADO-A = 'S' AND WRK-NIVEL-LIBERADO = 'S'
               ADD 1 TO WRK-QTD-CONFL-NIVEL
               ADD 1 TO WRK-PA-QTD-NIVEL (WRK-IDX-PAR)
      *>       CONTA BLOQUEADA NAO ENTRA HOJE, MAS O NIVEL CONTINUA
      *>       LA PARA UMA REATIVACAO - SAI NA LISTA COM A SITUACAO
               IF USR-ESTA-BLOQUEADO
                   MOVE 'BLOQUEADO' TO WRK-SITUACAO-USR
               ELSE
                   MOVE 'ATIVO' TO WRK-SITUACAO-USR
               END-IF
               MOVE SPACES TO SEGRPT-LINHA
               STRING USR-USUARIO ' ' USR-NIVEL ' '
                      WRK-PA-PROGRAMA-A (WRK-IDX-PAR) ' / '
                      WRK-PA-PROGRAMA-B (WRK-IDX-PAR) '  '
                      WRK-SITUACAO-USR
                   DELIMITED BY SIZE INTO SEGRPT-LINHA
               END-STRING
               WRITE SEGRPT-LINHA
           END-IF.

      *>*********************************************
       250000-VERIFICAR-PERMISSAO.
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
       300000-CARREGAR-AUDITORIA.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SECAUDIT.
           IF WRK-SECAUDIT-STATUS = '00'
               PERFORM 310000-LER-AUDITORIA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE SECAUDIT
           ELSE
               DISPLAY 'SECAUDIT INDISPONIVEL - STATUS '
                       WRK-SECAUDIT-STATUS
                       ' - CONFLITOS EXERCIDOS NAO CONFERIDOS'
           END-IF.

      *>*********************************************
       310000-LER-AUDITORIA.
      *>*********************************************
           READ SECAUDIT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF SA-DATA (1:6) = WRK-COMPETENCIA
                       PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                               UNTIL WRK-IDX-PAR > WRK-QTD-PARES
                           PERFORM 320000-CLASSIFICAR-ACAO
                       END-PERFORM
                   END-IF
           END-READ.

      *>*********************************************
       320000-CLASSIFICAR-ACAO.
      *>*********************************************
           IF SA-PROGRAMA = WRK-PA-PROGRAMA-A (WRK-IDX-PAR)
               MOVE WRK-PA-ACAO-A (WRK-IDX-PAR) TO WRK-ACAO-TESTE
               PERFORM 330000-CONFERIR-LADO
               IF WRK-LADO-CASA = 'S'
                   MOVE 'A' TO WRK-LADO-CASA
                   PERFORM 340000-GUARDAR-OCORRENCIA
               END-IF
           END-IF.
           IF SA-PROGRAMA = WRK-PA-PROGRAMA-B (WRK-IDX-PAR)
               MOVE WRK-PA-ACAO-B (WRK-IDX-PAR) TO WRK-ACAO-TESTE
               PERFORM 330000-CONFERIR-LADO
               IF WRK-LADO-CASA = 'S'
                   MOVE 'B' TO WRK-LADO-CASA
                   PERFORM 340000-GUARDAR-OCORRENCIA
               END-IF
           END-IF.

      *>*********************************************
       330000-CONFERIR-LADO.
      *>*********************************************
      *>   LADO SEM ACAO DEFINIDA = QUALQUER ACESSO AUTORIZADO PELO
      *>   GATE (SENHA OU TOKEN DE LOTE)
           MOVE 'N' TO WRK-LADO-CASA.
           IF WRK-ACAO-TESTE = SPACES
               IF SA-ACAO = 'AUTORIZACAO' OR SA-ACAO = 'AUTORIZA-TOKEN'
                   MOVE 'S' TO WRK-LADO-CASA
               END-IF
           ELSE
               IF SA-ACAO = WRK-ACAO-TESTE
                   MOVE 'S' TO WRK-LADO-CASA
               END-IF
           END-IF.

      *>*********************************************
       340000-GUARDAR-OCORRENCIA.
      *>*********************************************
           IF WRK-QTD-OCORRENCIAS < 3000
               ADD 1 TO WRK-QTD-OCORRENCIAS
               MOVE WRK-IDX-PAR
                   TO WRK-OC-PAR (WRK-QTD-OCORRENCIAS)
               MOVE WRK-LADO-CASA
                   TO WRK-OC-LADO (WRK-QTD-OCORRENCIAS)
               MOVE SA-USUARIO
                   TO WRK-OC-USUARIO (WRK-QTD-OCORRENCIAS)
               MOVE SA-DATA
                   TO WRK-OC-DATA (WRK-QTD-OCORRENCIAS)
               MOVE SA-RESULTADO
                   TO WRK-OC-RESULTADO (WRK-QTD-OCORRENCIAS)
               MOVE 'N'
                   TO WRK-OC-LISTADA (WRK-QTD-OCORRENCIAS)
           ELSE
               IF WRK-TABELA-CHEIA = 'N'
                   DISPLAY 'SECAUDIT COM MAIS DE 3000 ACOES DE PARES '
                           'CONFLITANTES - EXCEDENTE IGNORADO'
               END-IF
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.

      *>*********************************************
       400000-CONFERIR-EXERCIDOS.
      *>*********************************************
           MOVE SPACES TO SEGRPT-LINHA.
           WRITE SEGRPT-LINHA.
           MOVE 'CONFLITOS EXERCIDOS NA COMPETENCIA (SECAUDIT)'
               TO SEGRPT-LINHA.
           WRITE SEGRPT-LINHA.

           PERFORM VARYING WRK-IDX-OCORRENCIA FROM 1 BY 1
                   UNTIL WRK-IDX-OCORRENCIA > WRK-QTD-OCORRENCIAS
               IF WRK-OC-LADO (WRK-IDX-OCORRENCIA) = 'A'
                   AND WRK-OC-LISTADA (WRK-IDX-OCORRENCIA) = 'N'
                   PERFORM 410000-PROCURAR-OUTRO-LADO
               END-IF
           END-PERFORM.

           IF WRK-QTD-CONFL-EXERC = 0
               MOVE '    NENHUM' TO SEGRPT-LINHA
               WRITE SEGRPT-LINHA
           END-IF.

      *>*********************************************
       410000-PROCURAR-OUTRO-LADO.
      *>*********************************************
           MOVE WRK-OC-PAR (WRK-IDX-OCORRENCIA) TO WRK-IDX-PAR.
           PERFORM VARYING WRK-IDX-OCOR2 FROM 1 BY 1
                   UNTIL WRK-IDX-OCOR2 > WRK-QTD-OCORRENCIAS
               IF WRK-OC-LADO (WRK-IDX-OCOR2) = 'B'
                   AND WRK-OC-PAR (WRK-IDX-OCOR2) = WRK-IDX-PAR
                   AND WRK-OC-USUARIO (WRK-IDX-OCOR2) =
                       WRK-OC-USUARIO (WRK-IDX-OCORRENCIA)
                   AND (WRK-PA-MESMO-REG (WRK-IDX-PAR) NOT = 'S'
                       OR WRK-OC-RESULTADO (WRK-IDX-OCOR2) =
                           WRK-OC-RESULTADO (WRK-IDX-OCORRENCIA))
                   PERFORM 420000-LISTAR-EXERCIDO
                   MOVE WRK-QTD-OCORRENCIAS TO WRK-IDX-OCOR2
               END-IF
           END-PERFORM.

      *>*********************************************
       420000-LISTAR-EXERCIDO.
      *>*********************************************
           ADD 1 TO WRK-QTD-CONFL-EXERC.
           MOVE 'S' TO WRK-OC-LISTADA (WRK-IDX-OCORRENCIA).
           MOVE SPACES TO SEGRPT-LINHA.
           STRING '*** ' WRK-OC-USUARIO (WRK-IDX-OCORRENCIA) ' '
                  WRK-PA-PROGRAMA-A (WRK-IDX-PAR) ' EM '
                  WRK-OC-DATA (WRK-IDX-OCORRENCIA) ' E '
                  WRK-PA-PROGRAMA-B (WRK-IDX-PAR) ' EM '
                  WRK-OC-DATA (WRK-IDX-OCOR2)
               DELIMITED BY SIZE INTO SEGRPT-LINHA
           END-STRING.
           WRITE SEGRPT-LINHA.
           MOVE SPACES TO SEGRPT-LINHA.
           IF WRK-PA-MESMO-REG (WRK-IDX-PAR) = 'S'
               STRING '    MESMO REGISTRO: '
                      WRK-OC-RESULTADO (WRK-IDX-OCORRENCIA)
                   DELIMITED BY SIZE INTO SEGRPT-LINHA
               END-STRING
           ELSE
      *>       LADO EM LOTE ALCANCA TODOS OS REGISTROS - UMA LINHA
      *>       POR USUARIO E PAR BASTA NA COMPETENCIA
               STRING '    ' WRK-PA-DESCRICAO (WRK-IDX-PAR)
                   DELIMITED BY SIZE INTO SEGRPT-LINHA
               END-STRING
               PERFORM VARYING WRK-IDX-OCOR3 FROM 1 BY 1
                       UNTIL WRK-IDX-OCOR3 > WRK-QTD-OCORRENCIAS
                   IF WRK-OC-PAR (WRK-IDX-OCOR3) = WRK-IDX-PAR
                       AND WRK-OC-USUARIO (WRK-IDX-OCOR3) =
                           WRK-OC-USUARIO (WRK-IDX-OCORRENCIA)
                       MOVE 'S' TO WRK-OC-LISTADA (WRK-IDX-OCOR3)
                   END-IF
               END-PERFORM
           END-IF.
           WRITE SEGRPT-LINHA.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           MOVE SPACES TO SEGRPT-LINHA.
           WRITE SEGRPT-LINHA.
           MOVE 'USUARIOS COM CONFLITO DE NIVEL POR PAR'
               TO SEGRPT-LINHA.
           WRITE SEGRPT-LINHA.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               MOVE SPACES TO SEGRPT-LINHA
               STRING '    ' WRK-PA-PROGRAMA-A (WRK-IDX-PAR) ' / '
                      WRK-PA-PROGRAMA-B (WRK-IDX-PAR) ' '
                      WRK-PA-QTD-NIVEL (WRK-IDX-PAR) ' '
                      WRK-PA-DESCRICAO (WRK-IDX-PAR)
                   DELIMITED BY SIZE INTO SEGRPT-LINHA
               END-STRING
               WRITE SEGRPT-LINHA
           END-PERFORM.
           CLOSE SEGRPT.

           DISPLAY '========================='.
           DISPLAY 'SEGREGACAO DE FUNCOES'.
           DISPLAY 'PARES CONFLITANTES....: ' WRK-QTD-PARES.
           DISPLAY 'USUARIOS CONFERIDOS...: ' WRK-QTD-USUARIOS.
           DISPLAY 'CONFLITOS DE NIVEL....: ' WRK-QTD-CONFL-NIVEL.
           DISPLAY 'CONFLITOS EXERCIDOS...: ' WRK-QTD-CONFL-EXERC.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-QTD-CONFL-EXERC > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-CONFL-NIVEL > 0
                   OR WRK-TABELA-CHEIA = 'S'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 510000-REGISTRAR-BATCHLOG.

      *>*********************************************
       510000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'SEGFUNC'     TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'SEM CONFLITO DE SEGREGACAO'
                       TO BL-DETALHE
               WHEN 4
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'CONFLITO DE NIVEL - VER SEGRPT'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'CONFLITO EXERCIDO - VER SEGRPT'
                       TO BL-DETALHE
           END-EVALUATE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
