       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = RETENCAO DE DADOS PESSOAIS (LGPD), RODADA ANUAL
      *> NO YEAREND: ANONIMIZA OS CADASTROS DE QUEM JA SAIU HA MAIS
      *> ANOS QUE A RETENCAO DA CATEGORIA NO PARMGER (ANONIMIZ /
      *> ANOS-FUNC, ANOS-CLIENTE, ANOS-ALUNO, PADRAO 5):
      *>   - EMPFILE: DESLIGADO CUJO DESLIGAMENTO (EMP-DATA-
      *>     AFASTAMENTO, GRAVADA PELO EMPMOVTO) PASSOU DA RETENCAO
      *>     PERDE NOME, CPF E DADOS BANCARIOS; DESLIGADO LEGADO SEM
      *>     DATA RECEBE A DATA DA RODADA E A RETENCAO COMECA A
      *>     CONTAR DELA. OS DEPENDENTES (DEPENDTE) DO FUNCIONARIO
      *>     ANONIMIZADO PERDEM NOME E NASCIMENTO;
      *>   - CLIMAST: CLIENTE INATIVO CUJA ULTIMA DESATIVACAO NA
      *>     TRILHA CLIAUDIT PASSOU DA RETENCAO PERDE NOME E
      *>     DOCUMENTO, TAMBEM NOS REGISTROS DA TRILHA CLIAUDIT;
      *>     INATIVO SEM DESATIVACAO NA TRILHA FICA FORA E SAI
      *>     APONTADO PARA DECISAO MANUAL;
      *>   - STUMAST: ALUNO SEM MATRICULA EM TURMA (MATRTURM) NOS
      *>     ULTIMOS ANOS DA RETENCAO E SEM MENSALIDADE ABERTA
      *>     (MENSALID) PERDE O NOME; ALUNO SEM NENHUMA MATRICULA EM
      *>     TURMA FICA FORA.
      *> CHAVES, DATAS, SITUACOES E VALORES FICAM - A FOLHA, O
      *> GLPOST, O FOLHAHST E O INFORME CONTINUAM FECHANDO. O NOME
      *> PASSA A 'ANONIMIZADO', MARCA QUE TAMBEM EVITA REPROCESSAR O
      *> REGISTRO NA RODADA SEGUINTE. O RELATORIO ANONRPT LISTA SO
      *> AS CHAVES ANONIMIZADAS, SEM DADO PESSOAL.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - TRILHA CLIAUDIT DOS CLIENTES ANONIMIZADOS (NESTA
      *>              OU EM RODADA ANTERIOR) PASSA A PERDER O DOCUMENTO
      *>              E O NOME GRAVADO NO DETALHE - A TRILHA E REGRAVADA
      *>              INTEIRA, COMO O DEPENDTE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT EMPFILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT DEPENDTE ASSIGN TO "DEPENDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPENDTE-STATUS.
           SELECT CLIMAST ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WRK-CLIMAST-STATUS.
           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIAUDIT-STATUS.
           SELECT STUMAST ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STUMAST-STATUS.
           SELECT MATRTURM ASSIGN TO "MATRTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRTURM-STATUS.
           SELECT MENSALID ASSIGN TO "MENSALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSALID-STATUS.
           SELECT ANONRPT ASSIGN TO "ANONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANONRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  DEPENDTE.
           COPY "DEPENDTE.CPY" IN 'COPYBOOKS'.
       FD  CLIMAST.
           COPY "CLIMAST.CPY" IN 'COPYBOOKS'.
       FD  CLIAUDIT.
           COPY "CLIAUDIT.CPY" IN 'COPYBOOKS'.
       FD  STUMAST.
           COPY "STUMAST.CPY" IN 'COPYBOOKS'.
       FD  MATRTURM.
           COPY "MATRTURM.CPY" IN 'COPYBOOKS'.
       FD  MENSALID.
           COPY "MENSALID.CPY" IN 'COPYBOOKS'.
       FD  ANONRPT
           RECORDING MODE IS F.
       01  ANONRPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPFILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DEPENDTE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CLIMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLIAUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STUMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MATRTURM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MENSALID-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ANONRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-EMPFILE     PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPFILE     VALUE 'S'.
       77 WRK-FIM-CLIMAST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-CLIMAST     VALUE 'S'.
       77 WRK-FIM-STUMAST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-STUMAST     VALUE 'S'.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-ANOS-FUNC       PIC 9(02) VALUE 5.
       77 WRK-ANOS-CLIENTE    PIC 9(02) VALUE 5.
       77 WRK-ANOS-ALUNO      PIC 9(02) VALUE 5.
       77 WRK-CORTE-FUNC      PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-CLIENTE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-CORTE-ALUNO PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-PERIODO     PIC 9(04) VALUE ZEROS.
       77 WRK-MARCA-ANONIMO   PIC X(11) VALUE 'ANONIMIZADO'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-DESATIV     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DESATIV     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ALUNOS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ALUNO       PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-ALUNO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEPEND      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DEPEND      PIC 9(04) VALUE ZEROS.
       77 WRK-DEPEND-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-DEPEND-CHEIO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-CLI-ANONIM  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CLI-ANONIM  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TRILHA      PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-TRILHA      PIC 9(05) VALUE ZEROS.
       77 WRK-TRILHA-ALTERADA PIC X(01) VALUE 'N'.
       77 WRK-TRILHA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-TRILHA-ANON PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-SAIDA      PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FUNC-SEM-DATA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DEPENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLIENTES    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLI-SEM-DATA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALUNOS-ANON PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALUNO-ABERTO PIC 9(05) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
      *>   ULTIMA DESATIVACAO DE CADA CLIENTE NA TRILHA CLIAUDIT
      *>   (REATIVACAO POSTERIOR ZERA A DATA)
       01 WRK-TABELA-DESATIV.
           05  WRK-DESATIV OCCURS 2000 TIMES.
               10  WRK-DS-CODIGO      PIC 9(06).
               10  WRK-DS-DATA        PIC 9(08).
      *>   ULTIMO PERIODO EM TURMA DE CADA ALUNO (MATRTURM) E A
      *>   MARCA DE MENSALIDADE AINDA ABERTA (MENSALID)
       01 WRK-TABELA-ALUNOS.
           05  WRK-ALUNO OCCURS 5000 TIMES.
               10  WRK-AL-MATRICULA   PIC 9(06).
               10  WRK-AL-PERIODO     PIC 9(06).
               10  WRK-AL-ABERTA      PIC X(01).
      *>   O DEPENDTE E SEQUENCIAL: CARREGADO, ANONIMIZADO NA TABELA
      *>   E REGRAVADO INTEIRO (MESMO ESQUEMA DO MENSPAGO)
       01 WRK-TABELA-DEPEND.
           05  WRK-DEPEND OCCURS 3000 TIMES.
               10  WRK-DP-REGISTRO    PIC X(40).
      *>   CLIENTES JA ANONIMIZADOS NO CLIMAST E A TRILHA CLIAUDIT,
      *>   CARREGADA E REGRAVADA INTEIRA NO MESMO ESQUEMA DO DEPENDTE
       01 WRK-TABELA-CLI-ANONIM.
           05  WRK-CLI-ANONIM OCCURS 2000 TIMES.
               10  WRK-CN-CODIGO      PIC 9(06).
       01 WRK-TABELA-TRILHA.
           05  WRK-TRILHA OCCURS 10000 TIMES.
               10  WRK-TR-REGISTRO    PIC X(97).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 200000-VARRER-FUNCIONARIOS
                   UNTIL WRK-EOF-EMPFILE
               PERFORM 250000-ANONIMIZAR-DEPENDENTES
               PERFORM 300000-VARRER-CLIENTES UNTIL WRK-EOF-CLIMAST
               PERFORM 350000-ANONIMIZAR-TRILHA-CLI
               PERFORM 400000-VARRER-ALUNOS UNTIL WRK-EOF-STUMAST
           END-IF.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 110000-CARREGAR-PARAMETROS.

      *>   DATAS NO FORMATO AAAAMMDD: N ANOS ATRAS E A MESMA DATA COM
      *>   O ANO RECUADO - BASTA A COMPARACAO NUMERICA
           COMPUTE WRK-CORTE-FUNC    = WRK-HOJE
                                     - WRK-ANOS-FUNC * 10000.
           COMPUTE WRK-CORTE-CLIENTE = WRK-HOJE
                                     - WRK-ANOS-CLIENTE * 10000.
           COMPUTE WRK-ANO-CORTE-ALUNO = WRK-HOJE / 10000
                                       - WRK-ANOS-ALUNO.

           PERFORM 120000-CARREGAR-DESATIVACOES.
           PERFORM 130000-CARREGAR-MATRICULAS.
           PERFORM 140000-CARREGAR-MENSALIDADES.

           OPEN OUTPUT ANONRPT.
           MOVE SPACES TO ANONRPT-LINHA.
           STRING 'RETENCAO DE DADOS PESSOAIS (LGPD) - ' WRK-HOJE
               DELIMITED BY SIZE INTO ANONRPT-LINHA
           END-STRING.
           WRITE ANONRPT-LINHA.
           MOVE SPACES TO ANONRPT-LINHA.
           STRING 'RETENCAO EM ANOS: FUNCIONARIO ' WRK-ANOS-FUNC
                  '  CLIENTE ' WRK-ANOS-CLIENTE
                  '  ALUNO ' WRK-ANOS-ALUNO
               DELIMITED BY SIZE INTO ANONRPT-LINHA
           END-STRING.
           WRITE ANONRPT-LINHA.

           OPEN I-O EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPFILE - STATUS '
                       WRK-EMPFILE-STATUS
               MOVE 'S' TO WRK-ERRO-ABERTURA
           ELSE
               MOVE ZEROS TO EMP-MATRICULA
               START EMPFILE KEY NOT LESS THAN EMP-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-EMPFILE
               END-START
           END-IF.

           OPEN I-O CLIMAST.
           IF WRK-CLIMAST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIMAST - STATUS '
                       WRK-CLIMAST-STATUS
               MOVE 'S' TO WRK-ERRO-ABERTURA
           ELSE
               MOVE ZEROS TO CL-CODIGO
               START CLIMAST KEY NOT LESS THAN CL-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CLIMAST
               END-START
           END-IF.

           OPEN I-O STUMAST.
           IF WRK-STUMAST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STUMAST - STATUS '
                       WRK-STUMAST-STATUS
               MOVE 'S' TO WRK-ERRO-ABERTURA
           ELSE
               MOVE ZEROS TO SM-MATRICULA
               START STUMAST KEY NOT LESS THAN SM-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-STUMAST
               END-START
           END-IF.

      *>*********************************************
       110000-CARREGAR-PARAMETROS.
      *>*********************************************
           OPEN INPUT PARMGER.
           IF WRK-PARMGER-STATUS = '00'
               PERFORM 111000-LER-PARAMETRO
                   UNTIL WRK-PARMGER-STATUS = '10'
               CLOSE PARMGER
           END-IF.

      *>*********************************************
       111000-LER-PARAMETRO.
      *>*********************************************
           READ PARMGER
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-PROGRAMA = 'ANONIMIZ'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-HOJE)
                       EVALUATE PG-CHAVE
                           WHEN 'ANOS-FUNC'
                               MOVE PG-VALOR TO WRK-ANOS-FUNC
                           WHEN 'ANOS-CLIENTE'
                               MOVE PG-VALOR TO WRK-ANOS-CLIENTE
                           WHEN 'ANOS-ALUNO'
                               MOVE PG-VALOR TO WRK-ANOS-ALUNO
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-DESATIVACOES.
      *>*********************************************
           OPEN INPUT CLIAUDIT.
           IF WRK-CLIAUDIT-STATUS = '00'
               PERFORM 121000-LER-AUDITORIA
                   UNTIL WRK-CLIAUDIT-STATUS = '10'
               CLOSE CLIAUDIT
           END-IF.

      *>*********************************************
       121000-LER-AUDITORIA.
      *>*********************************************
           READ CLIAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   IF CA-EH-DESATIVACAO OR CA-EH-REATIVACAO
                       PERFORM 122000-REGISTRAR-DESATIVACAO
                   END-IF
           END-READ.

      *>*********************************************
       122000-REGISTRAR-DESATIVACAO.
      *>*********************************************
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-DESATIV FROM 1 BY 1
                   UNTIL WRK-IDX-DESATIV > WRK-QTD-DESATIV
               IF WRK-DS-CODIGO (WRK-IDX-DESATIV) = CA-CODIGO
                   MOVE 'S' TO WRK-ACHOU
                   IF CA-EH-DESATIVACAO
                       MOVE CA-DATA TO WRK-DS-DATA (WRK-IDX-DESATIV)
                   ELSE
                       MOVE ZEROS   TO WRK-DS-DATA (WRK-IDX-DESATIV)
                   END-IF
                   MOVE WRK-QTD-DESATIV TO WRK-IDX-DESATIV
               END-IF
           END-PERFORM.

           IF WRK-ACHOU = 'N'
               AND CA-EH-DESATIVACAO
               AND WRK-QTD-DESATIV < 2000
               ADD 1 TO WRK-QTD-DESATIV
               MOVE CA-CODIGO TO WRK-DS-CODIGO (WRK-QTD-DESATIV)
               MOVE CA-DATA   TO WRK-DS-DATA (WRK-QTD-DESATIV)
           END-IF.

      *>*********************************************
       130000-CARREGAR-MATRICULAS.
      *>*********************************************
           OPEN INPUT MATRTURM.
           IF WRK-MATRTURM-STATUS = '00'
               PERFORM 131000-LER-MATRICULA
                   UNTIL WRK-MATRTURM-STATUS = '10'
               CLOSE MATRTURM
           END-IF.

      *>*********************************************
       131000-LER-MATRICULA.
      *>*********************************************
           READ MATRTURM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MT-MATRICULA TO WRK-CHAVE-ALUNO
                   PERFORM 135000-LOCALIZAR-ALUNO
                   IF WRK-ACHOU = 'N'
                       AND WRK-QTD-ALUNOS < 5000
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE WRK-QTD-ALUNOS TO WRK-IDX-ALUNO
                       MOVE MT-MATRICULA
                           TO WRK-AL-MATRICULA (WRK-IDX-ALUNO)
                       MOVE ZEROS TO WRK-AL-PERIODO (WRK-IDX-ALUNO)
                       MOVE 'N'   TO WRK-AL-ABERTA (WRK-IDX-ALUNO)
                       MOVE 'S'   TO WRK-ACHOU
                   END-IF
                   IF WRK-ACHOU = 'S'
                       AND MT-PERIODO > WRK-AL-PERIODO (WRK-IDX-ALUNO)
                       MOVE MT-PERIODO
                           TO WRK-AL-PERIODO (WRK-IDX-ALUNO)
                   END-IF
           END-READ.

      *>*********************************************
       135000-LOCALIZAR-ALUNO.
      *>*********************************************
      *>   PROCURA WRK-CHAVE-ALUNO NA TABELA; ACHADO, WRK-IDX-ALUNO
      *>   FICA NA POSICAO DO ALUNO
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
                      OR WRK-ACHOU = 'S'
               IF WRK-AL-MATRICULA (WRK-IDX-ALUNO) = WRK-CHAVE-ALUNO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX-ALUNO
           END-IF.

      *>*********************************************
       140000-CARREGAR-MENSALIDADES.
      *>*********************************************
           OPEN INPUT MENSALID.
           IF WRK-MENSALID-STATUS = '00'
               PERFORM 141000-LER-MENSALIDADE
                   UNTIL WRK-MENSALID-STATUS = '10'
               CLOSE MENSALID
           END-IF.

      *>*********************************************
       141000-LER-MENSALIDADE.
      *>*********************************************
      *>   MENSALIDADE EM ABERTO AINDA E COBRADA PELO NOME - O ALUNO
      *>   DEVEDOR NAO E ANONIMIZADO
           READ MENSALID
               AT END
                   CONTINUE
               NOT AT END
                   IF ME-ABERTA
                       MOVE ME-MATRICULA TO WRK-CHAVE-ALUNO
                       PERFORM 135000-LOCALIZAR-ALUNO
                       IF WRK-ACHOU = 'S'
                           MOVE 'S' TO WRK-AL-ABERTA (WRK-IDX-ALUNO)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       200000-VARRER-FUNCIONARIOS.
      *>*********************************************
           READ EMPFILE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-EMPFILE
               NOT AT END
                   IF EMP-DESLIGADO
                       AND EMP-NOME NOT = WRK-MARCA-ANONIMO
                       PERFORM 210000-AVALIAR-FUNCIONARIO
                   END-IF
           END-READ.

      *>*********************************************
       210000-AVALIAR-FUNCIONARIO.
      *>*********************************************
           IF EMP-DATA-AFASTAMENTO NOT NUMERIC
               OR EMP-DATA-AFASTAMENTO = 0
      *>       DESLIGADO ANTES DA DATA NO CADASTRO - A RETENCAO
      *>       COMECA A CONTAR DESTA RODADA
               ADD 1 TO WRK-QTD-FUNC-SEM-DATA
               MOVE WRK-HOJE TO EMP-DATA-AFASTAMENTO
               REWRITE EMP-REGISTRO
           ELSE
               IF EMP-DATA-AFASTAMENTO < WRK-CORTE-FUNC
                   MOVE EMP-DATA-AFASTAMENTO TO WRK-DATA-SAIDA
                   MOVE WRK-MARCA-ANONIMO TO EMP-NOME
                   MOVE SPACES TO EMP-CPF
                   MOVE ZEROS  TO EMP-BANCO
                   MOVE ZEROS  TO EMP-AGENCIA
                   MOVE SPACES TO EMP-CONTA
                   REWRITE EMP-REGISTRO
                   ADD 1 TO WRK-QTD-FUNC
                   MOVE SPACES TO ANONRPT-LINHA
                   STRING 'FUNCIONARIO ' EMP-MATRICULA
                          ' DESLIGADO EM ' WRK-DATA-SAIDA
                          ' - ANONIMIZADO'
                       DELIMITED BY SIZE INTO ANONRPT-LINHA
                   END-STRING
                   WRITE ANONRPT-LINHA
               END-IF
           END-IF.

      *>*********************************************
       250000-ANONIMIZAR-DEPENDENTES.
      *>*********************************************
      *>   DEPENDENTE DE FUNCIONARIO JA ANONIMIZADO (NESTA OU EM
      *>   RODADA ANTERIOR) PERDE NOME E NASCIMENTO - O TIPO FICA
           MOVE 'N' TO WRK-DEPEND-ALTERADO.
           OPEN INPUT DEPENDTE.
           IF WRK-DEPENDTE-STATUS = '00'
               PERFORM 251000-LER-DEPENDENTE
                   UNTIL WRK-DEPENDTE-STATUS = '10'
               CLOSE DEPENDTE
           END-IF.

           IF WRK-DEPEND-CHEIO = 'S'
               DISPLAY 'DEPENDTE COM MAIS DE 3000 REGISTROS - '
                       'DEPENDENTES NAO ANONIMIZADOS NESTA RODADA'
               MOVE 'N' TO WRK-DEPEND-ALTERADO
           END-IF.

           IF WRK-DEPEND-ALTERADO = 'S'
               OPEN OUTPUT DEPENDTE
               PERFORM VARYING WRK-IDX-DEPEND FROM 1 BY 1
                       UNTIL WRK-IDX-DEPEND > WRK-QTD-DEPEND
                   MOVE WRK-DP-REGISTRO (WRK-IDX-DEPEND)
                       TO DT-REGISTRO
                   WRITE DT-REGISTRO
               END-PERFORM
               CLOSE DEPENDTE
           END-IF.

      *>*********************************************
       251000-LER-DEPENDENTE.
      *>*********************************************
           READ DEPENDTE
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-DEPEND < 3000
                       PERFORM 252000-AVALIAR-DEPENDENTE
                       ADD 1 TO WRK-QTD-DEPEND
                       MOVE DT-REGISTRO
                           TO WRK-DP-REGISTRO (WRK-QTD-DEPEND)
                   ELSE
                       MOVE 'S'  TO WRK-DEPEND-CHEIO
                       MOVE '10' TO WRK-DEPENDTE-STATUS
                   END-IF
           END-READ.

      *>*********************************************
       252000-AVALIAR-DEPENDENTE.
      *>*********************************************
           IF DT-NOME NOT = WRK-MARCA-ANONIMO
               MOVE DT-MATRICULA TO EMP-MATRICULA
               READ EMPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-NOME = WRK-MARCA-ANONIMO
                           MOVE WRK-MARCA-ANONIMO TO DT-NOME
                           MOVE ZEROS TO DT-DATA-NASCIMENTO
                           MOVE 'S' TO WRK-DEPEND-ALTERADO
                           ADD 1 TO WRK-QTD-DEPENDENTES
                       END-IF
               END-READ
           END-IF.

      *>*********************************************
       300000-VARRER-CLIENTES.
      *>*********************************************
           READ CLIMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-CLIMAST
               NOT AT END
                   IF CL-CLIENTE-INATIVO
                       AND CL-NOME NOT = WRK-MARCA-ANONIMO
                       PERFORM 310000-AVALIAR-CLIENTE
                   END-IF
                   IF CL-NOME = WRK-MARCA-ANONIMO
                       PERFORM 320000-GUARDAR-CLI-ANONIM
                   END-IF
           END-READ.

      *>*********************************************
       310000-AVALIAR-CLIENTE.
      *>*********************************************
           MOVE ZEROS TO WRK-DATA-SAIDA.
           PERFORM VARYING WRK-IDX-DESATIV FROM 1 BY 1
                   UNTIL WRK-IDX-DESATIV > WRK-QTD-DESATIV
               IF WRK-DS-CODIGO (WRK-IDX-DESATIV) = CL-CODIGO
                   MOVE WRK-DS-DATA (WRK-IDX-DESATIV) TO WRK-DATA-SAIDA
                   MOVE WRK-QTD-DESATIV TO WRK-IDX-DESATIV
               END-IF
           END-PERFORM.

           IF WRK-DATA-SAIDA = 0
               ADD 1 TO WRK-QTD-CLI-SEM-DATA
               MOVE SPACES TO ANONRPT-LINHA
               STRING 'CLIENTE ' CL-CODIGO
                      ' INATIVO SEM DESATIVACAO NO CLIAUDIT - '
                      'DECIDIR MANUALMENTE'
                   DELIMITED BY SIZE INTO ANONRPT-LINHA
               END-STRING
               WRITE ANONRPT-LINHA
           ELSE
               IF WRK-DATA-SAIDA < WRK-CORTE-CLIENTE
                   MOVE WRK-MARCA-ANONIMO TO CL-NOME
                   MOVE SPACES TO CL-DOCUMENTO
                   REWRITE CL-REGISTRO
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE SPACES TO ANONRPT-LINHA
                   STRING 'CLIENTE ' CL-CODIGO
                          ' DESATIVADO EM ' WRK-DATA-SAIDA
                          ' - ANONIMIZADO'
                       DELIMITED BY SIZE INTO ANONRPT-LINHA
                   END-STRING
                   WRITE ANONRPT-LINHA
               END-IF
           END-IF.

      *>*********************************************
       320000-GUARDAR-CLI-ANONIM.
      *>*********************************************
           IF WRK-QTD-CLI-ANONIM < 2000
               ADD 1 TO WRK-QTD-CLI-ANONIM
               MOVE CL-CODIGO TO WRK-CN-CODIGO (WRK-QTD-CLI-ANONIM)
           ELSE
               DISPLAY 'MAIS DE 2000 CLIENTES ANONIMIZADOS - TRILHA DO '
                       'CLIENTE ' CL-CODIGO ' FICA PARA A PROXIMA '
                       'RODADA'
           END-IF.

      *>*********************************************
       350000-ANONIMIZAR-TRILHA-CLI.
      *>*********************************************
      *>   REGISTRO DA TRILHA DE CLIENTE ANONIMIZADO PERDE O DOCUMENTO
      *>   E O NOME QUE O CLIMANUT GRAVA NO DETALHE - DATA, USUARIO,
      *>   ACAO E CODIGO FICAM
           MOVE 'N' TO WRK-TRILHA-ALTERADA.
           IF WRK-QTD-CLI-ANONIM > 0
               OPEN INPUT CLIAUDIT
               IF WRK-CLIAUDIT-STATUS = '00'
                   PERFORM 351000-LER-TRILHA
                       UNTIL WRK-CLIAUDIT-STATUS = '10'
                   CLOSE CLIAUDIT
               END-IF
           END-IF.

           IF WRK-TRILHA-CHEIA = 'S'
               DISPLAY 'CLIAUDIT COM MAIS DE 10000 REGISTROS - '
                       'TRILHA NAO ANONIMIZADA NESTA RODADA'
               MOVE 'N' TO WRK-TRILHA-ALTERADA
               MOVE ZEROS TO WRK-QTD-TRILHA-ANON
           END-IF.

           IF WRK-TRILHA-ALTERADA = 'S'
               OPEN OUTPUT CLIAUDIT
               PERFORM VARYING WRK-IDX-TRILHA FROM 1 BY 1
                       UNTIL WRK-IDX-TRILHA > WRK-QTD-TRILHA
                   MOVE WRK-TR-REGISTRO (WRK-IDX-TRILHA)
                       TO CA-REGISTRO
                   WRITE CA-REGISTRO
               END-PERFORM
               CLOSE CLIAUDIT
           END-IF.

      *>*********************************************
       351000-LER-TRILHA.
      *>*********************************************
           READ CLIAUDIT
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-TRILHA < 10000
                       PERFORM 352000-AVALIAR-TRILHA
                       ADD 1 TO WRK-QTD-TRILHA
                       MOVE CA-REGISTRO
                           TO WRK-TR-REGISTRO (WRK-QTD-TRILHA)
                   ELSE
                       MOVE 'S'  TO WRK-TRILHA-CHEIA
                       MOVE '10' TO WRK-CLIAUDIT-STATUS
                   END-IF
           END-READ.

      *>*********************************************
       352000-AVALIAR-TRILHA.
      *>*********************************************
           IF CA-DOCUMENTO NOT = SPACES
               OR CA-DETALHE NOT = WRK-MARCA-ANONIMO
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-IDX-CLI-ANONIM FROM 1 BY 1
                       UNTIL WRK-IDX-CLI-ANONIM > WRK-QTD-CLI-ANONIM
                          OR WRK-ACHOU = 'S'
                   IF WRK-CN-CODIGO (WRK-IDX-CLI-ANONIM) = CA-CODIGO
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-ACHOU = 'S'
                   MOVE SPACES TO CA-DOCUMENTO
                   MOVE WRK-MARCA-ANONIMO TO CA-DETALHE
                   MOVE 'S' TO WRK-TRILHA-ALTERADA
                   ADD 1 TO WRK-QTD-TRILHA-ANON
               END-IF
           END-IF.

      *>*********************************************
       400000-VARRER-ALUNOS.
      *>*********************************************
           READ STUMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-STUMAST
               NOT AT END
                   IF SM-NOME NOT = WRK-MARCA-ANONIMO
                       PERFORM 410000-AVALIAR-ALUNO
                   END-IF
           END-READ.

      *>*********************************************
       410000-AVALIAR-ALUNO.
      *>*********************************************
           MOVE SM-MATRICULA TO WRK-CHAVE-ALUNO.
           PERFORM 135000-LOCALIZAR-ALUNO.

      *>   SEM NENHUMA MATRICULA EM TURMA NAO HA COMO DATAR A SAIDA
           IF WRK-ACHOU = 'S'
      *>       PERIODO NO FORMATO AAAASS
               COMPUTE WRK-ANO-PERIODO =
                       WRK-AL-PERIODO (WRK-IDX-ALUNO) / 100
               IF WRK-ANO-PERIODO < WRK-ANO-CORTE-ALUNO
                   IF WRK-AL-ABERTA (WRK-IDX-ALUNO) = 'S'
                       ADD 1 TO WRK-QTD-ALUNO-ABERTO
                   ELSE
                       MOVE WRK-MARCA-ANONIMO TO SM-NOME
                       REWRITE SM-REGISTRO
                       ADD 1 TO WRK-QTD-ALUNOS-ANON
                       MOVE SPACES TO ANONRPT-LINHA
                       STRING 'ALUNO ' SM-MATRICULA
                              ' ULTIMO PERIODO '
                              WRK-AL-PERIODO (WRK-IDX-ALUNO)
                              ' - ANONIMIZADO'
                           DELIMITED BY SIZE INTO ANONRPT-LINHA
                       END-STRING
                       WRITE ANONRPT-LINHA
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           IF WRK-EMPFILE-STATUS = '00' OR WRK-EMPFILE-STATUS = '10'
               CLOSE EMPFILE
           END-IF.
           IF WRK-CLIMAST-STATUS = '00' OR WRK-CLIMAST-STATUS = '10'
               CLOSE CLIMAST
           END-IF.
           IF WRK-STUMAST-STATUS = '00' OR WRK-STUMAST-STATUS = '10'
               CLOSE STUMAST
           END-IF.

           MOVE SPACES TO ANONRPT-LINHA.
           STRING 'FUNCIONARIOS ' WRK-QTD-FUNC
                  '  DEPENDENTES ' WRK-QTD-DEPENDENTES
                  '  CLIENTES ' WRK-QTD-CLIENTES
                  '  ALUNOS ' WRK-QTD-ALUNOS-ANON
               DELIMITED BY SIZE INTO ANONRPT-LINHA
           END-STRING.
           WRITE ANONRPT-LINHA.
           CLOSE ANONRPT.

           DISPLAY '========================='.
           DISPLAY 'RETENCAO DE DADOS PESSOAIS'.
           DISPLAY 'FUNCIONARIOS ANONIMIZADOS: ' WRK-QTD-FUNC.
           DISPLAY 'DESLIGADOS SEM DATA......: '
                   WRK-QTD-FUNC-SEM-DATA.
           DISPLAY 'DEPENDENTES ANONIMIZADOS.: ' WRK-QTD-DEPENDENTES.
           DISPLAY 'CLIENTES ANONIMIZADOS....: ' WRK-QTD-CLIENTES.
           DISPLAY 'REGISTROS CLIAUDIT ANONIM: ' WRK-QTD-TRILHA-ANON.
           DISPLAY 'INATIVOS SEM DESATIVACAO.: ' WRK-QTD-CLI-SEM-DATA.
           DISPLAY 'ALUNOS ANONIMIZADOS......: ' WRK-QTD-ALUNOS-ANON.
           DISPLAY 'ALUNOS COM MENSAL. ABERTA: ' WRK-QTD-ALUNO-ABERTO.
           DISPLAY '========================='.

      *>   RC 4 QUANDO HA CLIENTE INATIVO QUE SO A AREA DE
      *>   INVESTIMENTOS PODE DATAR
           EVALUATE TRUE
               WHEN WRK-ERRO-ABERTURA = 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-CLI-SEM-DATA > 0
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

           MOVE 'ANONIMIZ'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 8
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'CADASTRO INDISPONIVEL - NADA ANONIMIZADO'
                   TO BL-DETALHE
           ELSE
               MOVE 'OK'   TO BL-STATUS
               MOVE 'RETENCAO LGPD APLICADA - VER ANONRPT'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
