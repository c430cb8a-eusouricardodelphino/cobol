      *>              EXIGIDO, A MATRICULA E REJEITADA NOMEANDO O
      *>              PRE-REQUISITO FALTANTE NO MATRRPT - A
      *>              SECRETARIA TRATA A EXCECAO COM O NOME NA MAO
      *> 15/10/2026 - A INCLUSAO CONFERE A INADIMPLENCIA NO MENSALID:
      *>              MENSALIDADE ABERTA VENCIDA HA MAIS DE
      *>              DIAS-INADIMPL DIAS (PARMGER) REJEITA A
      *>              MATRICULA OU, COM INADIMPL-ESPERA = 1, MANDA O
      *>              ALUNO PARA A FILA COMO 'I' COM O MOTIVO - SEM
      *>              PROMOCAO ATE QUITAR, QUANDO VOLTA A FILA NORMAL
      *> 15/10/2026 - A INCLUSAO CONFERE A GRADE HORARIA (HORARIO):
      *>              AULA NO MESMO DIA E HORARIO DE OUTRA TURMA ATIVA
      *>              DO ALUNO NO PERIODO REJEITA A MATRICULA NOMEANDO A
      *>              TURMA EM CHOQUE; NA PROMOCAO DA FILA O ALUNO EM
      *>              CHOQUE SAI DA FILA ('C') E A VAGA PASSA ADIANTE
      *> 15/10/2026 - LIBERACAO DA ESPERA POR INADIMPLENCIA QUITADA
      *>              PASSA A RODAR SO DEPOIS DE ABERTO O MATRMOV, CUJA
      *>              AREA DE REGISTRO ELA USA - SEM MATRMOV A LIBERACAO
      *>              FICA PARA A PROXIMA RODADA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUTRAN ASSIGN TO "STUTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUTRAN-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT MENSALID ASSIGN TO "MENSALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSALID-STATUS.
           SELECT HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORARIO-STATUS.
           SELECT MATRRPT ASSIGN TO "MATRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRRPT-STATUS.
           COPY "PREREQ.CPY" IN 'COPYBOOKS'.
       FD  STUTRAN.
           COPY "STUTRAN.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  MENSALID.
           COPY "MENSALID.CPY" IN 'COPYBOOKS'.
       FD  HORARIO.
           COPY "HORARIO.CPY" IN 'COPYBOOKS'.
       FD  MATRRPT
           RECORDING MODE IS F.
       01  MATRRPT-LINHA            PIC X(80).
       77 WRK-MATRRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PREREQ-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STUTRAN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MENSALID-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DIAS-INADIMPL   PIC 9(03) VALUE 30.
       77 WRK-INADIMPL-ESPERA PIC 9(01) VALUE ZEROS.
       77 WRK-INT-HOJE        PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENCIDO    PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-DEVEDORES   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DEVEDOR     PIC 9(04) VALUE ZEROS.
       77 WRK-INADIMPLENTE    PIC X(01) VALUE 'N'.
       77 WRK-COMPET-DEVIDA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INADIMPL    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIBERADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-HORARIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-QTD-HORARIOS    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-HORARIO     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-HORARIO-ALU PIC 9(04) VALUE ZEROS.
       77 WRK-CHOQUE          PIC X(01) VALUE 'N'.
       77 WRK-TURMA-CHOQUE    PIC X(11) VALUE SPACES.
       77 WRK-QTD-CHOQUES     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PREREQ      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PREREQ      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-APROVACOES  PIC 9(04) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-DEVEDORES.
           05  WRK-DEV-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TDV.
               10  WRK-DV-MATRICULA   PIC 9(06).
               10  WRK-DV-COMPET      PIC 9(06).
       01 WRK-TABELA-HORARIOS.
           05  WRK-HOR-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-THR.
               10  WRK-HR-CURSO       PIC X(06).
               10  WRK-HR-TURMA       PIC X(04).
               10  WRK-HR-PERIODO     PIC 9(06).
               10  WRK-HR-DIA         PIC 9(01).
               10  WRK-HR-INICIO      PIC 9(04).
               10  WRK-HR-FIM         PIC 9(04).
       01 WRK-TABELA-TURMAS.
           05  WRK-TUR-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TTU.
               10  WRK-TU-CURSO       PIC X(06).
               10  WRK-ES-PERIODO     PIC 9(06).
               10  WRK-ES-SITUACAO    PIC X(01).
               10  WRK-ES-DATA        PIC 9(08).
               10  WRK-ES-MOTIVO      PIC X(30).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 115000-CARREGAR-PREREQUISITOS.
           PERFORM 118000-CARREGAR-APROVACOES.
           PERFORM 120000-CARREGAR-MATRICULAS.
           PERFORM 125000-CARREGAR-HORARIOS.
           PERFORM 130000-CARREGAR-ESPERA.
           PERFORM 140000-CARREGAR-PARAMETROS.
           PERFORM 150000-CARREGAR-DEVEDORES.

           OPEN INPUT STUMAST.
           IF WRK-STUMAST-STATUS NOT = '00'

           OPEN OUTPUT MATRRPT.

      *>   A LIBERACAO DA ESPERA QUITADA USA A AREA DO MATRMOV PARA
      *>   REAPROVEITAR AS CONFERENCIAS DA INCLUSAO - SO RODA COM O
      *>   ARQUIVO ABERTO; SEM ELE FICA PARA A PROXIMA RODADA
           OPEN INPUT MATRMOV.
           IF WRK-MATRMOV-STATUS NOT = '00'
               DISPLAY 'SEM TRANSACOES MATRMOV - NADA A APLICAR - '
                       'STATUS ' WRK-MATRMOV-STATUS
               MOVE 'S' TO WRK-FIM-MATRMOV
           ELSE
               PERFORM 160000-LIBERAR-ESPERA-QUITADA
           END-IF.

      *>*********************************************
                   END-IF
           END-READ.

      *>*********************************************
       125000-CARREGAR-HORARIOS.
      *>*********************************************
      *>   SEM GRADE HORARIA NAO HA CHOQUE A CONFERIR - A TURMA SEM
      *>   AULA CADASTRADA NO HORARIO NUNCA CONFLITA
           MOVE ZEROS TO WRK-QTD-HORARIOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HORARIO.
           IF WRK-HORARIO-STATUS = '00'
               PERFORM 126000-LER-HORARIO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE HORARIO
           ELSE
               DISPLAY 'HORARIO INDISPONIVEL - STATUS '
                       WRK-HORARIO-STATUS
                       ' - CHOQUE DE HORARIO NAO SERA CONFERIDO'
           END-IF.

      *>*********************************************
       126000-LER-HORARIO.
      *>*********************************************
           READ HORARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-HORARIOS < 1000
                       ADD 1 TO WRK-QTD-HORARIOS
                       MOVE HR-CURSO
                           TO WRK-HR-CURSO (WRK-QTD-HORARIOS)
                       MOVE HR-TURMA
                           TO WRK-HR-TURMA (WRK-QTD-HORARIOS)
                       MOVE HR-PERIODO
                           TO WRK-HR-PERIODO (WRK-QTD-HORARIOS)
                       MOVE HR-DIA-SEMANA
                           TO WRK-HR-DIA (WRK-QTD-HORARIOS)
                       MOVE HR-HORA-INICIO
                           TO WRK-HR-INICIO (WRK-QTD-HORARIOS)
                       MOVE HR-HORA-FIM
                           TO WRK-HR-FIM (WRK-QTD-HORARIOS)
                   ELSE
                       DISPLAY 'HORARIO COM MAIS DE 1000 AULAS - '
                               'AULA DE ' HR-CURSO '/' HR-TURMA
                               ' IGNORADA'
                   END-IF
           END-READ.

      *>*********************************************
       130000-CARREGAR-ESPERA.
      *>*********************************************
                           TO WRK-ES-SITUACAO (WRK-QTD-ESPERA)
                       MOVE ES-DATA
                           TO WRK-ES-DATA (WRK-QTD-ESPERA)
                       MOVE ES-MOTIVO
                           TO WRK-ES-MOTIVO (WRK-QTD-ESPERA)
                   END-IF
           END-READ.

      *>*********************************************
       140000-CARREGAR-PARAMETROS.
      *>*********************************************
      *>   DIAS-INADIMPL: ATRASO MAXIMO DE MENSALIDADE ACEITO NA
      *>   MATRICULA (PADRAO 30 DIAS). INADIMPL-ESPERA: 1 MANDA O
      *>   INADIMPLENTE PARA A FILA DE ESPERA COM O MOTIVO, 0 (PADRAO)
      *>   REJEITA A MATRICULA
           OPEN INPUT PARMGER.
           IF WRK-PARMGER-STATUS = '00'
               PERFORM 141000-LER-PARAMETRO
                   UNTIL WRK-PARMGER-STATUS = '10'
               CLOSE PARMGER
           END-IF.

      *>*********************************************
       141000-LER-PARAMETRO.
      *>*********************************************
           READ PARMGER
               AT END
                   CONTINUE
               NOT AT END
                   IF PG-PROGRAMA = 'MATRICUL'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'DIAS-INADIMPL'
                               MOVE PG-VALOR TO WRK-DIAS-INADIMPL
                           WHEN 'INADIMPL-ESPERA'
                               MOVE PG-VALOR TO WRK-INADIMPL-ESPERA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       150000-CARREGAR-DEVEDORES.
      *>*********************************************
      *>   MENSALIDADE EM ABERTO VENCIDA HA MAIS DE DIAS-INADIMPL
      *>   DIAS BLOQUEIA A MATRICULA NOVA DO ALUNO
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).
           MOVE ZEROS TO WRK-QTD-DEVEDORES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MENSALID.
           IF WRK-MENSALID-STATUS = '00'
               PERFORM 151000-LER-MENSALIDADE
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE MENSALID
           END-IF.

      *>*********************************************
       151000-LER-MENSALIDADE.
      *>*********************************************
           READ MENSALID
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ME-ABERTA
                       AND ME-VENCIMENTO < WRK-DATA-PROCESSO
                       COMPUTE WRK-DIAS-VENCIDO = WRK-INT-HOJE -
                               FUNCTION INTEGER-OF-DATE (ME-VENCIMENTO)
                       IF WRK-DIAS-VENCIDO > WRK-DIAS-INADIMPL
                           IF WRK-QTD-DEVEDORES < 2000
                               ADD 1 TO WRK-QTD-DEVEDORES
                               MOVE ME-MATRICULA
                                   TO WRK-DV-MATRICULA
                                       (WRK-QTD-DEVEDORES)
                               MOVE ME-COMPETENCIA
                                   TO WRK-DV-COMPET (WRK-QTD-DEVEDORES)
                           ELSE
                               DISPLAY 'MAIS DE 2000 MENSALIDADES EM '
                                       'ATRASO - ALUNO PODE PASSAR '
                                       'SEM BLOQUEIO'
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       160000-LIBERAR-ESPERA-QUITADA.
      *>*********************************************
      *>   ALUNO EM ESPERA POR INADIMPLENCIA QUE QUITOU A DIVIDA E
      *>   MATRICULADO SE A TURMA TEM VAGA; SENAO VOLTA A FILA NORMAL
      *>   NA POSICAO DE CHEGADA ORIGINAL
           PERFORM VARYING WRK-IDX-ESPERA FROM 1 BY 1
                   UNTIL WRK-IDX-ESPERA > WRK-QTD-ESPERA
               IF WRK-ES-SITUACAO (WRK-IDX-ESPERA) = 'I'
                   MOVE WRK-ES-MATRICULA (WRK-IDX-ESPERA)
                       TO MM-MATRICULA
                   PERFORM 338000-CONFERIR-INADIMPLENCIA
                   IF WRK-INADIMPLENTE = 'N'
                       ADD 1 TO WRK-QTD-LIBERADAS
                       PERFORM 165000-REENCAIXAR-QUITADO
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       165000-REENCAIXAR-QUITADO.
      *>*********************************************
           MOVE WRK-ES-CURSO (WRK-IDX-ESPERA)   TO MM-CURSO.
           MOVE WRK-ES-TURMA (WRK-IDX-ESPERA)   TO MM-TURMA.
           MOVE WRK-ES-PERIODO (WRK-IDX-ESPERA) TO MM-PERIODO.
           PERFORM 320000-LOCALIZAR-TURMA.
           PERFORM 335000-CONTAR-OCUPACAO.
           PERFORM 336000-CONFERIR-CHOQUE.
           IF WRK-CHOQUE = 'S'
               PERFORM 455000-RETIRAR-DA-FILA
           ELSE
               IF WRK-TURMA-ACHADA = 'S'
                   AND WRK-OCUPACAO < WRK-CAPACIDADE
                   PERFORM 345000-EFETIVAR-MATRICULA
                   MOVE 'P' TO WRK-ES-SITUACAO (WRK-IDX-ESPERA)
                   ADD 1 TO WRK-QTD-PROMOVIDAS
                   DISPLAY 'ALUNO ' MM-MATRICULA ' QUITOU A '
                           'MENSALIDADE - MATRICULADO EM ' MM-CURSO
                           '/' MM-TURMA
               ELSE
                   MOVE 'A' TO WRK-ES-SITUACAO (WRK-IDX-ESPERA)
                   MOVE 'TURMA LOTADA'
                       TO WRK-ES-MOTIVO (WRK-IDX-ESPERA)
                   DISPLAY 'ALUNO ' MM-MATRICULA ' QUITOU A '
                           'MENSALIDADE - VOLTA A FILA DE ' MM-CURSO
                           '/' MM-TURMA
               END-IF
           END-IF.

      *>*********************************************
       200000-PROCESSAR-MOVIMENTO.
      *>*********************************************
                       END-STRING
                       PERFORM 500000-REJEITAR
                   ELSE
                       PERFORM 330000-CONFERIR-DUPLICIDADE
                       IF WRK-JA-MATRICULADO = 'S'
                           MOVE 'ALUNO JA MATRICULADO NA TURMA'
                               TO WRK-MOTIVO-REJ
                           PERFORM 500000-REJEITAR
                       ELSE
                           PERFORM 300100-CONFERIR-HORARIO-DEBITO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       300100-CONFERIR-HORARIO-DEBITO.
      *>*********************************************
           PERFORM 336000-CONFERIR-CHOQUE.
           IF WRK-CHOQUE = 'S'
               ADD 1 TO WRK-QTD-CHOQUES
               MOVE SPACES TO WRK-MOTIVO-REJ
               STRING 'CHOQUE HORARIO COM '
                      WRK-TURMA-CHOQUE
                   DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
               END-STRING
               PERFORM 500000-REJEITAR
           ELSE
               PERFORM 338000-CONFERIR-INADIMPLENCIA
               IF WRK-INADIMPLENTE = 'S'
                   PERFORM 339000-TRATAR-INADIMPLENTE
               ELSE
                   PERFORM 340000-APLICAR-INCLUSAO
               END-IF
           END-IF.

      *>*********************************************
       315000-CONFERIR-PREREQUISITOS.
      *>*********************************************
               END-IF
           END-PERFORM.

      *>*********************************************
       336000-CONFERIR-CHOQUE.
      *>*********************************************
      *>   CADA AULA SEMANAL DA TURMA PEDIDA CONTRA AS AULAS DAS
      *>   DEMAIS TURMAS ATIVAS DO ALUNO NO MESMO PERIODO: MESMO DIA
      *>   E INTERVALOS QUE SE CRUZAM (UMA COMECA ANTES DA OUTRA
      *>   TERMINAR) E CHOQUE - A PRIMEIRA TURMA EM CHOQUE E NOMEADA
           MOVE 'N' TO WRK-CHOQUE.
           MOVE SPACES TO WRK-TURMA-CHOQUE.
           PERFORM VARYING WRK-IDX-HORARIO FROM 1 BY 1
                   UNTIL WRK-IDX-HORARIO > WRK-QTD-HORARIOS
               IF WRK-HR-CURSO (WRK-IDX-HORARIO) = MM-CURSO
                   AND WRK-HR-TURMA (WRK-IDX-HORARIO) = MM-TURMA
                   AND WRK-HR-PERIODO (WRK-IDX-HORARIO) = MM-PERIODO
                   PERFORM 337000-COMPARAR-AULA
                   IF WRK-CHOQUE = 'S'
                       MOVE WRK-QTD-HORARIOS TO WRK-IDX-HORARIO
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       337000-COMPARAR-AULA.
      *>*********************************************
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               IF WRK-MA-SITUACAO (WRK-IDX-MATRICULA) = 'A'
                   AND WRK-MA-MATRICULA (WRK-IDX-MATRICULA) =
                       MM-MATRICULA
                   AND WRK-MA-PERIODO (WRK-IDX-MATRICULA) =
                       MM-PERIODO
                   AND (WRK-MA-CURSO (WRK-IDX-MATRICULA) NOT =
                           MM-CURSO
                       OR WRK-MA-TURMA (WRK-IDX-MATRICULA) NOT =
                           MM-TURMA)
                   PERFORM VARYING WRK-IDX-HORARIO-ALU FROM 1 BY 1
                           UNTIL WRK-IDX-HORARIO-ALU >
                               WRK-QTD-HORARIOS
                       IF WRK-HR-CURSO (WRK-IDX-HORARIO-ALU) =
                               WRK-MA-CURSO (WRK-IDX-MATRICULA)
                           AND WRK-HR-TURMA (WRK-IDX-HORARIO-ALU) =
                               WRK-MA-TURMA (WRK-IDX-MATRICULA)
                           AND WRK-HR-PERIODO (WRK-IDX-HORARIO-ALU) =
                               MM-PERIODO
                           AND WRK-HR-DIA (WRK-IDX-HORARIO-ALU) =
                               WRK-HR-DIA (WRK-IDX-HORARIO)
                           AND WRK-HR-INICIO (WRK-IDX-HORARIO-ALU) <
                               WRK-HR-FIM (WRK-IDX-HORARIO)
                           AND WRK-HR-INICIO (WRK-IDX-HORARIO) <
                               WRK-HR-FIM (WRK-IDX-HORARIO-ALU)
                           MOVE 'S' TO WRK-CHOQUE
                           STRING WRK-MA-CURSO (WRK-IDX-MATRICULA)
                                  '/'
                                  WRK-MA-TURMA (WRK-IDX-MATRICULA)
                               DELIMITED BY SIZE
                               INTO WRK-TURMA-CHOQUE
                           END-STRING
                           MOVE WRK-QTD-HORARIOS
                               TO WRK-IDX-HORARIO-ALU
                       END-IF
                   END-PERFORM
                   IF WRK-CHOQUE = 'S'
                       MOVE WRK-QTD-MATRICULAS TO WRK-IDX-MATRICULA
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       338000-CONFERIR-INADIMPLENCIA.
      *>*********************************************
           MOVE 'N' TO WRK-INADIMPLENTE.
           MOVE ZEROS TO WRK-COMPET-DEVIDA.
           PERFORM VARYING WRK-IDX-DEVEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-DEVEDOR > WRK-QTD-DEVEDORES
               IF WRK-DV-MATRICULA (WRK-IDX-DEVEDOR) = MM-MATRICULA
                   MOVE 'S' TO WRK-INADIMPLENTE
                   MOVE WRK-DV-COMPET (WRK-IDX-DEVEDOR)
                       TO WRK-COMPET-DEVIDA
                   MOVE WRK-QTD-DEVEDORES TO WRK-IDX-DEVEDOR
               END-IF
           END-PERFORM.

      *>*********************************************
       339000-TRATAR-INADIMPLENTE.
      *>*********************************************
      *>   CONFORME O PARMGER, A MATRICULA DO INADIMPLENTE E
      *>   REJEITADA OU FICA NA FILA DE ESPERA SEM SER PROMOVIDA ATE
      *>   A QUITACAO - NOS DOIS CASOS COM A COMPETENCIA DEVIDA
           ADD 1 TO WRK-QTD-INADIMPL.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           STRING 'MENSALIDADE ' WRK-COMPET-DEVIDA ' EM ATRASO'
               DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
           END-STRING.
           IF WRK-INADIMPL-ESPERA NOT = 1
               PERFORM 500000-REJEITAR
           ELSE
               IF WRK-QTD-ESPERA < 500
                   ADD 1 TO WRK-QTD-ESPERA
                   MOVE MM-MATRICULA
                       TO WRK-ES-MATRICULA (WRK-QTD-ESPERA)
                   MOVE MM-CURSO
                       TO WRK-ES-CURSO (WRK-QTD-ESPERA)
                   MOVE MM-TURMA
                       TO WRK-ES-TURMA (WRK-QTD-ESPERA)
                   MOVE MM-PERIODO
                       TO WRK-ES-PERIODO (WRK-QTD-ESPERA)
                   MOVE 'I' TO WRK-ES-SITUACAO (WRK-QTD-ESPERA)
                   MOVE WRK-DATA-PROCESSO
                       TO WRK-ES-DATA (WRK-QTD-ESPERA)
                   MOVE WRK-MOTIVO-REJ
                       TO WRK-ES-MOTIVO (WRK-QTD-ESPERA)
                   ADD 1 TO WRK-QTD-ESPERANDO
                   DISPLAY 'INADIMPLENCIA - ALUNO ' MM-MATRICULA
                           ' NA FILA DE ESPERA DE ' MM-CURSO '/'
                           MM-TURMA ' - ' WRK-MOTIVO-REJ
                   MOVE SPACES TO MATRRPT-LINHA
                   STRING '*** EM ESPERA - ALUNO ' MM-MATRICULA
                          ' ' MM-CURSO '/' MM-TURMA ' - '
                          WRK-MOTIVO-REJ
                       DELIMITED BY SIZE INTO MATRRPT-LINHA
                   END-STRING
                   WRITE MATRRPT-LINHA
               ELSE
                   MOVE 'FILA DE ESPERA CHEIA' TO WRK-MOTIVO-REJ
                   PERFORM 500000-REJEITAR
               END-IF
           END-IF.

      *>*********************************************
       340000-APLICAR-INCLUSAO.
      *>*********************************************
                   MOVE 'A' TO WRK-ES-SITUACAO (WRK-QTD-ESPERA)
                   MOVE WRK-DATA-PROCESSO
                       TO WRK-ES-DATA (WRK-QTD-ESPERA)
                   MOVE 'TURMA LOTADA'
                       TO WRK-ES-MOTIVO (WRK-QTD-ESPERA)
                   ADD 1 TO WRK-QTD-ESPERANDO
                   DISPLAY 'TURMA LOTADA - ALUNO ' MM-MATRICULA
                           ' NA FILA DE ESPERA DE ' MM-CURSO '/'
       450000-PROMOVER-DA-FILA.
      *>*********************************************
      *>   A VAGA LIBERADA VAI PARA O PRIMEIRO AGUARDANDO DA MESMA
      *>   TURMA, NA ORDEM DE ENTRADA NA FILA. QUEM SE MATRICULOU
      *>   DEPOIS EM TURMA NO MESMO HORARIO SAI DA FILA E A VAGA
      *>   PASSA AO SEGUINTE
           PERFORM VARYING WRK-IDX-ESPERA FROM 1 BY 1
                   UNTIL WRK-IDX-ESPERA > WRK-QTD-ESPERA
               IF (WRK-ES-SITUACAO (WRK-IDX-ESPERA) = 'A'
                   AND WRK-ES-PERIODO (WRK-IDX-ESPERA) = MM-PERIODO
                   MOVE WRK-ES-MATRICULA (WRK-IDX-ESPERA)
                       TO MM-MATRICULA
                   PERFORM 336000-CONFERIR-CHOQUE
                   IF WRK-CHOQUE = 'S'
                       PERFORM 455000-RETIRAR-DA-FILA
                   ELSE
                       PERFORM 345000-EFETIVAR-MATRICULA
                       MOVE 'P' TO WRK-ES-SITUACAO (WRK-IDX-ESPERA)
                       ADD 1 TO WRK-QTD-PROMOVIDAS
                       DISPLAY 'ALUNO ' MM-MATRICULA ' PROMOVIDO DA '
                               'FILA DE ESPERA PARA ' MM-CURSO '/'
                               MM-TURMA
                       MOVE WRK-QTD-ESPERA TO WRK-IDX-ESPERA
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       455000-RETIRAR-DA-FILA.
      *>*********************************************
           ADD 1 TO WRK-QTD-CHOQUES.
           MOVE 'C' TO WRK-ES-SITUACAO (WRK-IDX-ESPERA).
           MOVE SPACES TO WRK-ES-MOTIVO (WRK-IDX-ESPERA).
           STRING 'CHOQUE HORARIO COM ' WRK-TURMA-CHOQUE
               DELIMITED BY SIZE INTO WRK-ES-MOTIVO (WRK-IDX-ESPERA)
           END-STRING.
           DISPLAY 'ALUNO ' MM-MATRICULA ' RETIRADO DA FILA DE '
                   MM-CURSO '/' MM-TURMA ' - '
                   WRK-ES-MOTIVO (WRK-IDX-ESPERA).
           MOVE SPACES TO MATRRPT-LINHA.
           STRING '*** FILA CANCELADA - ALUNO ' MM-MATRICULA
                  ' ' MM-CURSO '/' MM-TURMA ' - '
                  WRK-ES-MOTIVO (WRK-IDX-ESPERA)
               DELIMITED BY SIZE INTO MATRRPT-LINHA
           END-STRING.
           WRITE MATRRPT-LINHA.

      *>*********************************************
       500000-REJEITAR.
      *>*********************************************
               MOVE WRK-ES-SITUACAO (WRK-IDX-ESPERA)
                   TO ES-SITUACAO
               MOVE WRK-ES-DATA (WRK-IDX-ESPERA)    TO ES-DATA
               MOVE WRK-ES-MOTIVO (WRK-IDX-ESPERA)  TO ES-MOTIVO
               WRITE ES-REGISTRO
           END-PERFORM.
           CLOSE ESPERA.
           DISPLAY 'CANCELADAS....: ' WRK-QTD-CANCELADAS.
           DISPLAY 'PROMOVIDAS....: ' WRK-QTD-PROMOVIDAS.
           DISPLAY 'REJEITADAS....: ' WRK-QTD-REJEITADAS.
           DISPLAY 'INADIMPLENTES.: ' WRK-QTD-INADIMPL.
           DISPLAY 'LIBERADAS.....: ' WRK-QTD-LIBERADAS.
           DISPLAY 'CHOQUES.......: ' WRK-QTD-CHOQUES.
           DISPLAY '========================='.

           IF WRK-QTD-REJEITADAS > 0
