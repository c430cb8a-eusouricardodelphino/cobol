       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSAREV.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = REVISAO DE FIM DE PERIODO DAS BOLSAS DE ESTUDO:
      *> PARA CADA BOLSISTA DO STUMAST (BOLSA ATIVA 'B' OU SUSPENSA
      *> 'S') APURA NO STUTRAN O DESEMPENHO NO PERIODO INFORMADO NO
      *> PARMGER (MEDIA E FREQUENCIA MEDIAS DAS DISCIPLINAS, PELA
      *> ULTIMA AVALIACAO DE CADA UMA, E QUANTIDADE DE REPROVACOES) E
      *> CONFRONTA COM AS REGRAS DO PARMGER: DENTRO DAS REGRAS A
      *> BOLSA E RENOVADA (OU RESTABELECIDA, SE ESTAVA SUSPENSA); FORA
      *> DELAS A BOLSA ATIVA E SUSPENSA E A JA SUSPENSA E CANCELADA -
      *> REPROVACOES ACIMA DO LIMITE DE CANCELAMENTO CANCELAM DIRETO.
      *> A MARCACAO NOVA VAI PARA O SM-DESCONTO (O MENSALID COBRA A
      *> PROXIMA COMPETENCIA COM ELA), A DECISAO PARA O HISTORICO
      *> BOLSAHST E A CARTA AO ALUNO PARA O CARTABOL, QUE A
      *> SECRETARIA IMPRIME E ENTREGA. BOLSISTA SEM AVALIACAO NO
      *> PERIODO FICA COMO ESTA E E LISTADO NO SYSOUT.
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
           SELECT STUMAST ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STUMAST-STATUS.
           SELECT STUTRAN ASSIGN TO "STUTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUTRAN-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT BOLSAHST ASSIGN TO "BOLSAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLSAHST-STATUS.
           SELECT CARTABOL ASSIGN TO "CARTABOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARTABOL-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUMAST.
           COPY "STUMAST.CPY" IN 'COPYBOOKS'.
       FD  STUTRAN.
           COPY "STUTRAN.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  BOLSAHST.
           COPY "BOLSAHST.CPY" IN 'COPYBOOKS'.
       FD  CARTABOL
           RECORDING MODE IS F.
       01  CARTABOL-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-STUMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STUTRAN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BOLSAHST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CARTABOL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-STUMAST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-STUMAST     VALUE 'S'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-ERRO-CADASTRO   PIC X(01) VALUE 'N'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO-REVISAO PIC 9(06) VALUE ZEROS.
       77 WRK-MEDIA-MINIMA    PIC 9(02)V99 VALUE 7,00.
       77 WRK-FREQ-MINIMA     PIC 9(03)V99 VALUE 75,00.
       77 WRK-REPROV-MAXIMA   PIC 9(02) VALUE ZEROS.
       77 WRK-REPROV-CANCELA  PIC 9(02) VALUE 2.
       77 WRK-QTD-RESULTADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-RESULTADO   PIC 9(04) VALUE ZEROS.
       77 WRK-RESULTADO-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-DECIDIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DECIDIDO    PIC 9(04) VALUE ZEROS.
       77 WRK-JA-DECIDIDO     PIC X(01) VALUE 'N'.
       77 WRK-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-MEDIA      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SOMA-FREQ       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MEDIA-ALUNO     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FREQ-ALUNO      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTD-REPROV      PIC 9(02) VALUE ZEROS.
       77 WRK-DECISAO         PIC X(01) VALUE SPACES.
       77 WRK-DESCONTO-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.
       77 WRK-MEDIA-EDIT      PIC Z9,99 VALUE ZEROS.
       77 WRK-MEDIA-MIN-EDIT  PIC Z9,99 VALUE ZEROS.
       77 WRK-FREQ-EDIT       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-FREQ-MIN-EDIT   PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-REVISADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RENOVADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RESTABELEC  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SUSPENSAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CANCELADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-AVALIACAO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-JA-REVISADAS PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-RESULTADOS.
           05  WRK-RES-ITEM OCCURS 5000 TIMES
                   INDEXED BY WRK-IDX-TRS.
               10  WRK-RS-MATRICULA   PIC 9(06).
               10  WRK-RS-CURSO       PIC X(06).
               10  WRK-RS-DATA        PIC 9(08).
               10  WRK-RS-MEDIA       PIC 9(02)V99.
               10  WRK-RS-FREQUENCIA  PIC 9(03)V99.
               10  WRK-RS-REPROVADO   PIC X(01).
       01 WRK-TABELA-DECIDIDOS.
           05  WRK-DEC-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TDE.
               10  WRK-JD-MATRICULA   PIC 9(06).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-LER-ALUNO UNTIL WRK-EOF-STUMAST.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

           PERFORM 110000-CARREGAR-PARAMETROS.

      *>   SEM PERIODO NO PARMGER NAO HA REVISAO - A SECRETARIA SO O
      *>   INFORMA DEPOIS DE FECHADAS AS NOTAS DO PERIODO
           IF WRK-PERIODO-REVISAO = ZEROS
               DISPLAY 'PERIODO-REVISAO NAO INFORMADO NO PARMGER - '
                       'NENHUMA BOLSA REVISADA'
               MOVE 'S' TO WRK-FIM-STUMAST
           ELSE
               PERFORM 120000-CARREGAR-RESULTADOS
               PERFORM 130000-CARREGAR-DECIDIDOS
               PERFORM 140000-ABRIR-CADASTRO
           END-IF.

           OPEN OUTPUT CARTABOL.

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
                   IF PG-PROGRAMA = 'BOLSAREV'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'PERIODO-REVISAO'
                               MOVE PG-VALOR TO WRK-PERIODO-REVISAO
                           WHEN 'MEDIA-MINIMA'
                               MOVE PG-VALOR TO WRK-MEDIA-MINIMA
                           WHEN 'FREQ-MINIMA'
                               MOVE PG-VALOR TO WRK-FREQ-MINIMA
                           WHEN 'REPROV-MAXIMA'
                               MOVE PG-VALOR TO WRK-REPROV-MAXIMA
                           WHEN 'REPROV-CANCELA'
                               MOVE PG-VALOR TO WRK-REPROV-CANCELA
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-RESULTADOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-RESULTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUTRAN.
           IF WRK-STUTRAN-STATUS = '00'
               PERFORM 121000-LER-AVALIACAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE STUTRAN
           ELSE
               DISPLAY 'STUTRAN INDISPONIVEL - STATUS '
                       WRK-STUTRAN-STATUS
                       ' - BOLSISTAS FICAM SEM AVALIACAO'
           END-IF.

      *>*********************************************
       121000-LER-AVALIACAO.
      *>*********************************************
           READ STUTRAN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ST-PERIODO = WRK-PERIODO-REVISAO
                       PERFORM 122000-REGISTRAR-RESULTADO
                   END-IF
           END-READ.

      *>*********************************************
       122000-REGISTRAR-RESULTADO.
      *>*********************************************
      *>   UMA LINHA POR ALUNO/DISCIPLINA - A AVALIACAO MAIS RECENTE
      *>   (EXAME FINAL, REAVALIACAO) SUBSTITUI A ANTERIOR
           MOVE 'N' TO WRK-RESULTADO-ACHADO.
           PERFORM VARYING WRK-IDX-RESULTADO FROM 1 BY 1
                   UNTIL WRK-IDX-RESULTADO > WRK-QTD-RESULTADOS
               IF WRK-RS-MATRICULA (WRK-IDX-RESULTADO) = ST-MATRICULA
                   AND WRK-RS-CURSO (WRK-IDX-RESULTADO) = ST-CURSO
                   MOVE 'S' TO WRK-RESULTADO-ACHADO
                   IF ST-DATA-AVALIACAO NOT <
                           WRK-RS-DATA (WRK-IDX-RESULTADO)
                       PERFORM 123000-MOVER-RESULTADO
                   END-IF
                   MOVE WRK-QTD-RESULTADOS TO WRK-IDX-RESULTADO
               END-IF
           END-PERFORM.

           IF WRK-RESULTADO-ACHADO = 'N'
               IF WRK-QTD-RESULTADOS < 5000
                   ADD 1 TO WRK-QTD-RESULTADOS
                   MOVE WRK-QTD-RESULTADOS TO WRK-IDX-RESULTADO
                   PERFORM 123000-MOVER-RESULTADO
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
                   DISPLAY 'STUTRAN COM MAIS DE 5000 DISCIPLINAS NO '
                           'PERIODO - ALUNO ' ST-MATRICULA ' CURSO '
                           ST-CURSO ' IGNORADO'
               END-IF
           END-IF.

      *>*********************************************
       123000-MOVER-RESULTADO.
      *>*********************************************
           MOVE ST-MATRICULA  TO WRK-RS-MATRICULA (WRK-IDX-RESULTADO).
           MOVE ST-CURSO      TO WRK-RS-CURSO (WRK-IDX-RESULTADO).
           MOVE ST-DATA-AVALIACAO
               TO WRK-RS-DATA (WRK-IDX-RESULTADO).
           MOVE ST-MEDIA      TO WRK-RS-MEDIA (WRK-IDX-RESULTADO).
           MOVE ST-FREQUENCIA
               TO WRK-RS-FREQUENCIA (WRK-IDX-RESULTADO).
           IF ST-SITUACAO (1:9) = 'REPROVADO'
               MOVE 'S' TO WRK-RS-REPROVADO (WRK-IDX-RESULTADO)
           ELSE
               MOVE 'N' TO WRK-RS-REPROVADO (WRK-IDX-RESULTADO)
           END-IF.

      *>*********************************************
       130000-CARREGAR-DECIDIDOS.
      *>*********************************************
      *>   BOLSISTAS JA REVISADOS NO PERIODO - A RERODADA NAO
      *>   TRANSFORMA A SUSPENSAO DE HOJE EM CANCELAMENTO
           MOVE ZEROS TO WRK-QTD-DECIDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT BOLSAHST.
           IF WRK-BOLSAHST-STATUS = '00'
               PERFORM 131000-LER-DECISAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE BOLSAHST
           END-IF.

      *>*********************************************
       131000-LER-DECISAO.
      *>*********************************************
           READ BOLSAHST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF BH-PERIODO = WRK-PERIODO-REVISAO
                       IF WRK-QTD-DECIDIDOS < 2000
                           ADD 1 TO WRK-QTD-DECIDIDOS
                           MOVE BH-MATRICULA
                               TO WRK-JD-MATRICULA (WRK-QTD-DECIDIDOS)
                       ELSE
                           MOVE 'S' TO WRK-TABELA-CHEIA
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       140000-ABRIR-CADASTRO.
      *>*********************************************
           OPEN I-O STUMAST.
           IF WRK-STUMAST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STUMAST - STATUS '
                       WRK-STUMAST-STATUS
                       ' - NENHUMA BOLSA REVISADA'
               MOVE 'S' TO WRK-ERRO-CADASTRO
               MOVE 'S' TO WRK-FIM-STUMAST
           ELSE
               MOVE 'S' TO WRK-CADASTRO-ABERTO
               MOVE ZEROS TO SM-MATRICULA
               START STUMAST KEY NOT LESS THAN SM-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-STUMAST
               END-START
           END-IF.

           IF WRK-CADASTRO-ABERTO = 'S'
               OPEN EXTEND BOLSAHST
               IF WRK-BOLSAHST-STATUS NOT = '00'
                   OPEN OUTPUT BOLSAHST
               END-IF
           END-IF.

      *>*********************************************
       200000-LER-ALUNO.
      *>*********************************************
           READ STUMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-STUMAST
               NOT AT END
                   IF SM-BOLSISTA OR SM-BOLSA-SUSPENSA
                       PERFORM 210000-REVISAR-BOLSA
                   END-IF
           END-READ.

      *>*********************************************
       210000-REVISAR-BOLSA.
      *>*********************************************
           MOVE 'N' TO WRK-JA-DECIDIDO.
           PERFORM VARYING WRK-IDX-DECIDIDO FROM 1 BY 1
                   UNTIL WRK-IDX-DECIDIDO > WRK-QTD-DECIDIDOS
               IF WRK-JD-MATRICULA (WRK-IDX-DECIDIDO) = SM-MATRICULA
                   MOVE 'S' TO WRK-JA-DECIDIDO
                   MOVE WRK-QTD-DECIDIDOS TO WRK-IDX-DECIDIDO
               END-IF
           END-PERFORM.

           IF WRK-JA-DECIDIDO = 'S'
               ADD 1 TO WRK-QTD-JA-REVISADAS
           ELSE
               PERFORM 220000-APURAR-DESEMPENHO
               IF WRK-QTD-DISCIPLINAS = 0
                   ADD 1 TO WRK-QTD-SEM-AVALIACAO
                   DISPLAY 'BOLSISTA ' SM-MATRICULA ' SEM AVALIACAO '
                           'NO PERIODO ' WRK-PERIODO-REVISAO
                           ' - BOLSA MANTIDA COMO ESTA'
               ELSE
                   ADD 1 TO WRK-QTD-REVISADAS
                   PERFORM 230000-DECIDIR
                   PERFORM 240000-GRAVAR-DECISAO
                   PERFORM 250000-EMITIR-CARTA
               END-IF
           END-IF.

      *>*********************************************
       220000-APURAR-DESEMPENHO.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-DISCIPLINAS.
           MOVE ZEROS TO WRK-SOMA-MEDIA.
           MOVE ZEROS TO WRK-SOMA-FREQ.
           MOVE ZEROS TO WRK-QTD-REPROV.
           MOVE ZEROS TO WRK-MEDIA-ALUNO.
           MOVE ZEROS TO WRK-FREQ-ALUNO.
           PERFORM VARYING WRK-IDX-RESULTADO FROM 1 BY 1
                   UNTIL WRK-IDX-RESULTADO > WRK-QTD-RESULTADOS
               IF WRK-RS-MATRICULA (WRK-IDX-RESULTADO) = SM-MATRICULA
                   ADD 1 TO WRK-QTD-DISCIPLINAS
                   ADD WRK-RS-MEDIA (WRK-IDX-RESULTADO)
                       TO WRK-SOMA-MEDIA
                   ADD WRK-RS-FREQUENCIA (WRK-IDX-RESULTADO)
                       TO WRK-SOMA-FREQ
                   IF WRK-RS-REPROVADO (WRK-IDX-RESULTADO) = 'S'
                       ADD 1 TO WRK-QTD-REPROV
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-QTD-DISCIPLINAS > 0
               COMPUTE WRK-MEDIA-ALUNO ROUNDED =
                       WRK-SOMA-MEDIA / WRK-QTD-DISCIPLINAS
               COMPUTE WRK-FREQ-ALUNO ROUNDED =
                       WRK-SOMA-FREQ / WRK-QTD-DISCIPLINAS
           END-IF.

      *>*********************************************
       230000-DECIDIR.
      *>*********************************************
      *>   O PRIMEIRO CRITERIO NAO ATENDIDO E O MOTIVO. A BOLSA ATIVA
      *>   FORA DAS REGRAS E SUSPENSA; A JA SUSPENSA, OU COM
      *>   REPROVACOES ACIMA DO LIMITE DE CANCELAMENTO, E CANCELADA
           MOVE SM-DESCONTO TO WRK-DESCONTO-ANTERIOR.
           MOVE WRK-MEDIA-ALUNO   TO WRK-MEDIA-EDIT.
           MOVE WRK-MEDIA-MINIMA  TO WRK-MEDIA-MIN-EDIT.
           MOVE WRK-FREQ-ALUNO    TO WRK-FREQ-EDIT.
           MOVE WRK-FREQ-MINIMA   TO WRK-FREQ-MIN-EDIT.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-MEDIA-ALUNO < WRK-MEDIA-MINIMA
                   STRING 'MEDIA ' WRK-MEDIA-EDIT
                          ' MIN ' WRK-MEDIA-MIN-EDIT
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-STRING
               WHEN WRK-FREQ-ALUNO < WRK-FREQ-MINIMA
                   STRING 'FREQUENCIA ' WRK-FREQ-EDIT
                          ' MIN ' WRK-FREQ-MIN-EDIT
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-STRING
               WHEN WRK-QTD-REPROV > WRK-REPROV-MAXIMA
                   STRING 'REPROVACOES ' WRK-QTD-REPROV
                          ' MAX ' WRK-REPROV-MAXIMA
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-STRING
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WRK-MOTIVO = SPACES
                   MOVE 'R' TO WRK-DECISAO
                   MOVE 'B' TO SM-DESCONTO
                   IF WRK-DESCONTO-ANTERIOR = 'S'
                       ADD 1 TO WRK-QTD-RESTABELEC
                   ELSE
                       ADD 1 TO WRK-QTD-RENOVADAS
                   END-IF
               WHEN WRK-DESCONTO-ANTERIOR = 'S'
                   OR WRK-QTD-REPROV > WRK-REPROV-CANCELA
                   MOVE 'C' TO WRK-DECISAO
                   MOVE SPACE TO SM-DESCONTO
                   ADD 1 TO WRK-QTD-CANCELADAS
               WHEN OTHER
                   MOVE 'S' TO WRK-DECISAO
                   MOVE 'S' TO SM-DESCONTO
                   ADD 1 TO WRK-QTD-SUSPENSAS
           END-EVALUATE.

      *>*********************************************
       240000-GRAVAR-DECISAO.
      *>*********************************************
           IF SM-DESCONTO NOT = WRK-DESCONTO-ANTERIOR
               REWRITE SM-REGISTRO
               IF WRK-STUMAST-STATUS NOT = '00'
                   MOVE 'S' TO WRK-ERRO-CADASTRO
                   DISPLAY 'ERRO AO REGRAVAR STUMAST - ALUNO '
                           SM-MATRICULA ' - STATUS '
                           WRK-STUMAST-STATUS
               END-IF
           END-IF.

           MOVE SPACES                TO BH-REGISTRO.
           MOVE SM-MATRICULA          TO BH-MATRICULA.
           MOVE WRK-PERIODO-REVISAO   TO BH-PERIODO.
           MOVE WRK-DATA-PROCESSO     TO BH-DATA-DECISAO.
           MOVE WRK-DECISAO           TO BH-DECISAO.
           MOVE WRK-DESCONTO-ANTERIOR TO BH-DESCONTO-ANTERIOR.
           MOVE SM-DESCONTO           TO BH-DESCONTO-NOVO.
           MOVE WRK-MEDIA-ALUNO       TO BH-MEDIA.
           MOVE WRK-FREQ-ALUNO        TO BH-FREQUENCIA.
           MOVE WRK-QTD-REPROV        TO BH-REPROVACOES.
           MOVE WRK-MOTIVO            TO BH-MOTIVO.
           WRITE BH-REGISTRO.

      *>*********************************************
       250000-EMITIR-CARTA.
      *>*********************************************
           MOVE SPACES TO CARTABOL-LINHA.
           STRING '==== REVISAO DE BOLSA DE ESTUDO - PERIODO '
                  WRK-PERIODO-REVISAO ' ===='
               DELIMITED BY SIZE INTO CARTABOL-LINHA
           END-STRING.
           WRITE CARTABOL-LINHA.
           MOVE SPACES TO CARTABOL-LINHA.
           STRING 'ALUNO ' SM-MATRICULA ' ' SM-NOME
                  '   DATA ' WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO CARTABOL-LINHA
           END-STRING.
           WRITE CARTABOL-LINHA.
           MOVE SPACES TO CARTABOL-LINHA.
           STRING 'DISCIPLINAS ' WRK-QTD-DISCIPLINAS
                  ' MEDIA ' WRK-MEDIA-EDIT
                  ' FREQUENCIA ' WRK-FREQ-EDIT
                  '% REPROVACOES ' WRK-QTD-REPROV
               DELIMITED BY SIZE INTO CARTABOL-LINHA
           END-STRING.
           WRITE CARTABOL-LINHA.
           MOVE SPACES TO CARTABOL-LINHA.
           STRING 'CRITERIOS: MEDIA MINIMA ' WRK-MEDIA-MIN-EDIT
                  ' FREQUENCIA MINIMA ' WRK-FREQ-MIN-EDIT
                  '% REPROVACOES ATE ' WRK-REPROV-MAXIMA
               DELIMITED BY SIZE INTO CARTABOL-LINHA
           END-STRING.
           WRITE CARTABOL-LINHA.

           MOVE SPACES TO CARTABOL-LINHA.
           EVALUATE TRUE
               WHEN WRK-DECISAO = 'R' AND WRK-DESCONTO-ANTERIOR = 'S'
                   STRING 'BOLSA RESTABELECIDA A PARTIR DA PROXIMA '
                          'MENSALIDADE.'
                       DELIMITED BY SIZE INTO CARTABOL-LINHA
                   END-STRING
               WHEN WRK-DECISAO = 'R'
                   STRING 'BOLSA RENOVADA PARA O PROXIMO PERIODO.'
                       DELIMITED BY SIZE INTO CARTABOL-LINHA
                   END-STRING
               WHEN WRK-DECISAO = 'S'
                   STRING 'BOLSA SUSPENSA A PARTIR DA PROXIMA '
                          'MENSALIDADE - ' WRK-MOTIVO
                       DELIMITED BY SIZE INTO CARTABOL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING 'BOLSA CANCELADA A PARTIR DA PROXIMA '
                          'MENSALIDADE - ' WRK-MOTIVO
                       DELIMITED BY SIZE INTO CARTABOL-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE CARTABOL-LINHA.

           IF WRK-DECISAO = 'S'
               MOVE SPACES TO CARTABOL-LINHA
               STRING 'A BOLSA VOLTA SE O DESEMPENHO FOR RECUPERADO '
                      'NO PROXIMO PERIODO;'
                   DELIMITED BY SIZE INTO CARTABOL-LINHA
               END-STRING
               WRITE CARTABOL-LINHA
               MOVE 'NOVA FALHA NOS CRITERIOS CANCELA A BOLSA.'
                   TO CARTABOL-LINHA
               WRITE CARTABOL-LINHA
           END-IF.

           MOVE 'SECRETARIA ACADEMICA' TO CARTABOL-LINHA.
           WRITE CARTABOL-LINHA.
           MOVE SPACES TO CARTABOL-LINHA.
           WRITE CARTABOL-LINHA.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           IF WRK-CADASTRO-ABERTO = 'S'
               CLOSE STUMAST
               CLOSE BOLSAHST
           END-IF.

           IF WRK-QTD-REVISADAS = 0
               MOVE SPACES TO CARTABOL-LINHA
               STRING 'NENHUMA BOLSA REVISADA EM ' WRK-DATA-PROCESSO
                   DELIMITED BY SIZE INTO CARTABOL-LINHA
               END-STRING
               WRITE CARTABOL-LINHA
           END-IF.
           CLOSE CARTABOL.

           DISPLAY '========================='.
           DISPLAY 'REVISAO DE BOLSAS - PERIODO ' WRK-PERIODO-REVISAO.
           DISPLAY 'REVISADAS.........: ' WRK-QTD-REVISADAS.
           DISPLAY 'RENOVADAS.........: ' WRK-QTD-RENOVADAS.
           DISPLAY 'RESTABELECIDAS....: ' WRK-QTD-RESTABELEC.
           DISPLAY 'SUSPENSAS.........: ' WRK-QTD-SUSPENSAS.
           DISPLAY 'CANCELADAS........: ' WRK-QTD-CANCELADAS.
           DISPLAY 'SEM AVALIACAO.....: ' WRK-QTD-SEM-AVALIACAO.
           DISPLAY 'JA REVISADAS......: ' WRK-QTD-JA-REVISADAS.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-ERRO-CADASTRO = 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TABELA-CHEIA = 'S'
                   OR WRK-QTD-SEM-AVALIACAO > 0
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

           MOVE 'BOLSAREV'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 0
               MOVE 'OK'   TO BL-STATUS
               MOVE 'BOLSAS REVISADAS NO PERIODO'
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'REVISAO DE BOLSAS COM PENDENCIAS'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
