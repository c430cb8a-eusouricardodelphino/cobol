      *> 02/09/2026 - O LANCAMENTO DO DELTA PASSA A CARREGAR O
      *>              CENTRO DE CUSTO DO DEPARTAMENTO NO NOVO CAMPO
      *>              GL-CENTRO-CUSTO
      *> 15/10/2026 - REAJUSTE PASSA A TER COMPETENCIA DE EFEITO
      *>              (PARMGER CHAVE COMPET-EFEITO, AAAAMM), GRAVADA
      *>              NO RAISEHST. EFEITO ANTERIOR AO LOTE GERA A
      *>              DIFERENCA RETROATIVA SOBRE O QUE JA FOI PAGO NO
      *>              FOLHAHST (SALARIO E HORAS, 13O E FERIAS) NO
      *>              ARQUIVO DIFRETRO, PAGO PELA PROXIMA FOLHAPAG
      *> 15/10/2026 - O LANCAMENTO DO DELTA SAI NA EMPRESA DO
      *>              DEPARTAMENTO (DM-EMPRESA NO GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - BASES DO RETROATIVO NAO SOMAM DUAS VEZES O
      *>              CONTRACHEQUE REPROCESSADO NA MESMA COMPETENCIA: A
      *>              SEQUENCIA 01 DO FOLHAHST TIRA DO TOTAL O QUE A
      *>              RODADA ANTERIOR DAQUELA ORIGEM TINHA SOMADO, COMO
      *>              NO FOLHAVAR
      *>**********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT FOLHAHST ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHST-STATUS.
           SELECT DIFRETRO ASSIGN TO "DIFRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIFRETRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
           COPY "CKPTPAY.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  FOLHAHST.
           COPY "FOLHAHST.CPY" IN 'COPYBOOKS'.
       FD  DIFRETRO.
           COPY "DIFRETRO.CPY" IN 'COPYBOOKS'.
       FD  RAISERPT
           RECORDING MODE IS F.
       01  RAISERPT-LINHA          PIC X(80).
           05  WRK-DEPTO OCCURS 50 TIMES INDEXED BY WRK-DP-IDX.
               10  WRK-DP-NOME        PIC X(10).
               10  WRK-DP-CC          PIC X(06).
               10  WRK-DP-EMPRESA     PIC X(02).
               10  WRK-DP-ORCAMENTO   PIC 9(11)V99.
               10  WRK-DP-CADASTRADO  PIC X(01).
               10  WRK-DP-QTD         PIC 9(06).
               10  WRK-EX-NOME        PIC X(20).
               10  WRK-EX-TEMPO-CASA  PIC 9(04).
       77 WRK-QTD-EXCECOES     PIC 9(03)    VALUE ZEROS.
       77 WRK-FOLHAHST-STATUS  PIC X(02)    VALUE SPACES.
       77 WRK-DIFRETRO-STATUS  PIC X(02)    VALUE SPACES.
       77 WRK-COMPET-EFEITO    PIC 9(06)    VALUE ZEROS.
       77 WRK-COMPET-LOTE      PIC 9(06)    VALUE ZEROS.
       77 WRK-RETROATIVO       PIC X(01)    VALUE 'N'.
           88 WRK-HA-RETROATIVO    VALUE 'S'.
       77 WRK-QTD-BASES-RETRO  PIC 9(04)    VALUE ZEROS.
       77 WRK-IDX-BR-ACHADO    PIC 9(04)    VALUE ZEROS.
       77 WRK-IDX-BR-ORIGEM    PIC 9(01)    VALUE ZEROS.
       77 WRK-QTD-RETROATIVOS  PIC 9(06)    VALUE ZEROS.
       77 WRK-TOT-RETROATIVO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RETRO-SALARIO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RETRO-DECIMO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RETRO-FERIAS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RETRO-TOTAL      PIC 9(07)V99 VALUE ZEROS.
      *>   BASES JA PAGAS DESDE A COMPETENCIA DE EFEITO, POR
      *>   MATRICULA, SOMADAS DO FOLHAHST (PROVENTO SOMA, DESCONTO
      *>   SUBTRAI - FALTAS E O ABATIMENTO DO ADIANTAMENTO DO 13O).
      *>   POR ORIGEM (1 = FOLHA, 2 = FERIAS, 3 = 13O) GUARDA A ULTIMA
      *>   COMPETENCIA LIDA E O QUE ELA SOMOU, PARA UM CONTRACHEQUE
      *>   REPROCESSADO SUBSTITUIR O ANTERIOR EM VEZ DE SOMAR DE NOVO
       01  WRK-TABELA-BASES-RETRO.
           05  WRK-BASE-RETRO OCCURS 1000 TIMES INDEXED BY WRK-BR-IDX.
               10  WRK-BR-MATRICULA   PIC 9(06).
               10  WRK-BR-COMPET-INI  PIC 9(06).
               10  WRK-BR-COMPET-FIM  PIC 9(06).
               10  WRK-BR-SALARIO     PIC S9(09)V99.
               10  WRK-BR-DECIMO      PIC S9(09)V99.
               10  WRK-BR-FERIAS      PIC S9(09)V99.
               10  WRK-BR-ORIGEM OCCURS 3 TIMES.
                   15  WRK-BR-ULT-COMPET  PIC 9(06).
                   15  WRK-BR-PC-SALARIO  PIC S9(09)V99.
                   15  WRK-BR-PC-DECIMO   PIC S9(09)V99.
                   15  WRK-BR-PC-FERIAS   PIC S9(09)V99.
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-PROCESSAR UNTIL WRK-EOF-EMPFILE
               PERFORM 0300-FINALIZAR
               PERFORM 0910-GRAVAR-TOTAIS-CONTROLE
               IF WRK-OCORREU-ERRO
                   MOVE 8 TO RETURN-CODE
               ELSE
           PERFORM 0105-DEFINIR-MODO.
           PERFORM 0110-CARREGAR-FAIXAS.
           PERFORM 0115-CARREGAR-DEPTOS.
           PERFORM 0160-DEFINIR-EFEITO.

           IF WRK-MODO-EFETIVACAO
               PERFORM 0140-RETOMAR-CHECKPOINT
               ELSE
                   OPEN OUTPUT RAISEHST
               END-IF
      *>       DIFERENCAS PENDENTES DE RODADAS ANTERIORES AINDA NAO
      *>       PAGAS PELA FOLHA SAO PRESERVADAS - GRAVACAO EM EXTEND
               IF WRK-HA-RETROATIVO
                   OPEN EXTEND DIFRETRO
                   IF WRK-DIFRETRO-STATUS NOT = '00'
                       OPEN OUTPUT DIFRETRO
                   END-IF
               END-IF
           ELSE
               OPEN INPUT EMPFILE
           END-IF.
                           MOVE 'S' TO WRK-MODO-EXECUCAO
                       END-IF
                   END-IF
                   IF PG-PROGRAMA = 'AUMENTO'
                       AND PG-CHAVE = 'COMPET-EFEITO'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       MOVE PG-VALOR TO WRK-COMPET-EFEITO
                   END-IF
           END-READ.

       0160-DEFINIR-EFEITO.
      *>   COMPETENCIA DE EFEITO DO REAJUSTE (AAAAMM) NO PARMGER:
      *>   AUSENTE OU ZERADA = COMPETENCIA DO LOTE, SEM RETROATIVO.
      *>   EFEITO ANTERIOR AO LOTE CARREGA DO FOLHAHST AS BASES JA
      *>   PAGAS DESDE ENTAO - A SIMULACAO MOSTRA A DIFERENCA NO
      *>   RELATORIO E SO A EFETIVACAO GRAVA O DIFRETRO.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-COMPET-LOTE.
           MOVE 'N' TO WRK-RETROATIVO.
           IF WRK-COMPET-EFEITO NOT = 0
               IF WRK-COMPET-EFEITO (5:2) < '01'
                   OR WRK-COMPET-EFEITO (5:2) > '12'
                   DISPLAY 'COMPET-EFEITO INVALIDA NO PARMGER: '
                           WRK-COMPET-EFEITO ' - EFEITO NO LOTE'
                   MOVE ZEROS TO WRK-COMPET-EFEITO
               END-IF
           END-IF.
           IF WRK-COMPET-EFEITO = 0
               MOVE WRK-COMPET-LOTE TO WRK-COMPET-EFEITO
           END-IF.
           IF WRK-COMPET-EFEITO > WRK-COMPET-LOTE
               DISPLAY 'COMPET-EFEITO ' WRK-COMPET-EFEITO
                       ' POSTERIOR AO LOTE - EFEITO NO LOTE'
               MOVE WRK-COMPET-LOTE TO WRK-COMPET-EFEITO
           END-IF.
           IF WRK-COMPET-EFEITO < WRK-COMPET-LOTE
               MOVE 'S' TO WRK-RETROATIVO
               DISPLAY 'REAJUSTE COM EFEITO RETROATIVO A '
                       WRK-COMPET-EFEITO
               PERFORM 0165-CARREGAR-BASES-RETRO
           END-IF.

       0165-CARREGAR-BASES-RETRO.
           MOVE ZEROS TO WRK-QTD-BASES-RETRO.
           OPEN INPUT FOLHAHST.
           IF WRK-FOLHAHST-STATUS = '00'
               PERFORM 0166-LER-FOLHAHST
                   UNTIL WRK-FOLHAHST-STATUS = '10'
               CLOSE FOLHAHST
           ELSE
               DISPLAY 'FOLHAHST INDISPONIVEL - STATUS '
                       WRK-FOLHAHST-STATUS
                       ' - DIFERENCA RETROATIVA NAO CALCULADA'
               MOVE 'N' TO WRK-RETROATIVO
               MOVE 'S' TO WRK-ERRO-PROCESSO
               MOVE 'AUMENTO_ESTRUTURADO'  TO ERR-PROGRAMA
               MOVE '0165-CARREGAR-BASES'  TO ERR-PARAGRAFO
               MOVE 'ERRO'                 TO ERR-SEVERIDADE
               MOVE WRK-FOLHAHST-STATUS    TO ERR-CODIGO
               MOVE 'FOLHAHST INDISPONIVEL - SEM RETROATIVO'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
           END-IF.

       0166-LER-FOLHAHST.
      *>   ENTRAM SO AS VERBAS QUE ACOMPANHAM O SALARIO: BASE, HORAS
      *>   EXTRAS E NOTURNO MENOS FALTAS NA FOLHA, O 13O (PARCELAS) E
      *>   AS FERIAS COM O TERCO
           READ FOLHAHST
               AT END
                   CONTINUE
               NOT AT END
                   IF HF-COMPETENCIA >= WRK-COMPET-EFEITO
                       AND HF-SEQUENCIA = 1
                       PERFORM 0168-REABRIR-CONTRACHEQUE
                   END-IF
                   IF HF-COMPETENCIA >= WRK-COMPET-EFEITO
                       AND (HF-PROVENTO OR HF-DESCONTO)
                       AND (HF-RUB-SALARIO-BASE
                            OR HF-RUB-HORA-EXTRA-50
                            OR HF-RUB-HORA-EXTRA-100
                            OR HF-RUB-NOTURNO
                            OR HF-RUB-FALTAS
                            OR HF-RUB-DECIMO-TERCEIRO
                            OR HF-RUB-ADIANTAMENTO-13
                            OR HF-RUB-FERIAS
                            OR HF-RUB-TERCO-FERIAS)
                       PERFORM 0167-ACUMULAR-BASE-RETRO
                   END-IF
           END-READ.

       0167-ACUMULAR-BASE-RETRO.
           MOVE ZEROS TO WRK-IDX-BR-ACHADO.
           PERFORM VARYING WRK-BR-IDX FROM 1 BY 1
                   UNTIL WRK-BR-IDX > WRK-QTD-BASES-RETRO
                      OR WRK-IDX-BR-ACHADO > 0
               IF WRK-BR-MATRICULA (WRK-BR-IDX) = HF-MATRICULA
                   SET WRK-IDX-BR-ACHADO TO WRK-BR-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-BR-ACHADO = 0
               IF WRK-QTD-BASES-RETRO < 1000
                   ADD 1 TO WRK-QTD-BASES-RETRO
                   MOVE WRK-QTD-BASES-RETRO TO WRK-IDX-BR-ACHADO
                   MOVE HF-MATRICULA
                       TO WRK-BR-MATRICULA  (WRK-IDX-BR-ACHADO)
                   MOVE HF-COMPETENCIA
                       TO WRK-BR-COMPET-INI (WRK-IDX-BR-ACHADO)
                          WRK-BR-COMPET-FIM (WRK-IDX-BR-ACHADO)
                   MOVE ZEROS
                       TO WRK-BR-SALARIO    (WRK-IDX-BR-ACHADO)
                          WRK-BR-DECIMO     (WRK-IDX-BR-ACHADO)
                          WRK-BR-FERIAS     (WRK-IDX-BR-ACHADO)
                   INITIALIZE WRK-BR-ORIGEM (WRK-IDX-BR-ACHADO, 1)
                              WRK-BR-ORIGEM (WRK-IDX-BR-ACHADO, 2)
                              WRK-BR-ORIGEM (WRK-IDX-BR-ACHADO, 3)
               ELSE
                   DISPLAY 'FOLHAHST COM MAIS DE 1000 MATRICULAS NO '
                           'PERIODO - MATRICULA ' HF-MATRICULA
                           ' SEM RETROATIVO'
                   MOVE 'S' TO WRK-ERRO-PROCESSO
               END-IF
           END-IF.
           IF WRK-IDX-BR-ACHADO > 0
               IF HF-COMPETENCIA <
                       WRK-BR-COMPET-INI (WRK-IDX-BR-ACHADO)
                   MOVE HF-COMPETENCIA
                       TO WRK-BR-COMPET-INI (WRK-IDX-BR-ACHADO)
               END-IF
               IF HF-COMPETENCIA >
                       WRK-BR-COMPET-FIM (WRK-IDX-BR-ACHADO)
                   MOVE HF-COMPETENCIA
                       TO WRK-BR-COMPET-FIM (WRK-IDX-BR-ACHADO)
               END-IF
               PERFORM 0169-DEFINIR-ORIGEM
               IF WRK-BR-ULT-COMPET (WRK-IDX-BR-ACHADO,
                       WRK-IDX-BR-ORIGEM) NOT = HF-COMPETENCIA
                   MOVE HF-COMPETENCIA TO WRK-BR-ULT-COMPET
                       (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                   MOVE ZEROS TO WRK-BR-PC-SALARIO
                                 (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                                 WRK-BR-PC-DECIMO
                                 (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                                 WRK-BR-PC-FERIAS
                                 (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
               END-IF
               EVALUATE TRUE
                   WHEN HF-RUB-DECIMO-TERCEIRO AND HF-PROVENTO
                   WHEN HF-RUB-ADIANTAMENTO-13 AND HF-PROVENTO
                       ADD HF-VALOR
                           TO WRK-BR-DECIMO (WRK-IDX-BR-ACHADO)
                              WRK-BR-PC-DECIMO
                                  (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                   WHEN HF-RUB-DECIMO-TERCEIRO
                   WHEN HF-RUB-ADIANTAMENTO-13
                       SUBTRACT HF-VALOR
                           FROM WRK-BR-DECIMO (WRK-IDX-BR-ACHADO)
                                WRK-BR-PC-DECIMO
                                  (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                   WHEN HF-RUB-FERIAS AND HF-PROVENTO
                   WHEN HF-RUB-TERCO-FERIAS AND HF-PROVENTO
                       ADD HF-VALOR
                           TO WRK-BR-FERIAS (WRK-IDX-BR-ACHADO)
                              WRK-BR-PC-FERIAS
                                  (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                   WHEN HF-RUB-FERIAS
                   WHEN HF-RUB-TERCO-FERIAS
                       SUBTRACT HF-VALOR
                           FROM WRK-BR-FERIAS (WRK-IDX-BR-ACHADO)
                                WRK-BR-PC-FERIAS
                                  (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                   WHEN HF-PROVENTO
                       ADD HF-VALOR
                           TO WRK-BR-SALARIO (WRK-IDX-BR-ACHADO)
                              WRK-BR-PC-SALARIO
                                  (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                   WHEN OTHER
                       SUBTRACT HF-VALOR
                           FROM WRK-BR-SALARIO (WRK-IDX-BR-ACHADO)
                                WRK-BR-PC-SALARIO
                                  (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
               END-EVALUATE
           END-IF.

       0168-REABRIR-CONTRACHEQUE.
      *>   SEQUENCIA 01 ABRE O CONTRACHEQUE - SE A MESMA ORIGEM DA
      *>   MESMA COMPETENCIA JA TINHA SIDO SOMADA, E FOLHA REPROCESSADA:
      *>   O QUE A RODADA ANTERIOR SOMOU SAI DO TOTAL ANTES DA NOVA
           MOVE ZEROS TO WRK-IDX-BR-ACHADO.
           PERFORM VARYING WRK-BR-IDX FROM 1 BY 1
                   UNTIL WRK-BR-IDX > WRK-QTD-BASES-RETRO
                      OR WRK-IDX-BR-ACHADO > 0
               IF WRK-BR-MATRICULA (WRK-BR-IDX) = HF-MATRICULA
                   SET WRK-IDX-BR-ACHADO TO WRK-BR-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-BR-ACHADO > 0
               PERFORM 0169-DEFINIR-ORIGEM
               IF WRK-BR-ULT-COMPET (WRK-IDX-BR-ACHADO,
                       WRK-IDX-BR-ORIGEM) = HF-COMPETENCIA
                   SUBTRACT WRK-BR-PC-SALARIO
                                (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                       FROM WRK-BR-SALARIO (WRK-IDX-BR-ACHADO)
                   SUBTRACT WRK-BR-PC-DECIMO
                                (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                       FROM WRK-BR-DECIMO (WRK-IDX-BR-ACHADO)
                   SUBTRACT WRK-BR-PC-FERIAS
                                (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                       FROM WRK-BR-FERIAS (WRK-IDX-BR-ACHADO)
               END-IF
               MOVE HF-COMPETENCIA TO WRK-BR-ULT-COMPET
                   (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
               MOVE ZEROS TO WRK-BR-PC-SALARIO
                                 (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                             WRK-BR-PC-DECIMO
                                 (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
                             WRK-BR-PC-FERIAS
                                 (WRK-IDX-BR-ACHADO, WRK-IDX-BR-ORIGEM)
           END-IF.

       0169-DEFINIR-ORIGEM.
           EVALUATE TRUE
               WHEN HF-ORIGEM-DECIMO
                   MOVE 3 TO WRK-IDX-BR-ORIGEM
               WHEN HF-ORIGEM-FERIAS
                   MOVE 2 TO WRK-IDX-BR-ORIGEM
               WHEN OTHER
                   MOVE 1 TO WRK-IDX-BR-ORIGEM
           END-EVALUATE.

       0115-CARREGAR-DEPTOS.
      *>   CARREGA A TABELA DE DEPARTAMENTOS A PARTIR DO CADASTRO
      *>   DEPTMAST. DEPARTAMENTO QUE APARECER EM EMP-DEPARTAMENTO E
                           TO WRK-DP-NOME (WRK-QTD-DEPTOS)
                       MOVE DM-CENTRO-CUSTO
                           TO WRK-DP-CC (WRK-QTD-DEPTOS)
                       MOVE DM-EMPRESA
                           TO WRK-DP-EMPRESA (WRK-QTD-DEPTOS)
                       MOVE DM-ORCAMENTO-FOLHA
                           TO WRK-DP-ORCAMENTO (WRK-QTD-DEPTOS)
                       MOVE 'S' TO WRK-DP-CADASTRADO (WRK-QTD-DEPTOS)
           ADD WRK-SALARIO-ANTERIOR TO WRK-TOT-FOLHA-ANT.
           ADD WRK-SALARIO          TO WRK-TOT-FOLHA-NOVA.

           IF WRK-HA-RETROATIVO
               AND WRK-SALARIO > WRK-SALARIO-ANTERIOR
               PERFORM 0217-CALCULAR-RETROATIVO
           END-IF.

           IF WRK-MODO-EFETIVACAO
               PERFORM 0215-ATUALIZAR-CADASTRO
               PERFORM 0220-GRAVAR-HISTORICO
               END-CALL
           END-IF.

       0217-CALCULAR-RETROATIVO.
      *>   DIFERENCA = BASE JA PAGA DESDE O EFEITO x PERCENTUAL DO
      *>   REAJUSTE. REFLEXO EM HORAS, 13O E FERIAS SAI DAS PROPRIAS
      *>   VERBAS PAGAS, QUE SAO PROPORCIONAIS AO SALARIO DA EPOCA.
      *>   FUNCIONARIO SEM NADA PAGO NO PERIODO (ADMITIDO DEPOIS) NAO
      *>   GERA DIFERENCA.
           MOVE ZEROS TO WRK-IDX-BR-ACHADO.
           PERFORM VARYING WRK-BR-IDX FROM 1 BY 1
                   UNTIL WRK-BR-IDX > WRK-QTD-BASES-RETRO
                      OR WRK-IDX-BR-ACHADO > 0
               IF WRK-BR-MATRICULA (WRK-BR-IDX) = EMP-MATRICULA
                   SET WRK-IDX-BR-ACHADO TO WRK-BR-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX-BR-ACHADO > 0
               MOVE ZEROS TO WRK-RETRO-SALARIO
                             WRK-RETRO-DECIMO
                             WRK-RETRO-FERIAS
               IF WRK-BR-SALARIO (WRK-IDX-BR-ACHADO) > 0
                   COMPUTE WRK-RETRO-SALARIO ROUNDED =
                       WRK-BR-SALARIO (WRK-IDX-BR-ACHADO) *
                       WRK-PERCENTUAL-EFET
               END-IF
               IF WRK-BR-DECIMO (WRK-IDX-BR-ACHADO) > 0
                   COMPUTE WRK-RETRO-DECIMO ROUNDED =
                       WRK-BR-DECIMO (WRK-IDX-BR-ACHADO) *
                       WRK-PERCENTUAL-EFET
               END-IF
               IF WRK-BR-FERIAS (WRK-IDX-BR-ACHADO) > 0
                   COMPUTE WRK-RETRO-FERIAS ROUNDED =
                       WRK-BR-FERIAS (WRK-IDX-BR-ACHADO) *
                       WRK-PERCENTUAL-EFET
               END-IF
               COMPUTE WRK-RETRO-TOTAL = WRK-RETRO-SALARIO +
                       WRK-RETRO-DECIMO + WRK-RETRO-FERIAS
               IF WRK-RETRO-TOTAL > 0
                   ADD 1               TO WRK-QTD-RETROATIVOS
                   ADD WRK-RETRO-TOTAL TO WRK-TOT-RETROATIVO
                   MOVE WRK-RETRO-TOTAL TO CE-VALOR-EDITADO
                   DISPLAY '  DIFERENCA RETROATIVA DESDE '
                           WRK-COMPET-EFEITO ': ' CE-VALOR-EDITADO
                   IF WRK-MODO-EFETIVACAO
                       PERFORM 0218-GRAVAR-DIFRETRO
                   END-IF
               END-IF
           END-IF.

       0218-GRAVAR-DIFRETRO.
           MOVE EMP-MATRICULA           TO DR-MATRICULA.
           MOVE WRK-DATA-PROCESSO       TO DR-DATA-CALCULO.
           MOVE WRK-BR-COMPET-INI (WRK-IDX-BR-ACHADO)
               TO DR-COMPET-INICIO.
           MOVE WRK-BR-COMPET-FIM (WRK-IDX-BR-ACHADO)
               TO DR-COMPET-FIM.
           MOVE WRK-PERCENTUAL-EFET     TO DR-PERCENTUAL.
           MOVE WRK-RETRO-SALARIO       TO DR-VALOR-SALARIO.
           MOVE WRK-RETRO-DECIMO        TO DR-VALOR-DECIMO.
           MOVE WRK-RETRO-FERIAS        TO DR-VALOR-FERIAS.
           MOVE WRK-RETRO-TOTAL         TO DR-VALOR-TOTAL.
           MOVE EMP-DEPARTAMENTO        TO DR-DEPARTAMENTO.
           MOVE 'P'                     TO DR-SITUACAO.
           MOVE ZEROS                   TO DR-COMPET-PAGAMENTO.
           WRITE DR-REGISTRO.
           IF WRK-DIFRETRO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR DIFRETRO - MATRICULA '
                       EMP-MATRICULA ' - STATUS ' WRK-DIFRETRO-STATUS
               MOVE 'S' TO WRK-ERRO-PROCESSO
           END-IF.

       0230-ACUMULAR-DEPTO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.

               MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
               MOVE WRK-DEPTO-CORRENTE TO WRK-DP-NOME (WRK-IDX-DEPTO)
               MOVE SPACES TO WRK-DP-CC (WRK-IDX-DEPTO)
               MOVE SPACES TO WRK-DP-EMPRESA (WRK-IDX-DEPTO)
               MOVE ZEROS  TO WRK-DP-ORCAMENTO (WRK-IDX-DEPTO)
               MOVE 'N'    TO WRK-DP-CADASTRADO (WRK-IDX-DEPTO)
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO EM DEPTMAST: '
           MOVE WRK-SALARIO-ANTERIOR    TO RH-SALARIO-ANTERIOR.
           MOVE WRK-PERCENTUAL-EFET     TO RH-PERCENTUAL-APLICADO.
           MOVE WRK-SALARIO             TO RH-SALARIO-NOVO.
           MOVE WRK-COMPET-EFEITO       TO RH-COMPETENCIA-EFEITO.
           WRITE RH-REGISTRO.

       0210-BUSCAR-FAIXA.
           END-IF.
           IF WRK-MODO-EFETIVACAO
               CLOSE RAISEHST
               IF WRK-HA-RETROATIVO
                   CLOSE DIFRETRO
               END-IF
           END-IF.
      *>   SO LIMPA O PONTO DE CONTROLE QUANDO A RODADA CHEGOU DE
      *>   FATO AO FIM DO CADASTRO - UM ABEND NO MEIO PRESERVA O
           DISPLAY "FOLHA ANTERIOR..........: " CE-VALOR-EDITADO.
           MOVE WRK-TOT-FOLHA-NOVA TO CE-VALOR-EDITADO.
           DISPLAY "FOLHA NOVA..............: " CE-VALOR-EDITADO.
           IF WRK-HA-RETROATIVO
               DISPLAY "DIFERENCAS RETROATIVAS..: " WRK-QTD-RETROATIVOS
               MOVE WRK-TOT-RETROATIVO TO CE-VALOR-EDITADO
               DISPLAY "VALOR RETROATIVO........: " CE-VALOR-EDITADO
           END-IF.
           DISPLAY "=========================".

       0310-IMPRIMIR-RELATORIO.
           END-STRING.
           WRITE RAISERPT-LINHA.

           IF WRK-HA-RETROATIVO
               MOVE SPACES TO RAISERPT-LINHA
               STRING 'EFEITO RETROATIVO A ' WRK-COMPET-EFEITO
                      ' - DIFERENCAS: ' WRK-QTD-RETROATIVOS
                      ' VALOR ' WRK-TOT-RETROATIVO
                   DELIMITED BY SIZE INTO RAISERPT-LINHA
               END-STRING
               WRITE RAISERPT-LINHA
           END-IF.

           IF WRK-QTD-DEPTO-INVAL > 0
               MOVE SPACES TO RAISERPT-LINHA
               STRING 'FUNCIONARIOS COM DEPARTAMENTO NAO CADASTRADO: '
               END-STRING
               MOVE WRK-DELTA-FOLHA   TO GL-VALOR
               MOVE WRK-DP-CC (WRK-IDX-DEPTO) TO GL-CENTRO-CUSTO
               MOVE WRK-DP-EMPRESA (WRK-IDX-DEPTO) TO GL-EMPRESA
               PERFORM 0347-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 0900-TOTALIZAR-GLPOST
               END-IF
           END-IF.

           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.

      *>*********************************************
       0900-TOTALIZAR-GLPOST.
      *>*********************************************
           MOVE 'A'        TO TC-FUNCAO.
           MOVE 'GLPOST'   TO TC-ARQUIVO.
           MOVE GL-DATA    TO TC-DATA.
           MOVE 1          TO TC-QTD.
           MOVE GL-VALOR   TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.

      *>*********************************************
       0910-GRAVAR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   UM REGISTRO NO CTLTOT POR ARQUIVO E DATA GRAVADOS NESTA
      *>   EXECUCAO - O PASSO QUE LE O ARQUIVO CONFERE CONTRA ELE
           MOVE 'G'        TO TC-FUNCAO.
           MOVE 'AUMENTO_ESTRUTURADO' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
