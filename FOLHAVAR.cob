       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAVAR.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = CONFERENCIA PRE-FECHAMENTO DA FOLHA MENSAL: ANTES
      *> DE A REMESSA DE CREDITO (BANCOREM) SER LIBERADA AO BANCO,
      *> COMPARA POR MATRICULA O BRUTO, OS DESCONTOS E O LIQUIDO DA
      *> COMPETENCIA COM OS DO MES ANTERIOR, AMBOS LIDOS DO HISTORICO
      *> FOLHAHST (ORIGEM FOLHA). APONTA NO RELATORIO VARIARPT:
      *>   - LIQUIDO QUE VARIOU MAIS QUE A TOLERANCIA DO PARMGER
      *>     (FOLHAVAR / TOLERANCIA-PCT, PADRAO 15%), PARA MAIS OU
      *>     PARA MENOS;
      *>   - QUEM RECEBE PELA PRIMEIRA VEZ (SEM FOLHA NO MES
      *>     ANTERIOR);
      *>   - QUEM ESTA ATIVO NO EMPFILE E FICOU FORA DA FOLHA;
      *>   - LIQUIDO ZERADO OU NEGATIVO (DESCONTOS MAIORES QUE O
      *>     BRUTO MAIS O SALARIO-FAMILIA).
      *> HAVENDO APONTAMENTO, TERMINA COM RETURN-CODE 8 E O MONTHRUN
      *> SEGURA O RETORNO BANCARIO (BANKRET) E O ENCERRAMENTO
      *> CONTABIL (GLCLOSE). CONFERIDO O RELATORIO, O RESPONSAVEL
      *> LIBERA A COMPETENCIA GRAVANDO NO PARMGER FOLHAVAR /
      *> LIBERADO-COMPET COM O AAAAMM CONFERIDO (PARMMANT) E O PASSO E
      *> RESUBMETIDO - OS APONTAMENTOS CONTINUAM NO RELATORIO, MAS O
      *> RETURN-CODE VOLTA A ZERO. SEM NENHUMA FOLHA DA COMPETENCIA NO
      *> HISTORICO, TERMINA COM 12.
      *> REPROCESSAMENTO DA FOLHA NA MESMA COMPETENCIA: O CONTRACHEQUE
      *> RECOMECA NA SEQUENCIA 01 E SUBSTITUI O ANTERIOR.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - O ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA
      *>              (RUBRICA ADIA) VOLTA A SOMAR NO LIQUIDO DO MES -
      *>              A VARIACAO COMPARA O LIQUIDO TOTAL RECEBIDO NA
      *>              COMPETENCIA, COM OU SEM ADIANTAMENTO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHAHST ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHST-STATUS.
           SELECT EMPFILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT VARIARPT ASSIGN TO "VARIARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VARIARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAHST.
           COPY "FOLHAHST.CPY" IN 'COPYBOOKS'.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  VARIARPT
           RECORDING MODE IS F.
       01  VARIARPT-LINHA           PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-FOLHAHST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPFILE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-VARIARPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-FOLHAHST    PIC X(01) VALUE 'N'.
           88 WRK-EOF-FOLHAHST    VALUE 'S'.
       77 WRK-FIM-EMPFILE     PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPFILE     VALUE 'S'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-ANTERIOR    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-ANTERIOR    PIC 9(02) VALUE ZEROS.
       77 WRK-TOLERANCIA-PCT  PIC 9(03)V99 VALUE 15.
       77 WRK-LIBERADO-COMPET PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MATRICULAS  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MATRICULA   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATUAL       PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ANTERIOR    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VARIACAO    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRIMEIRA    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-AUSENTES    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ZERADOS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-APONTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-DIFERENCA       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-APURADO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO-PCT    PIC S9(05)V9 VALUE ZEROS.
       77 WRK-VARIACAO-EDIT   PIC -ZZZZ9,9.
       77 WRK-TOLERANCIA-EDIT PIC ZZ9,99.
       77 WRK-VALOR-ANT-EDIT  PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ATU-EDIT  PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08) VALUE ZEROS.
      *>   UMA ENTRADA POR MATRICULA COM FOLHA NA COMPETENCIA OU NO
      *>   MES ANTERIOR; DESCONTOS SEM AS FALTAS (JA ABATIDAS DO BRUTO)
      *>   E SEM O ADIANTAMENTO QUINZENAL (SOMADO DE VOLTA AO LIQUIDO)
       01 WRK-TABELA-FOLHA.
           05  WRK-FL-ITEM OCCURS 2000 TIMES INDEXED BY WRK-IDX-TFL.
               10  WRK-FL-MATRICULA   PIC 9(06).
               10  WRK-FL-DEPTO       PIC X(10).
               10  WRK-FL-TEM-ANT     PIC X(01).
               10  WRK-FL-TEM-ATU     PIC X(01).
               10  WRK-FL-BRUTO-ANT   PIC 9(09)V99.
               10  WRK-FL-BRUTO-ATU   PIC 9(09)V99.
               10  WRK-FL-DESC-ANT    PIC 9(09)V99.
               10  WRK-FL-DESC-ATU    PIC 9(09)V99.
               10  WRK-FL-LIQ-ANT     PIC 9(09)V99.
               10  WRK-FL-LIQ-ATU     PIC 9(09)V99.
               10  WRK-FL-SALFAM-ATU  PIC 9(09)V99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-ACUMULAR-HISTORICO UNTIL WRK-EOF-FOLHAHST.

           PERFORM 300000-CONFERIR-FOLHA.

           PERFORM 400000-CONFERIR-AUSENTES UNTIL WRK-EOF-EMPFILE.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-COMPET-ATUAL.
           MOVE WRK-DATA-PROCESSO (1:4) TO WRK-ANO-ANTERIOR.
           MOVE WRK-DATA-PROCESSO (5:2) TO WRK-MES-ANTERIOR.
           IF WRK-MES-ANTERIOR = 1
               MOVE 12 TO WRK-MES-ANTERIOR
               SUBTRACT 1 FROM WRK-ANO-ANTERIOR
           ELSE
               SUBTRACT 1 FROM WRK-MES-ANTERIOR
           END-IF.
           COMPUTE WRK-COMPET-ANTERIOR =
                   WRK-ANO-ANTERIOR * 100 + WRK-MES-ANTERIOR.

           PERFORM 110000-CARREGAR-PARAMETROS.

           OPEN OUTPUT VARIARPT.
           MOVE WRK-TOLERANCIA-PCT TO WRK-TOLERANCIA-EDIT.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING 'CONFERENCIA PRE-FECHAMENTO DA FOLHA - COMPETENCIA '
                  WRK-COMPET-ATUAL ' X ' WRK-COMPET-ANTERIOR
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING 'TOLERANCIA DE VARIACAO DO LIQUIDO: '
                  WRK-TOLERANCIA-EDIT '%'
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.
           MOVE SPACES TO VARIARPT-LINHA.
           WRITE VARIARPT-LINHA.

           OPEN INPUT FOLHAHST.
           IF WRK-FOLHAHST-STATUS NOT = '00'
               DISPLAY 'FOLHAHST INDISPONIVEL - STATUS '
                       WRK-FOLHAHST-STATUS
               MOVE 'S' TO WRK-FIM-FOLHAHST
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
                   IF PG-PROGRAMA = 'FOLHAVAR'
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'TOLERANCIA-PCT'
                               MOVE PG-VALOR TO WRK-TOLERANCIA-PCT
                           WHEN 'LIBERADO-COMPET'
                               MOVE PG-VALOR TO WRK-LIBERADO-COMPET
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       200000-ACUMULAR-HISTORICO.
      *>*********************************************
      *>   SO A FOLHA MENSAL - 13O E FERIAS TEM CONFERENCIA PROPRIA
           READ FOLHAHST
               AT END
                   MOVE 'S' TO WRK-FIM-FOLHAHST
               NOT AT END
                   IF HF-ORIGEM-FOLHA
                       AND (HF-COMPETENCIA = WRK-COMPET-ATUAL
                           OR HF-COMPETENCIA = WRK-COMPET-ANTERIOR)
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 210000-LOCALIZAR-MATRICULA
                       IF WRK-IDX-ACHADO > 0
                           PERFORM 220000-ACUMULAR-LINHA
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       210000-LOCALIZAR-MATRICULA.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               IF WRK-FL-MATRICULA (WRK-IDX-MATRICULA) = HF-MATRICULA
                   MOVE WRK-IDX-MATRICULA TO WRK-IDX-ACHADO
                   MOVE WRK-QTD-MATRICULAS TO WRK-IDX-MATRICULA
               END-IF
           END-PERFORM.

           IF WRK-IDX-ACHADO = 0
               IF WRK-QTD-MATRICULAS < 2000
                   ADD 1 TO WRK-QTD-MATRICULAS
                   MOVE WRK-QTD-MATRICULAS TO WRK-IDX-ACHADO
                   MOVE HF-MATRICULA
                       TO WRK-FL-MATRICULA (WRK-IDX-ACHADO)
                   MOVE HF-DEPARTAMENTO
                       TO WRK-FL-DEPTO (WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-FL-TEM-ANT (WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-FL-TEM-ATU (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-FL-BRUTO-ANT (WRK-IDX-ACHADO)
                                 WRK-FL-BRUTO-ATU (WRK-IDX-ACHADO)
                                 WRK-FL-DESC-ANT (WRK-IDX-ACHADO)
                                 WRK-FL-DESC-ATU (WRK-IDX-ACHADO)
                                 WRK-FL-LIQ-ANT (WRK-IDX-ACHADO)
                                 WRK-FL-LIQ-ATU (WRK-IDX-ACHADO)
                                 WRK-FL-SALFAM-ATU (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'FOLHAHST COM MAIS DE 2000 MATRICULAS - '
                           'MATRICULA ' HF-MATRICULA
                           ' FORA DA CONFERENCIA'
               END-IF
           END-IF.

      *>*********************************************
       220000-ACUMULAR-LINHA.
      *>*********************************************
      *>   SEQUENCIA 01 ABRE O CONTRACHEQUE - UMA FOLHA REPROCESSADA
      *>   NA MESMA COMPETENCIA SUBSTITUI O QUE JA TINHA SIDO SOMADO
           IF HF-COMPETENCIA = WRK-COMPET-ATUAL
               IF HF-SEQUENCIA = 1
                   MOVE 'S' TO WRK-FL-TEM-ATU (WRK-IDX-ACHADO)
                   MOVE HF-DEPARTAMENTO
                       TO WRK-FL-DEPTO (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-FL-BRUTO-ATU (WRK-IDX-ACHADO)
                                 WRK-FL-DESC-ATU (WRK-IDX-ACHADO)
                                 WRK-FL-LIQ-ATU (WRK-IDX-ACHADO)
                                 WRK-FL-SALFAM-ATU (WRK-IDX-ACHADO)
               END-IF
               EVALUATE TRUE
                   WHEN HF-RUB-BRUTO
                       MOVE HF-VALOR
                           TO WRK-FL-BRUTO-ATU (WRK-IDX-ACHADO)
                   WHEN HF-RUB-SALARIO-FAMILIA
                       MOVE HF-VALOR
                           TO WRK-FL-SALFAM-ATU (WRK-IDX-ACHADO)
                   WHEN HF-RUB-LIQUIDO
                       ADD HF-VALOR
                           TO WRK-FL-LIQ-ATU (WRK-IDX-ACHADO)
                   WHEN HF-RUB-FALTAS
                       CONTINUE
                   WHEN HF-RUB-ADIANTAMENTO
                       ADD HF-VALOR
                           TO WRK-FL-LIQ-ATU (WRK-IDX-ACHADO)
                   WHEN HF-DESCONTO
                       ADD HF-VALOR
                           TO WRK-FL-DESC-ATU (WRK-IDX-ACHADO)
               END-EVALUATE
           ELSE
               IF HF-SEQUENCIA = 1
                   MOVE 'S' TO WRK-FL-TEM-ANT (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-FL-BRUTO-ANT (WRK-IDX-ACHADO)
                                 WRK-FL-DESC-ANT (WRK-IDX-ACHADO)
                                 WRK-FL-LIQ-ANT (WRK-IDX-ACHADO)
               END-IF
               EVALUATE TRUE
                   WHEN HF-RUB-BRUTO
                       MOVE HF-VALOR
                           TO WRK-FL-BRUTO-ANT (WRK-IDX-ACHADO)
                   WHEN HF-RUB-LIQUIDO
                       ADD HF-VALOR
                           TO WRK-FL-LIQ-ANT (WRK-IDX-ACHADO)
                   WHEN HF-RUB-FALTAS
                       CONTINUE
                   WHEN HF-RUB-ADIANTAMENTO
                       ADD HF-VALOR
                           TO WRK-FL-LIQ-ANT (WRK-IDX-ACHADO)
                   WHEN HF-DESCONTO
                       ADD HF-VALOR
                           TO WRK-FL-DESC-ANT (WRK-IDX-ACHADO)
               END-EVALUATE
           END-IF.

      *>*********************************************
       300000-CONFERIR-FOLHA.
      *>*********************************************
           IF WRK-FOLHAHST-STATUS = '00' OR WRK-FOLHAHST-STATUS = '10'
               CLOSE FOLHAHST
           END-IF.

           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               IF WRK-FL-TEM-ANT (WRK-IDX-MATRICULA) = 'S'
                   ADD 1 TO WRK-QTD-ANTERIOR
               END-IF
               IF WRK-FL-TEM-ATU (WRK-IDX-MATRICULA) = 'S'
                   ADD 1 TO WRK-QTD-ATUAL
                   PERFORM 310000-CONFERIR-MATRICULA
               END-IF
           END-PERFORM.

           IF WRK-QTD-ATUAL > 0 AND WRK-QTD-ANTERIOR = 0
               MOVE SPACES TO VARIARPT-LINHA
               STRING '*** SEM FOLHA DE ' WRK-COMPET-ANTERIOR
                      ' NO FOLHAHST - TODOS APONTADOS COMO PRIMEIRO '
                      'PAGAMENTO'
                   DELIMITED BY SIZE INTO VARIARPT-LINHA
               END-STRING
               WRITE VARIARPT-LINHA
           END-IF.

           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'EMPFILE INDISPONIVEL - STATUS '
                       WRK-EMPFILE-STATUS
                       ' - AUSENTES NAO CONFERIDOS'
               MOVE 'S' TO WRK-FIM-EMPFILE
           END-IF.

      *>*********************************************
       310000-CONFERIR-MATRICULA.
      *>*********************************************
      *>   LIQUIDO NEGATIVO NAO CHEGA AO HISTORICO (O CAMPO NAO TEM
      *>   SINAL) - E REFEITO AQUI COM BRUTO + SALARIO-FAMILIA MENOS
      *>   OS DESCONTOS
           COMPUTE WRK-LIQUIDO-APURADO =
                   WRK-FL-BRUTO-ATU (WRK-IDX-MATRICULA)
                   + WRK-FL-SALFAM-ATU (WRK-IDX-MATRICULA)
                   - WRK-FL-DESC-ATU (WRK-IDX-MATRICULA).

           IF WRK-FL-LIQ-ATU (WRK-IDX-MATRICULA) = 0
               OR WRK-LIQUIDO-APURADO NOT > 0
               ADD 1 TO WRK-QTD-ZERADOS
               MOVE SPACES TO VARIARPT-LINHA
               IF WRK-LIQUIDO-APURADO < 0
                   STRING '*** LIQUIDO NEGATIVO - MAT '
                          WRK-FL-MATRICULA (WRK-IDX-MATRICULA)
                          ' DEPTO ' WRK-FL-DEPTO (WRK-IDX-MATRICULA)
                       DELIMITED BY SIZE INTO VARIARPT-LINHA
                   END-STRING
               ELSE
                   STRING '*** LIQUIDO ZERADO - MAT '
                          WRK-FL-MATRICULA (WRK-IDX-MATRICULA)
                          ' DEPTO ' WRK-FL-DEPTO (WRK-IDX-MATRICULA)
                       DELIMITED BY SIZE INTO VARIARPT-LINHA
                   END-STRING
               END-IF
               WRITE VARIARPT-LINHA
               PERFORM 320000-LINHAS-COMPARATIVAS
           END-IF.

           IF WRK-FL-TEM-ANT (WRK-IDX-MATRICULA) NOT = 'S'
               ADD 1 TO WRK-QTD-PRIMEIRA
               MOVE SPACES TO VARIARPT-LINHA
               STRING '*** PRIMEIRO PAGAMENTO - MAT '
                      WRK-FL-MATRICULA (WRK-IDX-MATRICULA)
                      ' DEPTO ' WRK-FL-DEPTO (WRK-IDX-MATRICULA)
                   DELIMITED BY SIZE INTO VARIARPT-LINHA
               END-STRING
               WRITE VARIARPT-LINHA
               PERFORM 320000-LINHAS-COMPARATIVAS
           ELSE
               COMPUTE WRK-DIFERENCA =
                       WRK-FL-LIQ-ATU (WRK-IDX-MATRICULA)
                       - WRK-FL-LIQ-ANT (WRK-IDX-MATRICULA)
               IF WRK-FL-LIQ-ANT (WRK-IDX-MATRICULA) > 0
                   COMPUTE WRK-VARIACAO-PCT ROUNDED =
                           WRK-DIFERENCA * 100
                           / WRK-FL-LIQ-ANT (WRK-IDX-MATRICULA)
                       ON SIZE ERROR
                           MOVE 99999,9 TO WRK-VARIACAO-PCT
                   END-COMPUTE
               ELSE
                   MOVE 99999,9 TO WRK-VARIACAO-PCT
                   IF WRK-DIFERENCA = 0
                       MOVE ZEROS TO WRK-VARIACAO-PCT
                   END-IF
               END-IF
               IF WRK-VARIACAO-PCT > WRK-TOLERANCIA-PCT
                   OR WRK-VARIACAO-PCT < 0 - WRK-TOLERANCIA-PCT
                   ADD 1 TO WRK-QTD-VARIACAO
                   MOVE WRK-VARIACAO-PCT TO WRK-VARIACAO-EDIT
                   MOVE SPACES TO VARIARPT-LINHA
                   STRING '*** VARIACAO DO LIQUIDO ' WRK-VARIACAO-EDIT
                          '% - MAT '
                          WRK-FL-MATRICULA (WRK-IDX-MATRICULA)
                          ' DEPTO ' WRK-FL-DEPTO (WRK-IDX-MATRICULA)
                       DELIMITED BY SIZE INTO VARIARPT-LINHA
                   END-STRING
                   WRITE VARIARPT-LINHA
                   PERFORM 320000-LINHAS-COMPARATIVAS
               END-IF
           END-IF.

      *>*********************************************
       320000-LINHAS-COMPARATIVAS.
      *>*********************************************
           MOVE WRK-FL-BRUTO-ANT (WRK-IDX-MATRICULA)
               TO WRK-VALOR-ANT-EDIT.
           MOVE WRK-FL-BRUTO-ATU (WRK-IDX-MATRICULA)
               TO WRK-VALOR-ATU-EDIT.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING '    BRUTO.....  ANTERIOR ' WRK-VALOR-ANT-EDIT
                  '  ATUAL ' WRK-VALOR-ATU-EDIT
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.

           MOVE WRK-FL-DESC-ANT (WRK-IDX-MATRICULA)
               TO WRK-VALOR-ANT-EDIT.
           MOVE WRK-FL-DESC-ATU (WRK-IDX-MATRICULA)
               TO WRK-VALOR-ATU-EDIT.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING '    DESCONTOS.  ANTERIOR ' WRK-VALOR-ANT-EDIT
                  '  ATUAL ' WRK-VALOR-ATU-EDIT
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.

           MOVE WRK-FL-LIQ-ANT (WRK-IDX-MATRICULA)
               TO WRK-VALOR-ANT-EDIT.
           MOVE WRK-FL-LIQ-ATU (WRK-IDX-MATRICULA)
               TO WRK-VALOR-ATU-EDIT.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING '    LIQUIDO...  ANTERIOR ' WRK-VALOR-ANT-EDIT
                  '  ATUAL ' WRK-VALOR-ATU-EDIT
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.

      *>*********************************************
       400000-CONFERIR-AUSENTES.
      *>*********************************************
      *>   ATIVO SEM FOLHA NA COMPETENCIA. FERIAS E AFASTADOS FICAM DE
      *>   FORA - A FOLHA OS PULA DE PROPOSITO (FERIASPG / INSS)
           READ EMPFILE
               AT END
                   MOVE 'S' TO WRK-FIM-EMPFILE
               NOT AT END
                   IF EMP-ATIVO
                       MOVE EMP-MATRICULA TO HF-MATRICULA
                       PERFORM 410000-PROCURAR-NA-FOLHA
                       IF WRK-IDX-ACHADO = 0
                           ADD 1 TO WRK-QTD-AUSENTES
                           MOVE SPACES TO VARIARPT-LINHA
                           STRING '*** ATIVO FORA DA FOLHA - MAT '
                                  EMP-MATRICULA ' ' EMP-NOME
                                  ' DEPTO ' EMP-DEPARTAMENTO
                               DELIMITED BY SIZE INTO VARIARPT-LINHA
                           END-STRING
                           WRITE VARIARPT-LINHA
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       410000-PROCURAR-NA-FOLHA.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               IF WRK-FL-MATRICULA (WRK-IDX-MATRICULA) = HF-MATRICULA
                   AND WRK-FL-TEM-ATU (WRK-IDX-MATRICULA) = 'S'
                   MOVE WRK-IDX-MATRICULA TO WRK-IDX-ACHADO
                   MOVE WRK-QTD-MATRICULAS TO WRK-IDX-MATRICULA
               END-IF
           END-PERFORM.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           IF WRK-EMPFILE-STATUS = '00' OR WRK-EMPFILE-STATUS = '10'
               CLOSE EMPFILE
           END-IF.

           COMPUTE WRK-QTD-APONTADOS =
                   WRK-QTD-VARIACAO + WRK-QTD-PRIMEIRA
                   + WRK-QTD-AUSENTES + WRK-QTD-ZERADOS.

           MOVE SPACES TO VARIARPT-LINHA.
           WRITE VARIARPT-LINHA.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING 'NA FOLHA ' WRK-QTD-ATUAL
                  '  NO MES ANTERIOR ' WRK-QTD-ANTERIOR
                  '  VARIACAO ' WRK-QTD-VARIACAO
                  '  PRIMEIRO PGTO ' WRK-QTD-PRIMEIRA
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.
           MOVE SPACES TO VARIARPT-LINHA.
           STRING 'ATIVOS FORA DA FOLHA ' WRK-QTD-AUSENTES
                  '  LIQUIDO ZERADO/NEGATIVO ' WRK-QTD-ZERADOS
               DELIMITED BY SIZE INTO VARIARPT-LINHA
           END-STRING.
           WRITE VARIARPT-LINHA.

           MOVE SPACES TO VARIARPT-LINHA.
           EVALUATE TRUE
               WHEN WRK-QTD-ATUAL = 0
                   STRING '*** NENHUMA FOLHA DE ' WRK-COMPET-ATUAL
                          ' NO FOLHAHST - REMESSA RETIDA'
                       DELIMITED BY SIZE INTO VARIARPT-LINHA
                   END-STRING
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-APONTADOS = 0
                   MOVE 'FOLHA CONFERIDA SEM APONTAMENTOS'
                       TO VARIARPT-LINHA
                   MOVE 0 TO RETURN-CODE
               WHEN WRK-LIBERADO-COMPET = WRK-COMPET-ATUAL
                   STRING 'APONTAMENTOS LIBERADOS NO PARMGER PARA A '
                          'COMPETENCIA ' WRK-COMPET-ATUAL
                       DELIMITED BY SIZE INTO VARIARPT-LINHA
                   END-STRING
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   STRING '*** REMESSA E FECHAMENTO RETIDOS ATE A '
                          'LIBERACAO DOS APONTAMENTOS'
                       DELIMITED BY SIZE INTO VARIARPT-LINHA
                   END-STRING
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE VARIARPT-LINHA.
           CLOSE VARIARPT.

           DISPLAY '========================='.
           DISPLAY 'CONFERENCIA PRE-FECHAMENTO DA FOLHA'.
           DISPLAY 'COMPETENCIA..........: ' WRK-COMPET-ATUAL.
           DISPLAY 'LINHAS DO HISTORICO..: ' WRK-QTD-LIDOS.
           DISPLAY 'NA FOLHA DO MES......: ' WRK-QTD-ATUAL.
           DISPLAY 'NA FOLHA ANTERIOR....: ' WRK-QTD-ANTERIOR.
           DISPLAY 'VARIACAO ACIMA TOLER.: ' WRK-QTD-VARIACAO.
           DISPLAY 'PRIMEIRO PAGAMENTO...: ' WRK-QTD-PRIMEIRA.
           DISPLAY 'ATIVOS FORA DA FOLHA.: ' WRK-QTD-AUSENTES.
           DISPLAY 'LIQUIDO ZERO/NEGATIVO: ' WRK-QTD-ZERADOS.
           DISPLAY '========================='.

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

           MOVE 'FOLHAVAR'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE TRUE
               WHEN RETURN-CODE = 12
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'FOLHA DA COMPETENCIA AUSENTE NO FOLHAHST'
                       TO BL-DETALHE
               WHEN RETURN-CODE NOT = 0
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'FOLHA COM APONTAMENTOS - VER VARIARPT'
                       TO BL-DETALHE
               WHEN WRK-QTD-APONTADOS > 0
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'APONTAMENTOS LIBERADOS NO PARMGER'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'FOLHA CONFERIDA SEM APONTAMENTOS'
                       TO BL-DETALHE
           END-EVALUATE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
