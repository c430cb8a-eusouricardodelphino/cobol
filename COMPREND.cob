       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPREND.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = EMITIR O COMPROVANTE ANUAL DE RENDIMENTOS PAGOS E
      *> DE IMPOSTO RETIDO NA FONTE DE CADA FUNCIONARIO, NOS MOLDES
      *> DO INFORMIR PARA OS CLIENTES DE INVESTIMENTO: LE O HISTORICO
      *> PERMANENTE DA FOLHA (FOLHAHST - FOLHA MENSAL, FERIAS E 13O)
      *> DO ANO-CALENDARIO ANTERIOR E TOTALIZA, POR MATRICULA, O
      *> RENDIMENTO TRIBUTAVEL, O INSS E O IRRF RETIDOS, O 13O COM A
      *> SUA RETENCAO EM SEPARADO (TRIBUTACAO EXCLUSIVA) E OS
      *> RENDIMENTOS ISENTOS (SALARIO-FAMILIA). NOME E CPF VEM DO
      *> EMPFILE E OS DEPENDENTES DO DEPENDTE. IMPRIME UM COMPROVANTE
      *> POR MATRICULA (COMPRRPT) E GRAVA O EXTRATO ANUAL DE TAMANHO
      *> FIXO (IRRFANUA) QUE O CONTADOR TRANSMITE.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - PENSAO ALIMENTICIA DESCONTADA EM FOLHA (VERBA
      *>              PENS DO FOLHAHST) SAI NAS DEDUCOES DO COMPROVANTE
      *>              E NO EXTRATO (IA-PENSAO)
      *> 15/10/2026 - FOLHA REPROCESSADA NA MESMA COMPETENCIA NAO E MAIS
      *>              SOMADA DUAS VEZES: OS VALORES FICAM POR MES E
      *>              ORIGEM (FOLHA, FERIAS, 13O) E A SEQUENCIA 01 DO
      *>              CONTRACHEQUE ZERA O QUE A RODADA ANTERIOR TINHA
      *>              SOMADO, COMO NO FOLHAVAR; O TOTAL DO ANO SAI DA
      *>              SOMA DOS MESES
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPFILE-STATUS.
           SELECT DEPENDTE ASSIGN TO "DEPENDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPENDTE-STATUS.
           SELECT COMPRRPT ASSIGN TO "COMPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMPRRPT-STATUS.
           SELECT IRRFANUA ASSIGN TO "IRRFANUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IRRFANUA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAHST.
           COPY "FOLHAHST.CPY" IN 'COPYBOOKS'.
       FD  EMPFILE.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  DEPENDTE.
           COPY "DEPENDTE.CPY" IN 'COPYBOOKS'.
       FD  COMPRRPT
           RECORDING MODE IS F.
       01  COMPRRPT-LINHA           PIC X(80).
       FD  IRRFANUA.
           COPY "IRRFANUA.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-FOLHAHST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPFILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPENDTE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-COMPRRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-IRRFANUA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-FOLHAHST     PIC X(01) VALUE 'N'.
           88 WRK-EOF-FOLHAHST     VALUE 'S'.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-INFORME      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-LANCAMENTO   PIC 9(04) VALUE ZEROS.
       77 WRK-MES-LANCAMENTO   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LINHAS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MATRICULAS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MATRICULA    PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA-ACHADA PIC X(01) VALUE 'N'.
       77 WRK-IDX-MAT-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ORIGEM       PIC 9(01) VALUE ZEROS.
       77 WRK-NOME-EMPREGADO   PIC X(20) VALUE SPACES.
       77 WRK-CPF-EMPREGADO    PIC X(11) VALUE SPACES.
       77 WRK-VALOR-13         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-DEP-EMP      PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SEM-CPF      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXTRATO      PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-TRIBUTAVEL   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF-13      PIC 9(13)V99 VALUE ZEROS.
      *>   DEPENDENTES DO CADASTRO DEPENDTE, PARA A LISTA IMPRESSA NO
      *>   COMPROVANTE E A QUANTIDADE NO EXTRATO
       77 WRK-QTD-DEPENDENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DEPEND       PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-DEPEND.
           05  WRK-DEPEND-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TDE.
               10  WRK-DE-MATRICULA   PIC 9(06).
               10  WRK-DE-NOME        PIC X(20).
               10  WRK-DE-NASCIMENTO  PIC 9(08).
               10  WRK-DE-TIPO        PIC X(01).
      *>   ACUMULADO DO ANO POR MATRICULA - OS TOTAIS DO ANO E DO MES
      *>   SAEM DA SOMA DOS VALORES POR MES E ORIGEM (1 = FOLHA,
      *>   2 = FERIAS, 3 = 13O), QUE A SEQUENCIA 01 DE UM CONTRACHEQUE
      *>   REPROCESSADO ZERA ANTES DE SOMAR DE NOVO
       01 WRK-TABELA-COMPROV.
           05  WRK-CP-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TCP.
               10  WRK-CP-MATRICULA   PIC 9(06).
               10  WRK-CP-TRIBUTAVEL  PIC 9(11)V99.
               10  WRK-CP-INSS        PIC 9(11)V99.
               10  WRK-CP-IRRF        PIC 9(11)V99.
               10  WRK-CP-PENSAO      PIC 9(11)V99.
               10  WRK-CP-ISENTO      PIC 9(11)V99.
               10  WRK-CP-13-CHEIO    PIC 9(11)V99.
               10  WRK-CP-13-ADIANT   PIC 9(11)V99.
               10  WRK-CP-INSS-13     PIC 9(11)V99.
               10  WRK-CP-IRRF-13     PIC 9(11)V99.
               10  WRK-CP-MES OCCURS 12 TIMES.
                   15  WRK-CP-MES-TRIB    PIC 9(09)V99.
                   15  WRK-CP-MES-IRRF    PIC 9(09)V99.
                   15  WRK-CP-ORIGEM OCCURS 3 TIMES.
                       20  WRK-CP-OR-TRIB     PIC 9(09)V99.
                       20  WRK-CP-OR-INSS     PIC 9(09)V99.
                       20  WRK-CP-OR-IRRF     PIC 9(09)V99.
                       20  WRK-CP-OR-PENSAO   PIC 9(09)V99.
                       20  WRK-CP-OR-ISENTO   PIC 9(09)V99.
                       20  WRK-CP-OR-13-CHEIO PIC 9(09)V99.
                       20  WRK-CP-OR-13-ADIANT
                                              PIC 9(09)V99.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CONSOLIDAR UNTIL WRK-EOF-FOLHAHST.

           PERFORM 300000-EMITIR-COMPROVANTES.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
      *>   O COMPROVANTE E DO ANO-CALENDARIO ANTERIOR - A RODADA DE
      *>   JANEIRO/FEVEREIRO CONSOLIDA O ANO QUE ACABOU DE FECHAR
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE (1:4) TO WRK-ANO-INFORME.
           SUBTRACT 1 FROM WRK-ANO-INFORME.

           PERFORM 110000-CARREGAR-DEPENDENTES.

           OPEN INPUT EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
               DISPLAY 'EMPFILE INDISPONIVEL - COMPROVANTES SAEM SEM '
                       'NOME/CPF - STATUS ' WRK-EMPFILE-STATUS
           END-IF.

           OPEN INPUT FOLHAHST.
           IF WRK-FOLHAHST-STATUS NOT = '00'
               DISPLAY 'HISTORICO FOLHAHST INDISPONIVEL - STATUS '
                       WRK-FOLHAHST-STATUS
               MOVE 'S' TO WRK-FIM-FOLHAHST
           END-IF.
           OPEN OUTPUT COMPRRPT.
           OPEN OUTPUT IRRFANUA.

      *>*********************************************
       110000-CARREGAR-DEPENDENTES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           OPEN INPUT DEPENDTE.
           IF WRK-DEPENDTE-STATUS = '00'
               PERFORM 111000-LER-DEPENDENTE
                   UNTIL WRK-DEPENDTE-STATUS = '10'
               CLOSE DEPENDTE
           ELSE
               DISPLAY 'DEPENDTE INDISPONIVEL - COMPROVANTES SEM '
                       'DEPENDENTES'
           END-IF.

      *>*********************************************
       111000-LER-DEPENDENTE.
      *>*********************************************
           READ DEPENDTE
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-DEPENDENTES < 500
                       ADD 1 TO WRK-QTD-DEPENDENTES
                       MOVE DT-MATRICULA
                           TO WRK-DE-MATRICULA (WRK-QTD-DEPENDENTES)
                       MOVE DT-NOME
                           TO WRK-DE-NOME (WRK-QTD-DEPENDENTES)
                       MOVE DT-DATA-NASCIMENTO
                           TO WRK-DE-NASCIMENTO (WRK-QTD-DEPENDENTES)
                       MOVE DT-TIPO
                           TO WRK-DE-TIPO (WRK-QTD-DEPENDENTES)
                   ELSE
                       DISPLAY 'DEPENDTE COM MAIS DE 500 REGISTROS - '
                               'MATRICULA ' DT-MATRICULA ' IGNORADA'
                   END-IF
           END-READ.

      *>*********************************************
       200000-CONSOLIDAR.
      *>*********************************************
           READ FOLHAHST
               AT END
                   MOVE 'S' TO WRK-FIM-FOLHAHST
               NOT AT END
                   MOVE HF-COMPETENCIA (1:4) TO WRK-ANO-LANCAMENTO
                   IF WRK-ANO-LANCAMENTO = WRK-ANO-INFORME
                       ADD 1 TO WRK-QTD-LINHAS
                       PERFORM 210000-ACUMULAR-MATRICULA
                   END-IF
           END-READ.

      *>*********************************************
       210000-ACUMULAR-MATRICULA.
      *>*********************************************
           MOVE 'N' TO WRK-MATRICULA-ACHADA.
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               IF WRK-CP-MATRICULA (WRK-IDX-MATRICULA) = HF-MATRICULA
                   MOVE 'S' TO WRK-MATRICULA-ACHADA
                   MOVE WRK-IDX-MATRICULA TO WRK-IDX-MAT-ACHADA
                   MOVE WRK-QTD-MATRICULAS TO WRK-IDX-MATRICULA
               END-IF
           END-PERFORM.

           IF WRK-MATRICULA-ACHADA = 'S'
               MOVE WRK-IDX-MAT-ACHADA TO WRK-IDX-MATRICULA
           ELSE
               IF WRK-QTD-MATRICULAS < 500
                   ADD 1 TO WRK-QTD-MATRICULAS
                   MOVE WRK-QTD-MATRICULAS TO WRK-IDX-MATRICULA
                   INITIALIZE WRK-CP-ITEM (WRK-IDX-MATRICULA)
                   MOVE HF-MATRICULA
                       TO WRK-CP-MATRICULA (WRK-IDX-MATRICULA)
               ELSE
                   DISPLAY 'MAIS DE 500 MATRICULAS NO ANO - MATRICULA '
                           HF-MATRICULA ' FORA DO COMPROVANTE'
                   MOVE ZEROS TO WRK-IDX-MATRICULA
               END-IF
           END-IF.

           IF WRK-IDX-MATRICULA > 0
               MOVE HF-COMPETENCIA (5:2) TO WRK-MES-LANCAMENTO
               IF WRK-MES-LANCAMENTO < 1 OR WRK-MES-LANCAMENTO > 12
                   MOVE 12 TO WRK-MES-LANCAMENTO
               END-IF
               EVALUATE TRUE
                   WHEN HF-ORIGEM-DECIMO
                       MOVE 3 TO WRK-IDX-ORIGEM
                   WHEN HF-ORIGEM-FERIAS
                       MOVE 2 TO WRK-IDX-ORIGEM
                   WHEN OTHER
                       MOVE 1 TO WRK-IDX-ORIGEM
               END-EVALUATE
      *>       SEQUENCIA 01 ABRE O CONTRACHEQUE - UMA FOLHA
      *>       REPROCESSADA NA MESMA COMPETENCIA SUBSTITUI O QUE JA
      *>       TINHA SIDO SOMADO
               IF HF-SEQUENCIA = 1
                   INITIALIZE WRK-CP-ORIGEM (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               END-IF
               IF HF-ORIGEM-DECIMO
                   PERFORM 220000-ACUMULAR-DECIMO
               ELSE
                   PERFORM 230000-ACUMULAR-MENSAL
               END-IF
           END-IF.

      *>*********************************************
       220000-ACUMULAR-DECIMO.
      *>*********************************************
      *>   13O E TRIBUTACAO EXCLUSIVA: FICA FORA DO RENDIMENTO
      *>   TRIBUTAVEL DO ANO. O VALOR CHEIO VEM DA PARCELA FINAL; O
      *>   ADIANTAMENTO SO VALE QUANDO NAO HOUVE PARCELA FINAL NO ANO
           EVALUATE TRUE
               WHEN HF-RUB-DECIMO-TERCEIRO
                   ADD HF-VALOR TO WRK-CP-OR-13-CHEIO
                       (WRK-IDX-MATRICULA, WRK-MES-LANCAMENTO,
                        WRK-IDX-ORIGEM)
               WHEN HF-RUB-ADIANTAMENTO-13 AND HF-PROVENTO
                   ADD HF-VALOR TO WRK-CP-OR-13-ADIANT
                       (WRK-IDX-MATRICULA, WRK-MES-LANCAMENTO,
                        WRK-IDX-ORIGEM)
               WHEN HF-RUB-INSS
                   ADD HF-VALOR TO WRK-CP-OR-INSS (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN HF-RUB-IRRF
                   ADD HF-VALOR TO WRK-CP-OR-IRRF (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>*********************************************
       230000-ACUMULAR-MENSAL.
      *>*********************************************
      *>   FOLHA MENSAL: O BRUTO JA VEM LIQUIDO DAS FALTAS E COM
      *>   EXTRAS/NOTURNO/COMISSAO; FERIAS: DIAS MAIS O TERCO
           EVALUATE TRUE
               WHEN HF-RUB-BRUTO AND HF-ORIGEM-FOLHA
               WHEN HF-RUB-FERIAS
               WHEN HF-RUB-TERCO-FERIAS
                   ADD HF-VALOR TO WRK-CP-OR-TRIB (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN HF-RUB-SALARIO-FAMILIA
                   ADD HF-VALOR TO WRK-CP-OR-ISENTO (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN HF-RUB-PENSAO
                   ADD HF-VALOR TO WRK-CP-OR-PENSAO (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN HF-RUB-INSS
                   ADD HF-VALOR TO WRK-CP-OR-INSS (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN HF-RUB-IRRF
                   ADD HF-VALOR TO WRK-CP-OR-IRRF (WRK-IDX-MATRICULA,
                       WRK-MES-LANCAMENTO, WRK-IDX-ORIGEM)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>*********************************************
       300000-EMITIR-COMPROVANTES.
      *>*********************************************
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
               PERFORM 305000-TOTALIZAR-ANO
               PERFORM 310000-LOCALIZAR-EMPREGADO
               PERFORM 320000-CONTAR-DEPENDENTES
               IF WRK-CP-13-CHEIO (WRK-IDX-MATRICULA) > 0
                   MOVE WRK-CP-13-CHEIO (WRK-IDX-MATRICULA)
                       TO WRK-VALOR-13
               ELSE
                   MOVE WRK-CP-13-ADIANT (WRK-IDX-MATRICULA)
                       TO WRK-VALOR-13
               END-IF
               PERFORM 330000-IMPRIMIR-COMPROVANTE
               PERFORM 340000-GRAVAR-EXTRATO
           END-PERFORM.

      *>*********************************************
       305000-TOTALIZAR-ANO.
      *>*********************************************
      *>   TOTAIS DO ANO E DE CADA MES A PARTIR DO QUE FICOU EM CADA
      *>   MES E ORIGEM DEPOIS DAS SUBSTITUICOES POR REPROCESSAMENTO
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 12
               MOVE ZEROS TO WRK-CP-MES-TRIB
                                 (WRK-IDX-MATRICULA, WRK-IDX-MES)
                             WRK-CP-MES-IRRF
                                 (WRK-IDX-MATRICULA, WRK-IDX-MES)
               PERFORM VARYING WRK-IDX-ORIGEM FROM 1 BY 1
                       UNTIL WRK-IDX-ORIGEM > 2
                   PERFORM 306000-SOMAR-MENSAL
               END-PERFORM
               MOVE 3 TO WRK-IDX-ORIGEM
               ADD WRK-CP-OR-13-CHEIO (WRK-IDX-MATRICULA, WRK-IDX-MES,
                       WRK-IDX-ORIGEM)
                   TO WRK-CP-13-CHEIO (WRK-IDX-MATRICULA)
               ADD WRK-CP-OR-13-ADIANT (WRK-IDX-MATRICULA, WRK-IDX-MES,
                       WRK-IDX-ORIGEM)
                   TO WRK-CP-13-ADIANT (WRK-IDX-MATRICULA)
               ADD WRK-CP-OR-INSS (WRK-IDX-MATRICULA, WRK-IDX-MES,
                       WRK-IDX-ORIGEM)
                   TO WRK-CP-INSS-13 (WRK-IDX-MATRICULA)
               ADD WRK-CP-OR-IRRF (WRK-IDX-MATRICULA, WRK-IDX-MES,
                       WRK-IDX-ORIGEM)
                   TO WRK-CP-IRRF-13 (WRK-IDX-MATRICULA)
           END-PERFORM.

      *>*********************************************
       306000-SOMAR-MENSAL.
      *>*********************************************
           ADD WRK-CP-OR-TRIB (WRK-IDX-MATRICULA, WRK-IDX-MES,
                   WRK-IDX-ORIGEM)
               TO WRK-CP-TRIBUTAVEL (WRK-IDX-MATRICULA)
                  WRK-CP-MES-TRIB (WRK-IDX-MATRICULA, WRK-IDX-MES).
           ADD WRK-CP-OR-IRRF (WRK-IDX-MATRICULA, WRK-IDX-MES,
                   WRK-IDX-ORIGEM)
               TO WRK-CP-IRRF (WRK-IDX-MATRICULA)
                  WRK-CP-MES-IRRF (WRK-IDX-MATRICULA, WRK-IDX-MES).
           ADD WRK-CP-OR-INSS (WRK-IDX-MATRICULA, WRK-IDX-MES,
                   WRK-IDX-ORIGEM)
               TO WRK-CP-INSS (WRK-IDX-MATRICULA).
           ADD WRK-CP-OR-PENSAO (WRK-IDX-MATRICULA, WRK-IDX-MES,
                   WRK-IDX-ORIGEM)
               TO WRK-CP-PENSAO (WRK-IDX-MATRICULA).
           ADD WRK-CP-OR-ISENTO (WRK-IDX-MATRICULA, WRK-IDX-MES,
                   WRK-IDX-ORIGEM)
               TO WRK-CP-ISENTO (WRK-IDX-MATRICULA).

      *>*********************************************
       310000-LOCALIZAR-EMPREGADO.
      *>*********************************************
           MOVE '(NAO CADASTRADO)' TO WRK-NOME-EMPREGADO.
           MOVE SPACES             TO WRK-CPF-EMPREGADO.
           IF WRK-EMPFILE-STATUS = '00' OR WRK-EMPFILE-STATUS = '23'
               MOVE WRK-CP-MATRICULA (WRK-IDX-MATRICULA)
                   TO EMP-MATRICULA
               READ EMPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WRK-NOME-EMPREGADO
                       MOVE EMP-CPF  TO WRK-CPF-EMPREGADO
               END-READ
           END-IF.
           IF WRK-CPF-EMPREGADO IS NOT NUMERIC
               ADD 1 TO WRK-QTD-SEM-CPF
               DISPLAY 'MATRICULA ' WRK-CP-MATRICULA (WRK-IDX-MATRICULA)
                       ' SEM CPF NO EMPFILE - COMPLETAR ANTES DE '
                       'TRANSMITIR O EXTRATO'
           END-IF.

      *>*********************************************
       320000-CONTAR-DEPENDENTES.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-DEP-EMP.
           PERFORM VARYING WRK-IDX-DEPEND FROM 1 BY 1
                   UNTIL WRK-IDX-DEPEND > WRK-QTD-DEPENDENTES
               IF WRK-DE-MATRICULA (WRK-IDX-DEPEND) =
                  WRK-CP-MATRICULA (WRK-IDX-MATRICULA)
                   ADD 1 TO WRK-QTD-DEP-EMP
               END-IF
           END-PERFORM.

      *>*********************************************
       330000-IMPRIMIR-COMPROVANTE.
      *>*********************************************
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING '================================================'
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO '
                  'RETIDO NA FONTE'
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'ANO-CALENDARIO ' WRK-ANO-INFORME
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'MATRICULA ' WRK-CP-MATRICULA (WRK-IDX-MATRICULA)
                  ' ' WRK-NOME-EMPREGADO ' CPF ' WRK-CPF-EMPREGADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.

           MOVE SPACES TO COMPRRPT-LINHA.
           STRING '-- RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO '
                  'RETIDO'
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-TRIBUTAVEL (WRK-IDX-MATRICULA)
               TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'TOTAL DOS RENDIMENTOS (FOLHA E FERIAS). '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-INSS (WRK-IDX-MATRICULA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'CONTRIBUICAO PREVIDENCIARIA OFICIAL.... '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-PENSAO (WRK-IDX-MATRICULA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'PENSAO ALIMENTICIA..................... '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-IRRF (WRK-IDX-MATRICULA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE.. '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.

           MOVE SPACES TO COMPRRPT-LINHA.
           STRING '-- RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-ISENTO (WRK-IDX-MATRICULA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'SALARIO-FAMILIA........................ '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.

           MOVE SPACES TO COMPRRPT-LINHA.
           STRING '-- RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-VALOR-13 TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING '13O SALARIO............................ '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-INSS-13 (WRK-IDX-MATRICULA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'CONTRIBUICAO PREVIDENCIARIA S/ 13O..... '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           MOVE WRK-CP-IRRF-13 (WRK-IDX-MATRICULA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO COMPRRPT-LINHA.
           STRING 'IMPOSTO RETIDO S/ 13O.................. '
                  CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.

           MOVE SPACES TO COMPRRPT-LINHA.
           STRING '-- DEPENDENTES (' WRK-QTD-DEP-EMP ')'
               DELIMITED BY SIZE INTO COMPRRPT-LINHA
           END-STRING.
           WRITE COMPRRPT-LINHA.
           PERFORM VARYING WRK-IDX-DEPEND FROM 1 BY 1
                   UNTIL WRK-IDX-DEPEND > WRK-QTD-DEPENDENTES
               IF WRK-DE-MATRICULA (WRK-IDX-DEPEND) =
                  WRK-CP-MATRICULA (WRK-IDX-MATRICULA)
                   MOVE SPACES TO COMPRRPT-LINHA
                   STRING '   ' WRK-DE-NOME (WRK-IDX-DEPEND)
                          ' NASC ' WRK-DE-NASCIMENTO (WRK-IDX-DEPEND)
                          ' TIPO ' WRK-DE-TIPO (WRK-IDX-DEPEND)
                       DELIMITED BY SIZE INTO COMPRRPT-LINHA
                   END-STRING
                   WRITE COMPRRPT-LINHA
               END-IF
           END-PERFORM.

           ADD WRK-CP-TRIBUTAVEL (WRK-IDX-MATRICULA)
               TO WRK-TOT-TRIBUTAVEL.
           ADD WRK-CP-IRRF (WRK-IDX-MATRICULA) TO WRK-TOT-IRRF.
           ADD WRK-CP-IRRF-13 (WRK-IDX-MATRICULA) TO WRK-TOT-IRRF-13.

      *>*********************************************
       340000-GRAVAR-EXTRATO.
      *>*********************************************
           MOVE SPACES                TO IA-REGISTRO.
           MOVE WRK-ANO-INFORME       TO IA-ANO-CALENDARIO.
           MOVE WRK-CP-MATRICULA (WRK-IDX-MATRICULA) TO IA-MATRICULA.
           MOVE WRK-CPF-EMPREGADO     TO IA-CPF.
           MOVE WRK-NOME-EMPREGADO    TO IA-NOME.
           MOVE WRK-CP-TRIBUTAVEL (WRK-IDX-MATRICULA)
               TO IA-RENDIMENTO-TRIB.
           MOVE WRK-CP-INSS (WRK-IDX-MATRICULA) TO IA-INSS.
           MOVE WRK-CP-IRRF (WRK-IDX-MATRICULA) TO IA-IRRF.
           MOVE WRK-CP-PENSAO (WRK-IDX-MATRICULA) TO IA-PENSAO.
           MOVE WRK-QTD-DEP-EMP       TO IA-QTD-DEPENDENTES.
           MOVE WRK-VALOR-13          TO IA-VALOR-13.
           MOVE WRK-CP-INSS-13 (WRK-IDX-MATRICULA) TO IA-INSS-13.
           MOVE WRK-CP-IRRF-13 (WRK-IDX-MATRICULA) TO IA-IRRF-13.
           MOVE WRK-CP-ISENTO (WRK-IDX-MATRICULA)
               TO IA-RENDIMENTO-ISENTO.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 12
               MOVE WRK-CP-MES-TRIB (WRK-IDX-MATRICULA, WRK-IDX-MES)
                   TO IA-MES-RENDIMENTO (WRK-IDX-MES)
               MOVE WRK-CP-MES-IRRF (WRK-IDX-MATRICULA, WRK-IDX-MES)
                   TO IA-MES-IRRF (WRK-IDX-MES)
           END-PERFORM.
           WRITE IA-REGISTRO.
           ADD 1 TO WRK-QTD-EXTRATO.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-FOLHAHST-STATUS = '00' OR WRK-FOLHAHST-STATUS = '10'
               CLOSE FOLHAHST
           END-IF.
           IF WRK-EMPFILE-STATUS = '00' OR WRK-EMPFILE-STATUS = '23'
               CLOSE EMPFILE
           END-IF.
           CLOSE COMPRRPT.
           CLOSE IRRFANUA.

           DISPLAY '========================='.
           DISPLAY 'COMPROVANTES DE RENDIMENTOS DE ' WRK-ANO-INFORME.
           DISPLAY 'MATRICULAS............: ' WRK-QTD-MATRICULAS.
           DISPLAY 'REGISTROS NO EXTRATO..: ' WRK-QTD-EXTRATO.
           DISPLAY 'MATRICULAS SEM CPF....: ' WRK-QTD-SEM-CPF.
           DISPLAY 'LINHAS DO HISTORICO...: ' WRK-QTD-LINHAS.
           MOVE WRK-TOT-TRIBUTAVEL TO CE-VALOR-EDITADO.
           DISPLAY 'RENDIMENTO TRIBUTAVEL.: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-IRRF TO CE-VALOR-EDITADO.
           DISPLAY 'IRRF RETIDO...........: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-IRRF-13 TO CE-VALOR-EDITADO.
           DISPLAY 'IRRF RETIDO S/ 13O....: ' CE-VALOR-EDITADO.
           DISPLAY '========================='.

           IF WRK-QTD-SEM-CPF > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
