       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = EMITIR O LIVRO DIARIO DE UMA EMPRESA PARA UM MES
      *> OU UM ANO (ATE 12 COMPETENCIAS): TODOS OS LANCAMENTOS DO
      *> GLPOST DO PERIODO EM ORDEM DE DATA, COM NUMERO SEQUENCIAL DE
      *> LANCAMENTO, FOLHAS NUMERADAS E OS TERMOS DE ABERTURA E DE
      *> ENCERRAMENTO, E GRAVAR O MESMO CONTEUDO NO ARQUIVO DE LEIAUTE
      *> FIXO DIARIOEX PARA O SISTEMA FISCAL DO ESCRITORIO CONTABIL.
      *> COMO O RAZAO, LE O DD GLPOSTH (GLPOST CORRENTE CONCATENADO
      *> COM AS GERACOES GLPOST.HIST) E DEDUPLICA AS FOTOS REPETIDAS.
      *> SO RODA PARA PERIODO FECHADO: QUALQUER COMPETENCIA DO
      *> PERIODO SEM FECHAMENTO NO GLPERIOD RECUSA A EMISSAO (RC 8) -
      *> O LIVRO NAO PODE MUDAR DEPOIS DE IMPRESSO. EMPRESA, PERIODO,
      *> NUMERO DO LIVRO E NUMERACAO INICIAL SAO INFORMADOS NO
      *> CONSOLE.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - GLPOSTH INDISPONIVEL NAO EMITE MAIS UM LIVRO VAZIO
      *>              COM NUMERACAO - O LIVRO NAO SAI E O RETURN-CODE E
      *>              8
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPOSTH ASSIGN TO "GLPOSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOSTH-STATUS.
           SELECT GLPERIOD ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPERIOD-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT LIVRORPT ASSIGN TO "LIVRORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIVRORPT-STATUS.
           SELECT DIARIOEX ASSIGN TO "DIARIOEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIOEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOSTH.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  GLPERIOD.
           COPY "GLPERIOD.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  LIVRORPT
           RECORDING MODE IS F.
       01  LIVRORPT-LINHA          PIC X(80).
       FD  DIARIOEX.
           COPY "DIARIOEX.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOSTH-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GLPERIOD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LIVRORPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DIARIOEX-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOSTH     PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOSTH     VALUE 'S'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77 WRK-EMPRESA         PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-LANCTO  PIC X(02) VALUE SPACES.
       77 WRK-RAZAO-SOCIAL    PIC X(40) VALUE SPACES.
       77 WRK-CNPJ            PIC 9(14) VALUE ZEROS.
       77 WRK-EMPRESA-CADASTRADA PIC X(01) VALUE 'N'.
       77 WRK-COMPET-DE       PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-ATE      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-CORRENTE PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-COMPET      PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-DE         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ATE        PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO-LIVRO    PIC 9(04) VALUE ZEROS.
       77 WRK-PRIMEIRA-FOLHA  PIC 9(05) VALUE ZEROS.
       77 WRK-PRIMEIRO-LANCTO PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-LIBERADO PIC X(01) VALUE 'S'.
       77 WRK-COMPET-FECHADA  PIC X(01) VALUE 'N'.
       77 WRK-QTD-FECHADAS    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FECHADA     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LANCTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-LANCTO      PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-LANCTO2     PIC 9(05) VALUE ZEROS.
       77 WRK-JA-VISTO        PIC X(01) VALUE 'N'.
       77 WRK-TROCA           PIC X(01) VALUE 'N'.
       77 WRK-TROCA-AREA      PIC X(70) VALUE SPACES.
       77 WRK-NUMERO-LANCTO   PIC 9(06) VALUE ZEROS.
       77 WRK-FOLHA           PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMA-FOLHA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FOLHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-FOLHA    PIC 9(02) VALUE ZEROS.
       77 WRK-LANCTOS-POR-FOLHA PIC 9(02) VALUE 50.
       77 WRK-TOTAL-DEBITOS   PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS  PIC 9(14)V99 VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PARTES REDEFINES WRK-DATA-AAAAMMDD.
           05  WRK-DT-ANO         PIC 9(04).
           05  WRK-DT-MES         PIC 9(02).
           05  WRK-DT-DIA         PIC 9(02).
       01 WRK-DATA-FORMATADA.
           05  WRK-DF-DIA         PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-DF-MES         PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-DF-ANO         PIC 9(04).
      *>   COMPETENCIAS FECHADAS NO GLPERIOD
       01 WRK-TABELA-FECHADAS.
           05  WRK-FECHADA OCCURS 240 TIMES PIC 9(06).
      *>   LANCAMENTOS DO PERIODO JA DEDUPLICADOS, NA ORDEM DE LEITURA
      *>   ATE A ORDENACAO POR DATA
       01 WRK-TABELA-LANCTOS.
           05  WRK-LANCTO-ITEM OCCURS 9999 TIMES.
               10  WRK-LC-DATA        PIC 9(08).
               10  WRK-LC-DEBITO      PIC X(10).
               10  WRK-LC-CREDITO     PIC X(10).
               10  WRK-LC-HISTORICO   PIC X(20).
               10  WRK-LC-VALOR       PIC 9(12)V99.
               10  WRK-LC-CENTRO      PIC X(06).
               10  WRK-LC-EMPRESA     PIC X(02).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 100000-INICIALIZAR.

           IF WRK-PERIODO-LIBERADO = 'S'
               PERFORM 200000-CARREGAR-LANCAMENTOS
                   UNTIL WRK-EOF-GLPOSTH
               PERFORM 250000-ORDENAR-LANCAMENTOS
               PERFORM 300000-EMITIR-DIARIO
           END-IF.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           DISPLAY 'EMPRESA (EM BRANCO = PRINCIPAL 01)..'.
           ACCEPT WRK-EMPRESA.
           IF WRK-EMPRESA = SPACES
               MOVE '01' TO WRK-EMPRESA
           END-IF.

           DISPLAY 'COMPETENCIA INICIAL (AAAAMM)..'.
           ACCEPT WRK-COMPET-DE.
           DISPLAY 'COMPETENCIA FINAL (AAAAMM, 0 = SO A INICIAL)..'.
           ACCEPT WRK-COMPET-ATE.
           IF WRK-COMPET-ATE = 0
               MOVE WRK-COMPET-DE TO WRK-COMPET-ATE
           END-IF.

           DISPLAY 'NUMERO DO LIVRO..'.
           ACCEPT WRK-NUMERO-LIVRO.
           DISPLAY 'PRIMEIRA FOLHA (0 = 1)..'.
           ACCEPT WRK-PRIMEIRA-FOLHA.
           IF WRK-PRIMEIRA-FOLHA = 0
               MOVE 1 TO WRK-PRIMEIRA-FOLHA
           END-IF.
           DISPLAY 'PRIMEIRO NUMERO DE LANCAMENTO (0 = 1)..'.
           ACCEPT WRK-PRIMEIRO-LANCTO.
           IF WRK-PRIMEIRO-LANCTO = 0
               MOVE 1 TO WRK-PRIMEIRO-LANCTO
           END-IF.

           PERFORM 110000-VALIDAR-PERIODO.
           IF WRK-PERIODO-LIBERADO = 'S'
               PERFORM 120000-CONFERIR-FECHAMENTO
           END-IF.
           IF WRK-PERIODO-LIBERADO = 'S'
               PERFORM 130000-CARREGAR-EMPRESA
           END-IF.

           IF WRK-PERIODO-LIBERADO = 'S'
               COMPUTE WRK-DATA-DE  = WRK-COMPET-DE * 100 + 1
               COMPUTE WRK-DATA-ATE = WRK-COMPET-ATE * 100 + 31
               OPEN INPUT GLPOSTH
               IF WRK-GLPOSTH-STATUS NOT = '00'
                   DISPLAY 'GLPOSTH INDISPONIVEL - STATUS '
                           WRK-GLPOSTH-STATUS
                   MOVE 'S' TO WRK-FIM-GLPOSTH
                   MOVE 'N' TO WRK-PERIODO-LIBERADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'S' TO WRK-FIM-GLPOSTH
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>*********************************************
       110000-VALIDAR-PERIODO.
      *>*********************************************
      *>   UM LIVRO COBRE NO MAXIMO UM ANO (12 COMPETENCIAS)
           MOVE WRK-COMPET-DE TO WRK-COMPET-CORRENTE.
           MOVE ZEROS TO WRK-QTD-COMPET.
           IF WRK-COMPET-DE (5:2) < '01' OR WRK-COMPET-DE (5:2) > '12'
               OR WRK-COMPET-ATE (5:2) < '01'
               OR WRK-COMPET-ATE (5:2) > '12'
               OR WRK-COMPET-ATE < WRK-COMPET-DE
               DISPLAY 'PERIODO INVALIDO ' WRK-COMPET-DE ' A '
                       WRK-COMPET-ATE ' - DIARIO NAO EMITIDO'
               MOVE 'N' TO WRK-PERIODO-LIBERADO
           ELSE
               PERFORM UNTIL WRK-COMPET-CORRENTE > WRK-COMPET-ATE
                   ADD 1 TO WRK-QTD-COMPET
                   PERFORM 115000-PROXIMA-COMPETENCIA
               END-PERFORM
               IF WRK-QTD-COMPET > 12
                   DISPLAY 'PERIODO DE ' WRK-QTD-COMPET
                           ' COMPETENCIAS - O LIVRO COBRE NO MAXIMO 12'
                   MOVE 'N' TO WRK-PERIODO-LIBERADO
               END-IF
           END-IF.

      *>*********************************************
       115000-PROXIMA-COMPETENCIA.
      *>*********************************************
           IF WRK-COMPET-CORRENTE (5:2) = '12'
               ADD 89 TO WRK-COMPET-CORRENTE
           ELSE
               ADD 1 TO WRK-COMPET-CORRENTE
           END-IF.

      *>*********************************************
       120000-CONFERIR-FECHAMENTO.
      *>*********************************************
      *>   O LIVRO SO SAI COM TODAS AS COMPETENCIAS DO PERIODO
      *>   FECHADAS NO GLPERIOD (GLCLOSE) - PERIODO ABERTO AINDA PODE
      *>   RECEBER LANCAMENTO E O LIVRO IMPRESSO FICARIA DIFERENTE
           MOVE ZEROS TO WRK-QTD-FECHADAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT GLPERIOD.
           IF WRK-GLPERIOD-STATUS = '00'
               PERFORM 121000-LER-PERIODO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE GLPERIOD
           END-IF.

           MOVE WRK-COMPET-DE TO WRK-COMPET-CORRENTE.
           PERFORM UNTIL WRK-COMPET-CORRENTE > WRK-COMPET-ATE
               MOVE 'N' TO WRK-COMPET-FECHADA
               PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                       UNTIL WRK-IDX-FECHADA > WRK-QTD-FECHADAS
                   IF WRK-FECHADA (WRK-IDX-FECHADA) =
                           WRK-COMPET-CORRENTE
                       MOVE 'S' TO WRK-COMPET-FECHADA
                       MOVE WRK-QTD-FECHADAS TO WRK-IDX-FECHADA
                   END-IF
               END-PERFORM
               IF WRK-COMPET-FECHADA = 'N'
                   DISPLAY 'COMPETENCIA ' WRK-COMPET-CORRENTE
                           ' AINDA ABERTA NO GLPERIOD - DIARIO NAO '
                           'EMITIDO'
                   MOVE 'N' TO WRK-PERIODO-LIBERADO
               END-IF
               PERFORM 115000-PROXIMA-COMPETENCIA
           END-PERFORM.

      *>*********************************************
       121000-LER-PERIODO.
      *>*********************************************
           READ GLPERIOD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF GLP-PERIODO-FECHADO
                       IF WRK-QTD-FECHADAS < 240
                           ADD 1 TO WRK-QTD-FECHADAS
                           MOVE GLP-ANO-MES
                               TO WRK-FECHADA (WRK-QTD-FECHADAS)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       130000-CARREGAR-EMPRESA.
      *>*********************************************
      *>   RAZAO SOCIAL E CNPJ DOS TERMOS E DO CABECALHO DA EXPORTACAO
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPRESAS.
           IF WRK-EMPRESAS-STATUS = '00'
               PERFORM 131000-LER-EMPRESA
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EMPRESAS
           END-IF.
           IF WRK-EMPRESA-CADASTRADA = 'N'
               DISPLAY 'EMPRESA ' WRK-EMPRESA ' FORA DO CADASTRO '
                       'EMPRESAS - TERMOS SAEM SEM RAZAO SOCIAL/CNPJ'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *>*********************************************
       131000-LER-EMPRESA.
      *>*********************************************
           READ EMPRESAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF ES-CODIGO = WRK-EMPRESA
                       OR (ES-CODIGO = SPACES AND WRK-EMPRESA = '01')
                       MOVE ES-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
                       MOVE ES-CNPJ         TO WRK-CNPJ
                       MOVE 'S' TO WRK-EMPRESA-CADASTRADA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      *>*********************************************
       200000-CARREGAR-LANCAMENTOS.
      *>*********************************************
           READ GLPOSTH
               AT END
                   MOVE 'S' TO WRK-FIM-GLPOSTH
               NOT AT END
                   MOVE GL-EMPRESA TO WRK-EMPRESA-LANCTO
                   IF WRK-EMPRESA-LANCTO = SPACES
                       MOVE '01' TO WRK-EMPRESA-LANCTO
                   END-IF
                   IF GL-DATA >= WRK-DATA-DE
                       AND GL-DATA <= WRK-DATA-ATE
                       AND WRK-EMPRESA-LANCTO = WRK-EMPRESA
                       PERFORM 210000-GUARDAR-LANCAMENTO
                   END-IF
           END-READ.

      *>*********************************************
       210000-GUARDAR-LANCAMENTO.
      *>*********************************************
      *>   O MESMO LANCAMENTO APARECE EM MAIS DE UMA GERACAO DA GDG
      *>   (CADA FOTO E COMPLETA) - SO A PRIMEIRA OCORRENCIA CONTA
           MOVE 'N' TO WRK-JA-VISTO.
           PERFORM VARYING WRK-IDX-LANCTO FROM 1 BY 1
                   UNTIL WRK-IDX-LANCTO > WRK-QTD-LANCTOS
               IF WRK-LANCTO-ITEM (WRK-IDX-LANCTO) = GL-REGISTRO
                   MOVE 'S' TO WRK-JA-VISTO
                   MOVE WRK-QTD-LANCTOS TO WRK-IDX-LANCTO
               END-IF
           END-PERFORM.
           IF WRK-JA-VISTO = 'N'
               IF WRK-QTD-LANCTOS < 9999
                   ADD 1 TO WRK-QTD-LANCTOS
                   MOVE GL-REGISTRO
                       TO WRK-LANCTO-ITEM (WRK-QTD-LANCTOS)
               ELSE
                   DISPLAY 'MAIS DE 9999 LANCAMENTOS NO PERIODO - '
                           'DIVIDIR O LIVRO EM PERIODOS MENORES'
                   MOVE 'N' TO WRK-PERIODO-LIBERADO
                   MOVE 'S' TO WRK-FIM-GLPOSTH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *>*********************************************
       250000-ORDENAR-LANCAMENTOS.
      *>*********************************************
      *>   ORDENACAO POR TROCA SIMPLES PELA DATA; SO TROCA QUANDO A
      *>   DATA E MAIOR, ENTAO NO MESMO DIA FICA A ORDEM DE GRAVACAO
      *>   NO GLPOST
           MOVE 'S' TO WRK-TROCA.
           PERFORM UNTIL WRK-TROCA = 'N'
               MOVE 'N' TO WRK-TROCA
               PERFORM VARYING WRK-IDX-LANCTO FROM 1 BY 1
                       UNTIL WRK-IDX-LANCTO >= WRK-QTD-LANCTOS
                   COMPUTE WRK-IDX-LANCTO2 = WRK-IDX-LANCTO + 1
                   IF WRK-LC-DATA (WRK-IDX-LANCTO) >
                           WRK-LC-DATA (WRK-IDX-LANCTO2)
                       MOVE WRK-LANCTO-ITEM (WRK-IDX-LANCTO)
                           TO WRK-TROCA-AREA
                       MOVE WRK-LANCTO-ITEM (WRK-IDX-LANCTO2)
                           TO WRK-LANCTO-ITEM (WRK-IDX-LANCTO)
                       MOVE WRK-TROCA-AREA
                           TO WRK-LANCTO-ITEM (WRK-IDX-LANCTO2)
                       MOVE 'S' TO WRK-TROCA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>*********************************************
       300000-EMITIR-DIARIO.
      *>*********************************************
      *>   FOLHAS DO LIVRO: ABERTURA + LANCAMENTOS (50 POR FOLHA, AO
      *>   MENOS UMA) + ENCERRAMENTO - O TERMO DE ABERTURA JA DECLARA
      *>   A NUMERACAO COMPLETA
           IF WRK-PERIODO-LIBERADO NOT = 'S'
               CONTINUE
           ELSE
               COMPUTE WRK-QTD-FOLHAS =
                       (WRK-QTD-LANCTOS + WRK-LANCTOS-POR-FOLHA - 1)
                       / WRK-LANCTOS-POR-FOLHA
               IF WRK-QTD-FOLHAS = 0
                   MOVE 1 TO WRK-QTD-FOLHAS
               END-IF
               ADD 2 TO WRK-QTD-FOLHAS
               COMPUTE WRK-ULTIMA-FOLHA =
                       WRK-PRIMEIRA-FOLHA + WRK-QTD-FOLHAS - 1
               MOVE WRK-PRIMEIRA-FOLHA TO WRK-FOLHA
               MOVE WRK-PRIMEIRO-LANCTO TO WRK-NUMERO-LANCTO

               OPEN OUTPUT LIVRORPT
               OPEN OUTPUT DIARIOEX
               PERFORM 310000-TERMO-ABERTURA
               PERFORM 320000-CABECALHO-FOLHA
               PERFORM VARYING WRK-IDX-LANCTO FROM 1 BY 1
                       UNTIL WRK-IDX-LANCTO > WRK-QTD-LANCTOS
                   IF WRK-LINHAS-FOLHA >= WRK-LANCTOS-POR-FOLHA
                       PERFORM 320000-CABECALHO-FOLHA
                   END-IF
                   PERFORM 330000-IMPRIMIR-LANCAMENTO
               END-PERFORM
               PERFORM 340000-TERMO-ENCERRAMENTO
               CLOSE LIVRORPT
               CLOSE DIARIOEX
           END-IF.

      *>*********************************************
       310000-TERMO-ABERTURA.
      *>*********************************************
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'LIVRO DIARIO NUMERO ' WRK-NUMERO-LIVRO
                  '                                   FOLHA '
                  WRK-FOLHA
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           MOVE 'TERMO DE ABERTURA' TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           PERFORM 350000-DADOS-DO-LIVRO.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'CONTEM ESTE LIVRO ' WRK-QTD-FOLHAS
                  ' FOLHAS NUMERADAS DE ' WRK-PRIMEIRA-FOLHA
                  ' A ' WRK-ULTIMA-FOLHA ','
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE 'QUE SERVIRA DE LIVRO DIARIO DA EMPRESA ACIMA.'
               TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.

           MOVE SPACES TO DX-REGISTRO.
           MOVE '0'                TO DX-TIPO.
           MOVE WRK-EMPRESA        TO DX-EMPRESA.
           MOVE WRK-CNPJ           TO DX-CNPJ.
           MOVE WRK-RAZAO-SOCIAL   TO DX-RAZAO-SOCIAL.
           MOVE WRK-DATA-DE        TO DX-DATA-INICIAL.
           MOVE WRK-DATA-ATE       TO DX-DATA-FINAL.
           MOVE WRK-NUMERO-LIVRO   TO DX-NUMERO-LIVRO.
           WRITE DX-REGISTRO.

      *>*********************************************
       320000-CABECALHO-FOLHA.
      *>*********************************************
           PERFORM 360000-SALTAR-FOLHA.
           ADD 1 TO WRK-FOLHA.
           MOVE ZEROS TO WRK-LINHAS-FOLHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'LIVRO DIARIO NUMERO ' WRK-NUMERO-LIVRO
                  ' - EMPRESA ' WRK-EMPRESA
                  '                     FOLHA ' WRK-FOLHA
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'NUMERO DATA       DEBITO     CREDITO    '
                  '             VALOR HISTORICO'
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE ALL '-' TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.

      *>*********************************************
       330000-IMPRIMIR-LANCAMENTO.
      *>*********************************************
           ADD 1 TO WRK-LINHAS-FOLHA.
           ADD WRK-LC-VALOR (WRK-IDX-LANCTO) TO WRK-TOTAL-DEBITOS.
           ADD WRK-LC-VALOR (WRK-IDX-LANCTO) TO WRK-TOTAL-CREDITOS.
           MOVE WRK-LC-DATA (WRK-IDX-LANCTO) TO WRK-DATA-AAAAMMDD.
           MOVE WRK-DT-DIA TO WRK-DF-DIA.
           MOVE WRK-DT-MES TO WRK-DF-MES.
           MOVE WRK-DT-ANO TO WRK-DF-ANO.
           MOVE WRK-LC-VALOR (WRK-IDX-LANCTO) TO WRK-VALOR-ED.

           MOVE SPACES TO LIVRORPT-LINHA.
           STRING WRK-NUMERO-LANCTO ' ' WRK-DATA-FORMATADA ' '
                  WRK-LC-DEBITO (WRK-IDX-LANCTO) ' '
                  WRK-LC-CREDITO (WRK-IDX-LANCTO) ' '
                  WRK-VALOR-ED ' '
                  WRK-LC-HISTORICO (WRK-IDX-LANCTO)
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.

           MOVE SPACES TO DX-REGISTRO.
           MOVE '1'                 TO DX-TIPO.
           MOVE WRK-NUMERO-LANCTO   TO DX-NUMERO-LANCTO.
           MOVE WRK-LC-DATA (WRK-IDX-LANCTO)      TO DX-DATA.
           MOVE WRK-LC-DEBITO (WRK-IDX-LANCTO)    TO DX-CONTA-DEBITO.
           MOVE WRK-LC-CREDITO (WRK-IDX-LANCTO)   TO DX-CONTA-CREDITO.
           MOVE WRK-LC-VALOR (WRK-IDX-LANCTO)     TO DX-VALOR.
           MOVE WRK-LC-HISTORICO (WRK-IDX-LANCTO) TO DX-HISTORICO.
           MOVE WRK-LC-CENTRO (WRK-IDX-LANCTO)    TO DX-CENTRO-CUSTO.
           MOVE WRK-FOLHA           TO DX-FOLHA.
           WRITE DX-REGISTRO.

           ADD 1 TO WRK-NUMERO-LANCTO.

      *>*********************************************
       340000-TERMO-ENCERRAMENTO.
      *>*********************************************
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           MOVE WRK-TOTAL-DEBITOS TO WRK-TOTAL-ED.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'TOTAL DO LIVRO - ' WRK-QTD-LANCTOS
                  ' LANCAMENTOS - DEBITOS = CREDITOS '
                  WRK-TOTAL-ED
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.

           PERFORM 360000-SALTAR-FOLHA.
           ADD 1 TO WRK-FOLHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'LIVRO DIARIO NUMERO ' WRK-NUMERO-LIVRO
                  '                                   FOLHA '
                  WRK-FOLHA
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           MOVE 'TERMO DE ENCERRAMENTO' TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.
           PERFORM 350000-DADOS-DO-LIVRO.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'CONTEM ESTE LIVRO ' WRK-QTD-FOLHAS
                  ' FOLHAS NUMERADAS DE ' WRK-PRIMEIRA-FOLHA
                  ' A ' WRK-ULTIMA-FOLHA ','
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           COMPUTE WRK-NUMERO-LANCTO = WRK-NUMERO-LANCTO - 1.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'COM OS LANCAMENTOS NUMERADOS DE '
                  WRK-PRIMEIRO-LANCTO ' A ' WRK-NUMERO-LANCTO
                  ', QUE SERVIU'
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE 'DE LIVRO DIARIO DA EMPRESA ACIMA.'
               TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.

           MOVE SPACES TO DX-REGISTRO.
           MOVE '9'                TO DX-TIPO.
           MOVE WRK-QTD-LANCTOS    TO DX-QTD-LANCTOS.
           MOVE WRK-TOTAL-DEBITOS  TO DX-TOTAL-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO DX-TOTAL-CREDITOS.
           MOVE WRK-QTD-FOLHAS     TO DX-QTD-FOLHAS.
           WRITE DX-REGISTRO.

      *>*********************************************
       350000-DADOS-DO-LIVRO.
      *>*********************************************
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'EMPRESA..: ' WRK-EMPRESA ' - ' WRK-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'CNPJ.....: ' WRK-CNPJ
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           STRING 'PERIODO..: COMPETENCIAS ' WRK-COMPET-DE ' A '
                  WRK-COMPET-ATE
               DELIMITED BY SIZE INTO LIVRORPT-LINHA
           END-STRING.
           WRITE LIVRORPT-LINHA.
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA.

      *>*********************************************
       360000-SALTAR-FOLHA.
      *>*********************************************
      *>   FECHA A FOLHA CORRENTE - A PROXIMA LINHA SAI NO TOPO DA
      *>   FOLHA SEGUINTE
           MOVE SPACES TO LIVRORPT-LINHA.
           WRITE LIVRORPT-LINHA BEFORE ADVANCING PAGE.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-GLPOSTH-STATUS = '00' OR WRK-GLPOSTH-STATUS = '10'
               CLOSE GLPOSTH
           END-IF.

           IF WRK-PERIODO-LIBERADO = 'S'
               DISPLAY 'LIVRO DIARIO ' WRK-NUMERO-LIVRO
                       ' EMITIDO - EMPRESA ' WRK-EMPRESA
               DISPLAY 'LANCAMENTOS..........: ' WRK-QTD-LANCTOS
               DISPLAY 'FOLHAS...............: ' WRK-PRIMEIRA-FOLHA
                       ' A ' WRK-ULTIMA-FOLHA
           ELSE
               DISPLAY 'LIVRO DIARIO NAO EMITIDO - VER MENSAGENS ACIMA'
           END-IF.
