       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAREL.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = ACOMPANHAMENTO DIARIO DAS METAS MENSAIS DE
      *> VENDAS (METAVEND, MANTIDO PELA AREA COMERCIAL) POR LOJA E
      *> POR VENDEDOR: META, REALIZADO NO MES ATE A DATA DO LOTE
      *> (LOJA PELOS FECHAMENTOS DO SALESSUM, VENDEDOR PELO
      *> HISTORICO DE COMISSOES COMHIST), PERCENTUAL ATINGIDO E
      *> PROJECAO PARA O FIM DO MES PELA MEDIA DOS DIAS UTEIS JA
      *> DECORRIDOS VEZES OS DIAS UTEIS QUE FALTAM (CALENDARIO DO
      *> SUBPROGRAMA DIAUTIL). LOJA OU VENDEDOR COM VENDA E SEM META
      *> TAMBEM SAI NO RELATORIO, COM META ZERO. A PROJECAO DA LOJA
      *> (E DOS VENDEDORES DELA) USA OS DIAS EM QUE A PROPRIA LOJA
      *> ABRE (SUBPROGRAMA LOJABERT: EXCECOES DO LOJAEXC, FERIADOS E
      *> CALENDARIO LOJACAL), PARA O FECHAMENTO TEMPORARIO NAO
      *> DISTORCER A MEDIA NEM OS DIAS QUE FALTAM.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - PROJECAO PELOS DIAS ABERTOS DE CADA LOJA NO MES
      *>              (LOJABERT - EXCECOES DO LOJAEXC, FERIADOS E
      *>              LOJACAL) EM VEZ DOS DIAS UTEIS COMUNS; VENDEDOR
      *>              SEGUE OS DIAS DA SUA LOJA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAVEND ASSIGN TO "METAVEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-METAVEND-STATUS.
           SELECT SALESSUM ASSIGN TO "SALESSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALESSUM-STATUS.
           SELECT COMHIST ASSIGN TO "COMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMHIST-STATUS.
           SELECT METARPT ASSIGN TO "METARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-METARPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METAVEND.
           COPY "METAVEND.CPY" IN 'COPYBOOKS'.
       FD  SALESSUM.
           COPY "SALESSUM.CPY" IN 'COPYBOOKS'.
       FD  COMHIST.
           COPY "COMHIST.CPY" IN 'COPYBOOKS'.
       FD  METARPT
           RECORDING MODE IS F.
       01  METARPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-METAVEND-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALESSUM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-COMHIST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-METARPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
      *>   CALENDARIO DO MES - DIAS UTEIS DECORRIDOS E RESTANTES
       77 WRK-DATA-CORRENTE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TESTE      PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DATA        PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES  PIC 9(02) VALUE ZEROS.
      *>   DIAS ABERTOS DA LOJA DA LINHA - DECORRIDOS E RESTANTES
       77 WRK-DIAS-LJ-DECORR  PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-LJ-REST    PIC 9(02) VALUE ZEROS.
      *>   CALCULO DE CADA LINHA
       77 WRK-LOJA            PIC X(06) VALUE SPACES.
       77 WRK-VENDEDOR        PIC X(10) VALUE SPACES.
       77 WRK-META            PIC 9(10)V99 VALUE ZEROS.
       77 WRK-REALIZADO       PIC S9(10)V99 VALUE ZEROS.
       77 WRK-PROJECAO        PIC S9(10)V99 VALUE ZEROS.
       77 WRK-PCT-ATINGIDO    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-PCT-PROJETADO   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-META-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-REAL-ED         PIC -.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PROJ-ED         PIC -.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PCT-ED          PIC ZZZ9,99.
       77 WRK-PCT-PROJ-ED     PIC ZZZ9,99.
       77 WRK-QTD-META-BATIDA PIC 9(04) VALUE ZEROS.
      *>   TABELA DE LOJAS (META DA LOJA X SALESSUM)
       77 WRK-QTD-LOJAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LOJA        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-LJ-ACHADA   PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-LOJAS.
           05  WRK-LJ-ITEM OCCURS 100 TIMES INDEXED BY WRK-IDX-TLJ.
               10  WRK-LJ-LOJA        PIC X(06).
               10  WRK-LJ-META        PIC 9(10)V99.
               10  WRK-LJ-REALIZADO   PIC S9(10)V99.
      *>   TABELA DE VENDEDORES (META INDIVIDUAL X COMHIST)
       77 WRK-QTD-VENDEDORES  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VENDEDOR    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VD-ACHADO   PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-VENDEDORES.
           05  WRK-VD-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TVD.
               10  WRK-VD-LOJA        PIC X(06).
               10  WRK-VD-VENDEDOR    PIC X(10).
               10  WRK-VD-META        PIC 9(10)V99.
               10  WRK-VD-REALIZADO   PIC S9(10)V99.
       01 WRK-LOJA-ABERTA.
           COPY "ABERTLOJ.CPY" IN 'COPYBOOKS'.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-CARREGAR-METAS.
           PERFORM 300000-ACUMULAR-REALIZADO.

           PERFORM 400000-EMITIR-RELATORIO.

           PERFORM 500000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-MES-BASE.

           PERFORM 110000-CONTAR-DIAS-UTEIS.

           OPEN OUTPUT METARPT.

      *>*********************************************
       110000-CONTAR-DIAS-UTEIS.
      *>*********************************************
      *>   PERCORRE O MES DO DIA 1 ATE A VIRADA DO MES: O DIA E UTIL
      *>   QUANDO O DIAUTIL O DEVOLVE SEM ROLAR. ATE A DATA DO LOTE
      *>   CONTA COMO DECORRIDO, DEPOIS COMO RESTANTE
           MOVE ZEROS TO WRK-DIAS-DECORRIDOS.
           MOVE ZEROS TO WRK-DIAS-RESTANTES.
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-CORRENTE.
           MOVE 01 TO WRK-DATA-CORRENTE (7:2).
           PERFORM 111000-CLASSIFICAR-DIA
               UNTIL WRK-DATA-CORRENTE (1:6) NOT = WRK-MES-BASE.

      *>*********************************************
       111000-CLASSIFICAR-DIA.
      *>*********************************************
           MOVE WRK-DATA-CORRENTE TO WRK-DATA-TESTE.
           CALL 'DIAUTIL' USING WRK-DATA-TESTE
           END-CALL.
           IF WRK-DATA-TESTE = WRK-DATA-CORRENTE
               IF WRK-DATA-CORRENTE <= WRK-DATA-PROCESSO
                   ADD 1 TO WRK-DIAS-DECORRIDOS
               ELSE
                   ADD 1 TO WRK-DIAS-RESTANTES
               END-IF
           END-IF.
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE) + 1.
           COMPUTE WRK-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).

      *>*********************************************
       120000-CONTAR-DIAS-LOJA.
      *>*********************************************
      *>   MESMO PERCURSO DO MES, DIA A DIA, PARA A LOJA DE WRK-LOJA:
      *>   O DIA CONTA QUANDO O LOJABERT DIZ QUE A LOJA ABRE
           MOVE ZEROS TO WRK-DIAS-LJ-DECORR.
           MOVE ZEROS TO WRK-DIAS-LJ-REST.
           MOVE WRK-LOJA TO AB-LOJA.
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-CORRENTE.
           MOVE 01 TO WRK-DATA-CORRENTE (7:2).
           PERFORM 121000-CLASSIFICAR-DIA-LOJA
               UNTIL WRK-DATA-CORRENTE (1:6) NOT = WRK-MES-BASE.

      *>*********************************************
       121000-CLASSIFICAR-DIA-LOJA.
      *>*********************************************
           MOVE WRK-DATA-CORRENTE TO AB-DATA.
           CALL 'LOJABERT' USING WRK-LOJA-ABERTA
           END-CALL.
           IF AB-LOJA-ABERTA
               IF WRK-DATA-CORRENTE <= WRK-DATA-PROCESSO
                   ADD 1 TO WRK-DIAS-LJ-DECORR
               ELSE
                   ADD 1 TO WRK-DIAS-LJ-REST
               END-IF
           END-IF.
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE) + 1.
           COMPUTE WRK-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).

      *>*********************************************
       200000-CARREGAR-METAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-LOJAS.
           MOVE ZEROS TO WRK-QTD-VENDEDORES.
           OPEN INPUT METAVEND.
           IF WRK-METAVEND-STATUS = '00'
               PERFORM 210000-LER-META
                   UNTIL WRK-METAVEND-STATUS = '10'
               CLOSE METAVEND
           ELSE
               DISPLAY 'METAVEND INDISPONIVEL - STATUS '
                       WRK-METAVEND-STATUS
                       ' - SO O REALIZADO SERA LISTADO'
           END-IF.

      *>*********************************************
       210000-LER-META.
      *>*********************************************
           READ METAVEND
               AT END
                   CONTINUE
               NOT AT END
                   IF MV-COMPETENCIA = WRK-MES-BASE
                       AND MV-VALOR-META NUMERIC
                       MOVE MV-LOJA     TO WRK-LOJA
                       MOVE MV-VENDEDOR TO WRK-VENDEDOR
                       IF MV-VENDEDOR = SPACES
                           PERFORM 220000-LOCALIZAR-LOJA
                           IF WRK-IDX-LOJA > 0
                               MOVE MV-VALOR-META
                                   TO WRK-LJ-META (WRK-IDX-LOJA)
                           END-IF
                       ELSE
                           PERFORM 230000-LOCALIZAR-VENDEDOR
                           IF WRK-IDX-VENDEDOR > 0
                               MOVE MV-VALOR-META
                                   TO WRK-VD-META (WRK-IDX-VENDEDOR)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       220000-LOCALIZAR-LOJA.
      *>*********************************************
      *>   LOJA DE WRK-LOJA - INCLUIDA ZERADA SE AINDA NAO EXISTE;
      *>   TABELA CHEIA DEVOLVE INDICE ZERO
           MOVE ZEROS TO WRK-IDX-LJ-ACHADA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-LOJA (WRK-IDX-LOJA) = WRK-LOJA
                   MOVE WRK-IDX-LOJA  TO WRK-IDX-LJ-ACHADA
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
               END-IF
           END-PERFORM.
           IF WRK-IDX-LJ-ACHADA > 0
               MOVE WRK-IDX-LJ-ACHADA TO WRK-IDX-LOJA
           ELSE
               IF WRK-QTD-LOJAS < 100
                   ADD 1 TO WRK-QTD-LOJAS
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
                   MOVE WRK-LOJA TO WRK-LJ-LOJA      (WRK-IDX-LOJA)
                   MOVE ZEROS    TO WRK-LJ-META      (WRK-IDX-LOJA)
                   MOVE ZEROS    TO WRK-LJ-REALIZADO (WRK-IDX-LOJA)
               ELSE
                   DISPLAY 'MAIS DE 100 LOJAS - LOJA ' WRK-LOJA
                           ' FORA DO ACOMPANHAMENTO'
                   MOVE ZEROS TO WRK-IDX-LOJA
               END-IF
           END-IF.

      *>*********************************************
       230000-LOCALIZAR-VENDEDOR.
      *>*********************************************
           MOVE ZEROS TO WRK-IDX-VD-ACHADO.
           PERFORM VARYING WRK-IDX-VENDEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-VENDEDOR > WRK-QTD-VENDEDORES
               IF WRK-VD-LOJA (WRK-IDX-VENDEDOR) = WRK-LOJA
                   AND WRK-VD-VENDEDOR (WRK-IDX-VENDEDOR) =
                       WRK-VENDEDOR
                   MOVE WRK-IDX-VENDEDOR   TO WRK-IDX-VD-ACHADO
                   MOVE WRK-QTD-VENDEDORES TO WRK-IDX-VENDEDOR
               END-IF
           END-PERFORM.
           IF WRK-IDX-VD-ACHADO > 0
               MOVE WRK-IDX-VD-ACHADO TO WRK-IDX-VENDEDOR
           ELSE
               IF WRK-QTD-VENDEDORES < 500
                   ADD 1 TO WRK-QTD-VENDEDORES
                   MOVE WRK-QTD-VENDEDORES TO WRK-IDX-VENDEDOR
                   MOVE WRK-LOJA
                       TO WRK-VD-LOJA      (WRK-IDX-VENDEDOR)
                   MOVE WRK-VENDEDOR
                       TO WRK-VD-VENDEDOR  (WRK-IDX-VENDEDOR)
                   MOVE ZEROS TO WRK-VD-META      (WRK-IDX-VENDEDOR)
                   MOVE ZEROS TO WRK-VD-REALIZADO (WRK-IDX-VENDEDOR)
               ELSE
                   DISPLAY 'MAIS DE 500 VENDEDORES - VENDEDOR '
                           WRK-VENDEDOR ' FORA DO ACOMPANHAMENTO'
                   MOVE ZEROS TO WRK-IDX-VENDEDOR
               END-IF
           END-IF.

      *>*********************************************
       300000-ACUMULAR-REALIZADO.
      *>*********************************************
           OPEN INPUT SALESSUM.
           IF WRK-SALESSUM-STATUS = '00'
               PERFORM 310000-LER-SALESSUM
                   UNTIL WRK-SALESSUM-STATUS = '10'
               CLOSE SALESSUM
           ELSE
               DISPLAY 'SALESSUM INDISPONIVEL - STATUS '
                       WRK-SALESSUM-STATUS
           END-IF.

           OPEN INPUT COMHIST.
           IF WRK-COMHIST-STATUS = '00'
               PERFORM 320000-LER-COMHIST
                   UNTIL WRK-COMHIST-STATUS = '10'
               CLOSE COMHIST
           ELSE
               DISPLAY 'COMHIST INDISPONIVEL - STATUS '
                       WRK-COMHIST-STATUS
           END-IF.

      *>*********************************************
       310000-LER-SALESSUM.
      *>*********************************************
           READ SALESSUM
               AT END
                   CONTINUE
               NOT AT END
                   IF SS-DATA (1:6) = WRK-MES-BASE
                       AND SS-DATA <= WRK-DATA-PROCESSO
                       MOVE SS-LOJA TO WRK-LOJA
                       PERFORM 220000-LOCALIZAR-LOJA
                       IF WRK-IDX-LOJA > 0
                           ADD SS-TOTAL
                               TO WRK-LJ-REALIZADO (WRK-IDX-LOJA)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       320000-LER-COMHIST.
      *>*********************************************
           READ COMHIST
               AT END
                   CONTINUE
               NOT AT END
                   IF CH-DATA (1:6) = WRK-MES-BASE
                       AND CH-DATA <= WRK-DATA-PROCESSO
                       MOVE CH-LOJA     TO WRK-LOJA
                       MOVE CH-VENDEDOR TO WRK-VENDEDOR
                       PERFORM 230000-LOCALIZAR-VENDEDOR
                       IF WRK-IDX-VENDEDOR > 0
                           ADD CH-TOTAL-VENDAS
                               TO WRK-VD-REALIZADO (WRK-IDX-VENDEDOR)
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       400000-EMITIR-RELATORIO.
      *>*********************************************
           MOVE SPACES TO METARPT-LINHA.
           STRING 'ACOMPANHAMENTO DE METAS - MES ' WRK-MES-BASE
                  ' - POSICAO EM ' WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO METARPT-LINHA
           END-STRING.
           WRITE METARPT-LINHA.
           MOVE SPACES TO METARPT-LINHA.
           STRING 'DIAS UTEIS DECORRIDOS ' WRK-DIAS-DECORRIDOS
                  '  RESTANTES ' WRK-DIAS-RESTANTES
               DELIMITED BY SIZE INTO METARPT-LINHA
           END-STRING.
           WRITE METARPT-LINHA.

           MOVE SPACES TO METARPT-LINHA.
           WRITE METARPT-LINHA.
           MOVE 'METAS POR LOJA' TO METARPT-LINHA.
           WRITE METARPT-LINHA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
               MOVE WRK-LJ-META (WRK-IDX-LOJA)      TO WRK-META
               MOVE WRK-LJ-REALIZADO (WRK-IDX-LOJA) TO WRK-REALIZADO
               MOVE WRK-LJ-LOJA (WRK-IDX-LOJA)      TO WRK-LOJA
               PERFORM 120000-CONTAR-DIAS-LOJA
               PERFORM 410000-CALCULAR-LINHA
               MOVE SPACES TO METARPT-LINHA
               STRING 'LOJA ' WRK-LJ-LOJA (WRK-IDX-LOJA)
                      ' META' WRK-META-ED
                      ' REAL' WRK-REAL-ED
                      ' ATING' WRK-PCT-ED '%'
                   DELIMITED BY SIZE INTO METARPT-LINHA
               END-STRING
               WRITE METARPT-LINHA
               PERFORM 420000-LINHA-PROJECAO
           END-PERFORM.

           MOVE SPACES TO METARPT-LINHA.
           WRITE METARPT-LINHA.
           MOVE 'METAS POR VENDEDOR' TO METARPT-LINHA.
           WRITE METARPT-LINHA.
           PERFORM VARYING WRK-IDX-VENDEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-VENDEDOR > WRK-QTD-VENDEDORES
               MOVE WRK-VD-META (WRK-IDX-VENDEDOR)      TO WRK-META
               MOVE WRK-VD-REALIZADO (WRK-IDX-VENDEDOR)
                   TO WRK-REALIZADO
               MOVE WRK-VD-LOJA (WRK-IDX-VENDEDOR) TO WRK-LOJA
               PERFORM 120000-CONTAR-DIAS-LOJA
               PERFORM 410000-CALCULAR-LINHA
               MOVE SPACES TO METARPT-LINHA
               STRING 'VEND ' WRK-VD-VENDEDOR (WRK-IDX-VENDEDOR)
                      ' ' WRK-VD-LOJA (WRK-IDX-VENDEDOR)
                      ' META' WRK-META-ED
                      ' REAL' WRK-REAL-ED
                      ' ATING' WRK-PCT-ED '%'
                   DELIMITED BY SIZE INTO METARPT-LINHA
               END-STRING
               WRITE METARPT-LINHA
               PERFORM 420000-LINHA-PROJECAO
           END-PERFORM.

      *>*********************************************
       410000-CALCULAR-LINHA.
      *>*********************************************
      *>   PROJECAO = REALIZADO + MEDIA POR DIA ABERTO DECORRIDO X
      *>   DIAS ABERTOS RESTANTES DA LOJA; SEM DIA ABERTO DECORRIDO,
      *>   FICA O REALIZADO
           IF WRK-DIAS-LJ-DECORR > 0
               COMPUTE WRK-PROJECAO ROUNDED =
                       WRK-REALIZADO +
                       (WRK-REALIZADO / WRK-DIAS-LJ-DECORR) *
                       WRK-DIAS-LJ-REST
           ELSE
               MOVE WRK-REALIZADO TO WRK-PROJECAO
           END-IF.
           MOVE ZEROS TO WRK-PCT-ATINGIDO.
           MOVE ZEROS TO WRK-PCT-PROJETADO.
           IF WRK-META > 0
               IF WRK-REALIZADO > 0
                   COMPUTE WRK-PCT-ATINGIDO ROUNDED =
                           WRK-REALIZADO * 100 / WRK-META
                       ON SIZE ERROR
                           MOVE 9999,99 TO WRK-PCT-ATINGIDO
                   END-COMPUTE
               END-IF
               IF WRK-PROJECAO > 0
                   COMPUTE WRK-PCT-PROJETADO ROUNDED =
                           WRK-PROJECAO * 100 / WRK-META
                       ON SIZE ERROR
                           MOVE 9999,99 TO WRK-PCT-PROJETADO
                   END-COMPUTE
               END-IF
               IF WRK-REALIZADO >= WRK-META
                   ADD 1 TO WRK-QTD-META-BATIDA
               END-IF
           END-IF.
           MOVE WRK-META          TO WRK-META-ED.
           MOVE WRK-REALIZADO     TO WRK-REAL-ED.
           MOVE WRK-PROJECAO      TO WRK-PROJ-ED.
           MOVE WRK-PCT-ATINGIDO  TO WRK-PCT-ED.
           MOVE WRK-PCT-PROJETADO TO WRK-PCT-PROJ-ED.

      *>*********************************************
       420000-LINHA-PROJECAO.
      *>*********************************************
           MOVE SPACES TO METARPT-LINHA.
           IF WRK-META > 0
               STRING '     PROJECAO FIM DO MES' WRK-PROJ-ED
                      '  PROJ/META' WRK-PCT-PROJ-ED '%'
                      ' DIAS ' WRK-DIAS-LJ-DECORR '/' WRK-DIAS-LJ-REST
                   DELIMITED BY SIZE INTO METARPT-LINHA
               END-STRING
           ELSE
               STRING '     PROJECAO FIM DO MES' WRK-PROJ-ED
                      '  SEM META NO MES'
                      ' DIAS ' WRK-DIAS-LJ-DECORR '/' WRK-DIAS-LJ-REST
                   DELIMITED BY SIZE INTO METARPT-LINHA
               END-STRING
           END-IF.
           WRITE METARPT-LINHA.

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           CLOSE METARPT.

           DISPLAY 'ACOMPANHAMENTO DE METAS EMITIDO - MES '
                   WRK-MES-BASE.
           DISPLAY 'LOJAS.............: ' WRK-QTD-LOJAS.
           DISPLAY 'VENDEDORES........: ' WRK-QTD-VENDEDORES.
           DISPLAY 'METAS JA BATIDAS..: ' WRK-QTD-META-BATIDA.

           MOVE 0 TO RETURN-CODE.

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

           MOVE 'METAREL'     TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'ACOMPANHAMENTO DE METAS EMITIDO' TO BL-DETALHE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
