      *> NO MES, E IMPRIME OS SALDOS POR CONTA (BALANRPT) - A
      *> CONTABILIDADE PARA DE IMPORTAR O ARQUIVO CRU EM PLANILHA.
      *> AS DESCRICOES DAS CONTAS VEM DO PLANO DE CONTAS PLANOCTA
      *> QUANDO DISPONIVEL. NO MES ABERTO OS TOTAIS VEM DO ARQUIVO DE
      *> SALDOS DIARIOS SALDODIA (ATUALIZADO PELO SALDOATU ANTES DO
      *> BALANCETE); SEM ELE O PROGRAMA SOMA O GLPOST COMO ANTES.
      *> DATA 22/08/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *>              (SALDOANT DO GLCLOSE), SEM REVARRER O GLPOST -
      *>              OS TOTAIS DO DIA SAEM ZERADOS NESSE MODO, POIS
      *>              NAO HA MOVIMENTO NOVO NUM MES ENCERRADO
      *> 15/10/2026 - BALANCETE PASSA A SAIR POR EMPRESA (GL-EMPRESA
      *>              E SL-EMPRESA, BRANCO = PRINCIPAL '01'): UMA SECAO
      *>              POR EMPRESA COM TOTAIS E PROVA PROPRIOS, RAZAO
      *>              SOCIAL DO CADASTRO EMPRESAS, E RC 8 SE QUALQUER
      *>              EMPRESA NAO FECHAR
      *> 15/10/2026 - MES ABERTO PASSA A SER TOTALIZADO DO
      *>              SALDODIA (SALDOS DIARIOS POR CONTA), SEM
      *>              REVARRER O GLPOST - GLPOST SO QUANDO O
      *>              SALDODIA NAO ESTIVER DISPONIVEL
      *> 15/10/2026 - GLPOST CONFERIDO CONTRA O TOTAL DE CONTROLE
      *>              (CTLTOT) DA DATA DO LOTE ANTES DO BALANCETE -
      *>              DIVERGENCIA TERMINA COM RC 16 E ALERTA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT SALDODIA ASSIGN TO "SALDODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WRK-SALDODIA-STATUS.
           SELECT PLANOCTA ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANOCTA-STATUS.
           SELECT SALDOANT ASSIGN TO "SALDOANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDOANT-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT BALANRPT ASSIGN TO "BALANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BALANRPT-STATUS.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  PLANOCTA.
           COPY "PLANOCTA.CPY" IN 'COPYBOOKS'.
       FD  GLPERIOD.
           COPY "GLPERIOD.CPY" IN 'COPYBOOKS'.
       FD  SALDOANT.
           COPY "SALDOANT.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  BALANRPT
           RECORDING MODE IS F.
       01  BALANRPT-LINHA           PIC X(80).
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PLANOCTA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-GLPERIOD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALDOANT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MES-FECHADO     PIC X(01) VALUE 'N'.
           88 WRK-EH-MES-FECHADO  VALUE 'S'.
       77 WRK-FIM-AUXILIAR    PIC X(01) VALUE 'N'.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOST      PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOST      VALUE 'S'.
       77 WRK-USA-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOVTO      PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-MOVTO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONTAS      PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-ACHADA    PIC X(01) VALUE 'N'.
       77 WRK-IDX-CT-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-CORRENTE  PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA-CORRENTE PIC X(02) VALUE SPACES.
       77 WRK-QTD-EMPRESAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-IDX-EM-ACHADA   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-DEB-DIA     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CRE-DIA     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEB-MES     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-CONTAS.
           05  WRK-CONTA-ITEM OCCURS 200 TIMES
                   INDEXED BY WRK-IDX-TCT.
               10  WRK-CT-EMPRESA     PIC X(02).
               10  WRK-CT-CONTA       PIC X(10).
               10  WRK-CT-DEB-DIA     PIC 9(13)V99.
               10  WRK-CT-CRE-DIA     PIC 9(13)V99.
                   INDEXED BY WRK-IDX-TPL.
               10  WRK-PL-CONTA       PIC X(10).
               10  WRK-PL-DESCRICAO   PIC X(30).
       01 WRK-TABELA-EMPRESAS.
           05  WRK-EMPRESA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-TEM.
               10  WRK-EM-CODIGO      PIC X(02).
               10  WRK-EM-RAZAO       PIC X(40).
               10  WRK-EM-QTD-CONTAS  PIC 9(03).
               10  WRK-EM-DEB-DIA     PIC 9(13)V99.
               10  WRK-EM-CRE-DIA     PIC 9(13)V99.
               10  WRK-EM-DEB-MES     PIC 9(13)V99.
               10  WRK-EM-CRE-MES     PIC 9(13)V99.
      *>   CONFERENCIA DOS ARQUIVOS LIDOS CONTRA O TOTAL DE CONTROLE
      *>   GRAVADO POR QUEM OS PRODUZIU (SUBPROGRAMA CTLTOTAL)
       77 WRK-DATA-CONTROLE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-CONFERIDOS  PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-CONFERIDO PIC 9(15)V99 VALUE ZEROS.
       77 WRK-TOTAIS-DIVERGENTES PIC X(01) VALUE 'N'.
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 050000-CONFERIR-TOTAIS-CONTROLE.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               DISPLAY 'ARQUIVO DE ENTRADA NAO CONFERE COM O TOTAL DE '
                       'CONTROLE - PASSO NAO PROCESSADO'
               MOVE 16 TO RETURN-CODE
               PERFORM 410000-REGISTRAR-BATCHLOG
               GOBACK
           END-IF.

           PERFORM 100000-INICIALIZAR.

           IF WRK-USA-SALDODIA = 'S'
               PERFORM 250000-ACUMULAR-SALDOS
                   UNTIL WRK-FIM-SALDODIA = 'S'
           ELSE
               PERFORM 200000-ACUMULAR-LANCAMENTOS
                   UNTIL WRK-EOF-GLPOST
           END-IF.

           PERFORM 300000-EMITIR-BALANCETE.


           GOBACK.

      *>*********************************************
       050000-CONFERIR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   ANTES DE PROCESSAR, CADA ARQUIVO LIDO E CONTADO NA DATA
      *>   DO LOTE E CONFERIDO CONTRA O CTLTOT - ARQUIVO TRUNCADO OU
      *>   INCOMPLETO PARA O PASSO COM RC 16 E ALERTA AO OPERADOR
           CALL 'DATALOTE' USING WRK-DATA-CONTROLE
           END-CALL.
           MOVE 'N' TO WRK-TOTAIS-DIVERGENTES.
           PERFORM 051000-CONFERIR-GLPOST.

      *>*********************************************
       051000-CONFERIR-GLPOST.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CONFERIDOS.
           MOVE ZEROS TO WRK-VALOR-CONFERIDO.
           OPEN INPUT GLPOST.
           IF WRK-GLPOST-STATUS = '00'
               PERFORM 051100-CONTAR-GLPOST
                   UNTIL WRK-GLPOST-STATUS NOT = '00'
               CLOSE GLPOST
           END-IF.

           MOVE 'C'                 TO TC-FUNCAO.
           MOVE 'GLPOST'            TO TC-ARQUIVO.
           MOVE 'BALANCTE'          TO TC-PROGRAMA.
           MOVE WRK-DATA-CONTROLE   TO TC-DATA.
           MOVE WRK-QTD-CONFERIDOS  TO TC-QTD.
           MOVE WRK-VALOR-CONFERIDO TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
           IF NOT TC-TOTAIS-CONFEREM
               MOVE 'S' TO WRK-TOTAIS-DIVERGENTES
           END-IF.

      *>*********************************************
       051100-CONTAR-GLPOST.
      *>*********************************************
           READ GLPOST
               NOT AT END
                   IF GL-DATA = WRK-DATA-CONTROLE
                       ADD 1 TO WRK-QTD-CONFERIDOS
                       ADD GL-VALOR TO WRK-VALOR-CONFERIDO
                   END-IF
           END-READ.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           MOVE WRK-HOJE (1:6) TO WRK-MES-BASE.

           PERFORM 110000-CARREGAR-PLANO.
           PERFORM 140000-CARREGAR-EMPRESAS.
           PERFORM 120000-VERIFICAR-PERIODO.

           IF WRK-EH-MES-FECHADO
               MOVE 'S' TO WRK-FIM-GLPOST
               PERFORM 130000-CARREGAR-SALDOS-FECHADOS
           ELSE
               PERFORM 150000-ABRIR-SALDODIA
           END-IF.
           IF NOT WRK-EH-MES-FECHADO AND WRK-USA-SALDODIA = 'N'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                   MOVE 'S' TO WRK-FIM-AUXILIAR
               NOT AT END
                   IF SL-ANO-MES = WRK-MES-BASE
                       MOVE SL-EMPRESA TO WRK-EMPRESA-CORRENTE
                       MOVE SL-CONTA TO WRK-CONTA-CORRENTE
                       PERFORM 210000-LOCALIZAR-CONTA
                       MOVE SL-DEB-ACUM
                           TO WRK-CT-CRE-MES (WRK-IDX-CONTA)
                       ADD SL-DEB-ACUM TO WRK-TOT-DEB-MES
                       ADD SL-CRE-ACUM TO WRK-TOT-CRE-MES
                       ADD SL-DEB-ACUM
                           TO WRK-EM-DEB-MES (WRK-IDX-EMPRESA)
                       ADD SL-CRE-ACUM
                           TO WRK-EM-CRE-MES (WRK-IDX-EMPRESA)
                   END-IF
           END-READ.

      *>*********************************************
       140000-CARREGAR-EMPRESAS.
      *>*********************************************
      *>   O CADASTRO DE EMPRESAS DA A ORDEM E A RAZAO SOCIAL DAS
      *>   SECOES DO RELATORIO; SEM ELE, AS EMPRESAS SAEM NA ORDEM EM
      *>   QUE APARECEM NOS LANCAMENTOS, SO COM O CODIGO
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WRK-EMPRESAS-STATUS = '00'
               PERFORM 141000-LER-EMPRESA
                   UNTIL WRK-EMPRESAS-STATUS = '10'
               CLOSE EMPRESAS
           END-IF.

      *>*********************************************
       141000-LER-EMPRESA.
      *>*********************************************
           READ EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ES-CODIGO TO WRK-EMPRESA-CORRENTE
                   PERFORM 215000-LOCALIZAR-EMPRESA
                   MOVE ES-RAZAO-SOCIAL
                       TO WRK-EM-RAZAO (WRK-IDX-EMPRESA)
           END-READ.

      *>*********************************************
       150000-ABRIR-SALDODIA.
      *>*********************************************
      *>   SO USA O SALDODIA COM O REGISTRO DE CONTROLE PRESENTE (JA
      *>   CARREGADO PELO SALDOATU) - SENAO LE O GLPOST
           OPEN INPUT SALDODIA.
           IF WRK-SALDODIA-STATUS = '00'
               MOVE SPACES TO SD-REGISTRO
               MOVE '**'   TO SD-EMPRESA
               MOVE ZEROS  TO SD-DATA
               READ SALDODIA
                   INVALID KEY
                       CLOSE SALDODIA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-USA-SALDODIA
               END-READ
           END-IF.
           IF WRK-USA-SALDODIA = 'N'
               DISPLAY 'SALDODIA INDISPONIVEL - TOTAIS SOMADOS DO '
                       'GLPOST'
           END-IF.

      *>*********************************************
       200000-ACUMULAR-LANCAMENTOS.
      *>*********************************************
                   MOVE 'S' TO WRK-FIM-GLPOST
               NOT AT END
                   IF GL-DATA (1:6) = WRK-MES-BASE
                       MOVE GL-DATA  TO WRK-DATA-MOVTO
                       MOVE GL-VALOR TO WRK-VALOR-MOVTO
                       MOVE GL-EMPRESA      TO WRK-EMPRESA-CORRENTE
                       MOVE GL-CONTA-DEBITO TO WRK-CONTA-CORRENTE
                       PERFORM 220000-SOMAR-DEBITO
                       MOVE GL-EMPRESA       TO WRK-EMPRESA-CORRENTE
                       MOVE GL-CONTA-CREDITO TO WRK-CONTA-CORRENTE
                       PERFORM 225000-SOMAR-CREDITO
                   END-IF
           END-READ.

      *>*********************************************
       210000-LOCALIZAR-CONTA.
      *>*********************************************
      *>   CONTA E LOCALIZADA DENTRO DA EMPRESA CORRENTE; DEVOLVE
      *>   TAMBEM O INDICE DA EMPRESA EM WRK-IDX-EMPRESA
           PERFORM 215000-LOCALIZAR-EMPRESA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-CT-CONTA (WRK-IDX-CONTA) = WRK-CONTA-CORRENTE
                   AND WRK-CT-EMPRESA (WRK-IDX-CONTA) =
                       WRK-EMPRESA-CORRENTE
                   MOVE 'S' TO WRK-CONTA-ACHADA
                   MOVE WRK-IDX-CONTA TO WRK-IDX-CT-ACHADA
                   MOVE WRK-QTD-CONTAS TO WRK-IDX-CONTA
               MOVE WRK-QTD-CONTAS TO WRK-IDX-CONTA
               MOVE WRK-CONTA-CORRENTE
                   TO WRK-CT-CONTA (WRK-IDX-CONTA)
               MOVE WRK-EMPRESA-CORRENTE
                   TO WRK-CT-EMPRESA (WRK-IDX-CONTA)
               MOVE ZEROS TO WRK-CT-DEB-DIA (WRK-IDX-CONTA)
                              WRK-CT-CRE-DIA (WRK-IDX-CONTA)
                              WRK-CT-DEB-MES (WRK-IDX-CONTA)
                              WRK-CT-CRE-MES (WRK-IDX-CONTA)
               ADD 1 TO WRK-EM-QTD-CONTAS (WRK-IDX-EMPRESA)
           END-IF.

      *>*********************************************
       215000-LOCALIZAR-EMPRESA.
      *>*********************************************
      *>   EMPRESA EM BRANCO (LANCAMENTO ANTERIOR AO CAMPO OU ROTINA
      *>   CORPORATIVA) E A PRINCIPAL
           IF WRK-EMPRESA-CORRENTE = SPACES
               MOVE '01' TO WRK-EMPRESA-CORRENTE
           END-IF.
           MOVE 'N' TO WRK-EMPRESA-ACHADA.
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF WRK-EM-CODIGO (WRK-IDX-EMPRESA) =
                       WRK-EMPRESA-CORRENTE
                   MOVE 'S' TO WRK-EMPRESA-ACHADA
                   MOVE WRK-IDX-EMPRESA TO WRK-IDX-EM-ACHADA
                   MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA
               END-IF
           END-PERFORM.
           IF WRK-EMPRESA-ACHADA = 'S'
               MOVE WRK-IDX-EM-ACHADA TO WRK-IDX-EMPRESA
           ELSE
               IF WRK-QTD-EMPRESAS < 50
                   ADD 1 TO WRK-QTD-EMPRESAS
               ELSE
                   DISPLAY 'MAIS DE 50 EMPRESAS - ' WRK-EMPRESA-CORRENTE
                           ' SOMADA NA ULTIMA DA TABELA'
               END-IF
               MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA
               MOVE WRK-EMPRESA-CORRENTE
                   TO WRK-EM-CODIGO (WRK-IDX-EMPRESA)
               MOVE SPACES TO WRK-EM-RAZAO (WRK-IDX-EMPRESA)
               MOVE ZEROS  TO WRK-EM-QTD-CONTAS (WRK-IDX-EMPRESA)
                              WRK-EM-DEB-DIA (WRK-IDX-EMPRESA)
                              WRK-EM-CRE-DIA (WRK-IDX-EMPRESA)
                              WRK-EM-DEB-MES (WRK-IDX-EMPRESA)
                              WRK-EM-CRE-MES (WRK-IDX-EMPRESA)
           END-IF.

      *>*********************************************
       220000-SOMAR-DEBITO.
      *>*********************************************
           PERFORM 210000-LOCALIZAR-CONTA.
           ADD WRK-VALOR-MOVTO TO WRK-CT-DEB-MES (WRK-IDX-CONTA).
           ADD WRK-VALOR-MOVTO TO WRK-TOT-DEB-MES.
           ADD WRK-VALOR-MOVTO TO WRK-EM-DEB-MES (WRK-IDX-EMPRESA).
           IF WRK-DATA-MOVTO = WRK-HOJE
               ADD WRK-VALOR-MOVTO TO WRK-CT-DEB-DIA (WRK-IDX-CONTA)
               ADD WRK-VALOR-MOVTO TO WRK-TOT-DEB-DIA
               ADD WRK-VALOR-MOVTO
                   TO WRK-EM-DEB-DIA (WRK-IDX-EMPRESA)
           END-IF.

      *>*********************************************
       225000-SOMAR-CREDITO.
      *>*********************************************
           PERFORM 210000-LOCALIZAR-CONTA.
           ADD WRK-VALOR-MOVTO TO WRK-CT-CRE-MES (WRK-IDX-CONTA).
           ADD WRK-VALOR-MOVTO TO WRK-TOT-CRE-MES.
           ADD WRK-VALOR-MOVTO TO WRK-EM-CRE-MES (WRK-IDX-EMPRESA).
           IF WRK-DATA-MOVTO = WRK-HOJE
               ADD WRK-VALOR-MOVTO TO WRK-CT-CRE-DIA (WRK-IDX-CONTA)
               ADD WRK-VALOR-MOVTO TO WRK-TOT-CRE-DIA
               ADD WRK-VALOR-MOVTO
                   TO WRK-EM-CRE-DIA (WRK-IDX-EMPRESA)
           END-IF.

      *>*********************************************
       250000-ACUMULAR-SALDOS.
      *>*********************************************
      *>   CADA REGISTRO E O MOVIMENTO DE UM DIA DA CONTA NUM CENTRO -
      *>   OS CENTROS DA MESMA CONTA SE SOMAM NA LINHA DA CONTA
           READ SALDODIA NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-SALDODIA
               NOT AT END
                   IF NOT SD-REGISTRO-CONTROLE
                      AND SD-DATA (1:6) = WRK-MES-BASE
                       MOVE SD-DATA    TO WRK-DATA-MOVTO
                       IF SD-QTD-DEBITOS > 0
                           MOVE SD-EMPRESA  TO WRK-EMPRESA-CORRENTE
                           MOVE SD-CONTA    TO WRK-CONTA-CORRENTE
                           MOVE SD-DEBITOS  TO WRK-VALOR-MOVTO
                           PERFORM 220000-SOMAR-DEBITO
                       END-IF
                       IF SD-QTD-CREDITOS > 0
                           MOVE SD-EMPRESA  TO WRK-EMPRESA-CORRENTE
                           MOVE SD-CONTA    TO WRK-CONTA-CORRENTE
                           MOVE SD-CREDITOS TO WRK-VALOR-MOVTO
                           PERFORM 225000-SOMAR-CREDITO
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       300000-EMITIR-BALANCETE.
      *>*********************************************
               END-STRING
               WRITE BALANRPT-LINHA
           END-IF.

      *>   UMA SECAO POR EMPRESA, COM A SUA PROPRIA PROVA; O GRUPO
      *>   SO FECHA SE TODAS AS EMPRESAS FECHAREM
           MOVE ZEROS TO WRK-QTD-DIVERGENTES.
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF WRK-EM-QTD-CONTAS (WRK-IDX-EMPRESA) > 0
                   PERFORM 305000-EMITIR-EMPRESA
               END-IF
           END-PERFORM.

           MOVE SPACES TO BALANRPT-LINHA.
           WRITE BALANRPT-LINHA.
           MOVE SPACES TO BALANRPT-LINHA.
           STRING '==== TOTAIS GERAIS (TODAS AS EMPRESAS) ===='
               DELIMITED BY SIZE INTO BALANRPT-LINHA
           END-STRING.
           WRITE BALANRPT-LINHA.
           MOVE SPACES TO BALANRPT-LINHA.
           STRING 'TOTAIS DO DIA - DEBITOS ' WRK-TOT-DEB-DIA
                  ' CREDITOS ' WRK-TOT-CRE-DIA
               DELIMITED BY SIZE INTO BALANRPT-LINHA
           MOVE SPACES TO BALANRPT-LINHA.
           IF WRK-TOT-DEB-DIA = WRK-TOT-CRE-DIA
               AND WRK-TOT-DEB-MES = WRK-TOT-CRE-MES
               AND WRK-QTD-DIVERGENTES = 0
               STRING 'PROVA: DEBITOS = CREDITOS (DIA E MES) - OK'
                   DELIMITED BY SIZE INTO BALANRPT-LINHA
               END-STRING
           ELSE
               STRING 'PROVA: *** DEBITOS DIFERENTES DOS CREDITOS ***'
                      ' EMPRESAS DIVERGENTES: ' WRK-QTD-DIVERGENTES
                   DELIMITED BY SIZE INTO BALANRPT-LINHA
               END-STRING
           END-IF.
           WRITE BALANRPT-LINHA.

      *>*********************************************
       305000-EMITIR-EMPRESA.
      *>*********************************************
           MOVE SPACES TO BALANRPT-LINHA.
           WRITE BALANRPT-LINHA.
           MOVE SPACES TO BALANRPT-LINHA.
           STRING 'EMPRESA ' WRK-EM-CODIGO (WRK-IDX-EMPRESA) ' - '
                  WRK-EM-RAZAO (WRK-IDX-EMPRESA)
               DELIMITED BY SIZE INTO BALANRPT-LINHA
           END-STRING.
           WRITE BALANRPT-LINHA.
           MOVE SPACES TO BALANRPT-LINHA.
           STRING 'CONTA       DEBITOS MES    CREDITOS MES'
                  '    SALDO MES'
               DELIMITED BY SIZE INTO BALANRPT-LINHA
           END-STRING.
           WRITE BALANRPT-LINHA.

           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-CT-EMPRESA (WRK-IDX-CONTA) =
                       WRK-EM-CODIGO (WRK-IDX-EMPRESA)
                   PERFORM 310000-IMPRIMIR-CONTA
               END-IF
           END-PERFORM.

           MOVE SPACES TO BALANRPT-LINHA.
           STRING 'TOTAIS DO DIA - DEBITOS '
                  WRK-EM-DEB-DIA (WRK-IDX-EMPRESA)
                  ' CREDITOS ' WRK-EM-CRE-DIA (WRK-IDX-EMPRESA)
               DELIMITED BY SIZE INTO BALANRPT-LINHA
           END-STRING.
           WRITE BALANRPT-LINHA.
           MOVE SPACES TO BALANRPT-LINHA.
           STRING 'TOTAIS DO MES - DEBITOS '
                  WRK-EM-DEB-MES (WRK-IDX-EMPRESA)
                  ' CREDITOS ' WRK-EM-CRE-MES (WRK-IDX-EMPRESA)
               DELIMITED BY SIZE INTO BALANRPT-LINHA
           END-STRING.
           WRITE BALANRPT-LINHA.

           MOVE SPACES TO BALANRPT-LINHA.
           IF WRK-EM-DEB-DIA (WRK-IDX-EMPRESA) =
                   WRK-EM-CRE-DIA (WRK-IDX-EMPRESA)
               AND WRK-EM-DEB-MES (WRK-IDX-EMPRESA) =
                   WRK-EM-CRE-MES (WRK-IDX-EMPRESA)
               STRING 'PROVA DA EMPRESA: DEBITOS = CREDITOS - OK'
                   DELIMITED BY SIZE INTO BALANRPT-LINHA
               END-STRING
           ELSE
               ADD 1 TO WRK-QTD-DIVERGENTES
               STRING 'PROVA DA EMPRESA: *** DEBITOS DIFERENTES DOS '
                      'CREDITOS ***'
                   DELIMITED BY SIZE INTO BALANRPT-LINHA
               END-STRING
           END-IF.
      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-USA-SALDODIA = 'S'
               CLOSE SALDODIA
           END-IF.
           IF NOT WRK-EH-MES-FECHADO AND WRK-USA-SALDODIA = 'N'
               IF WRK-GLPOST-STATUS = '00'
                   OR WRK-GLPOST-STATUS = '10'
                   CLOSE GLPOST

           IF WRK-TOT-DEB-DIA = WRK-TOT-CRE-DIA
               AND WRK-TOT-DEB-MES = WRK-TOT-CRE-MES
               AND WRK-QTD-DIVERGENTES = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'BALANCETE NAO FECHOU - DEBITOS DIFERENTES '
                       'DOS CREDITOS EM ' WRK-QTD-DIVERGENTES
                       ' EMPRESA(S)'
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'BALANCETE EMITIDO - ' WRK-QTD-CONTAS ' CONTAS EM '
                   WRK-QTD-EMPRESAS ' EMPRESA(S)'.

           PERFORM 410000-REGISTRAR-BATCHLOG.

               MOVE 'BALANCETE NAO FECHOU - DEBITO X CREDITO'
                   TO BL-DETALHE
           END-IF.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'ENTRADA DIVERGE DO TOTAL DE CONTROLE'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

