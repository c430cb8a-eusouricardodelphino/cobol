      *> DO MES DA DATA DE PROCESSAMENTO E DO ACUMULADO DO ANO - O
      *> FECHAMENTO DEIXA DE TERMINAR NUMA PLANILHA. CONTA SEM LINHA
      *> DE DEMONSTRACAO NO PLANO E SOMADA NA LINHA '99' E APONTADA.
      *> OS VALORES VEM DO ARQUIVO DE SALDOS DIARIOS SALDODIA (DEBITOS
      *> E CREDITOS POR CONTA/DIA); SEM ELE O PROGRAMA SOMA O GLPOST.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - DRE E BALANCO PASSAM A SAIR POR EMPRESA
      *>              (GL-EMPRESA, BRANCO = PRINCIPAL '01'), COM A
      *>              RAZAO SOCIAL DO CADASTRO EMPRESAS
      *> 15/10/2026 - VALORES DO MES E DO ANO LIDOS DO SALDODIA
      *>              (SALDOS DIARIOS POR CONTA), COM RETORNO AO
      *>              GLPOST QUANDO O SALDODIA FALTAR
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
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT DEMORPT ASSIGN TO "DEMORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEMORPT-STATUS.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  PLANOCTA.
           COPY "PLANOCTA.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  DEMORPT
           RECORDING MODE IS F.
       01  DEMORPT-LINHA            PIC X(80).
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PLANOCTA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DEMORPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOST      PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOST      VALUE 'S'.
       77 WRK-USA-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOVTO      PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-MOVTO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-BASE        PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-BASE        PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-ACHADA    PIC X(01) VALUE 'N'.
       77 WRK-IDX-LN-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-CORRENTE  PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA-CORRENTE PIC X(02) VALUE SPACES.
       77 WRK-QTD-EMPRESAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-IDX-EM-ACHADA   PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-CONTA      PIC X(01) VALUE SPACES.
       77 WRK-LINHA-DEMO      PIC X(02) VALUE SPACES.
       77 WRK-LADO            PIC X(01) VALUE SPACES.
               10  WRK-PL-CONTA       PIC X(10).
               10  WRK-PL-TIPO        PIC X(01).
               10  WRK-PL-LINHA       PIC X(02).
      *>   UMA LINHA DE DEMONSTRACAO POR EMPRESA+TIPO+LINHA-DEMO,
      *>   COM OS SALDOS DO MES E DO ACUMULADO DO ANO (BALANCO USA O
      *>   ACUMULADO DE TODO O ARQUIVO LIDO)
       01 WRK-TABELA-LINHAS.
           05  WRK-LN-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TLN.
               10  WRK-LN-EMPRESA     PIC X(02).
               10  WRK-LN-TIPO        PIC X(01).
               10  WRK-LN-LINHA       PIC X(02).
               10  WRK-LN-MES         PIC S9(13)V99.
               10  WRK-LN-ANO         PIC S9(13)V99.
       01 WRK-TABELA-EMPRESAS.
           05  WRK-EMPRESA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-TEM.
               10  WRK-EM-CODIGO      PIC X(02).
               10  WRK-EM-RAZAO       PIC X(40).
               10  WRK-EM-QTD-LINHAS  PIC 9(03).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 100000-INICIALIZAR.

           IF WRK-USA-SALDODIA = 'S'
               PERFORM 250000-CLASSIFICAR-SALDOS
                   UNTIL WRK-FIM-SALDODIA = 'S'
           ELSE
               PERFORM 200000-CLASSIFICAR-LANCAMENTOS
                   UNTIL WRK-EOF-GLPOST
           END-IF.

      *>   DRE E BALANCO SAEM SEPARADOS POR EMPRESA
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF WRK-EM-QTD-LINHAS (WRK-IDX-EMPRESA) > 0
                   PERFORM 290000-EMITIR-EMPRESA
               END-IF
           END-PERFORM.

           PERFORM 500000-FINALIZAR.

           MOVE WRK-DATA-PROCESSO (1:4) TO WRK-ANO-BASE.

           PERFORM 110000-CARREGAR-PLANO.
           PERFORM 120000-CARREGAR-EMPRESAS.
           PERFORM 130000-ABRIR-SALDODIA.

           IF WRK-USA-SALDODIA = 'N'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                           WRK-GLPOST-STATUS
                   MOVE 'S' TO WRK-FIM-GLPOST
               END-IF
           END-IF.
           OPEN OUTPUT DEMORPT.

                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-EMPRESAS.
      *>*********************************************
      *>   O CADASTRO DE EMPRESAS DA A ORDEM E A RAZAO SOCIAL DAS
      *>   DEMONSTRACOES; SEM ELE, AS EMPRESAS SAEM NA ORDEM EM QUE
      *>   APARECEM NOS LANCAMENTOS, SO COM O CODIGO
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WRK-EMPRESAS-STATUS = '00'
               PERFORM 121000-LER-EMPRESA
                   UNTIL WRK-EMPRESAS-STATUS = '10'
               CLOSE EMPRESAS
           END-IF.

      *>*********************************************
       121000-LER-EMPRESA.
      *>*********************************************
           READ EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ES-CODIGO TO WRK-EMPRESA-CORRENTE
                   PERFORM 230000-LOCALIZAR-EMPRESA
                   MOVE ES-RAZAO-SOCIAL
                       TO WRK-EM-RAZAO (WRK-IDX-EMPRESA)
           END-READ.

      *>*********************************************
       130000-ABRIR-SALDODIA.
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
               DISPLAY 'SALDODIA INDISPONIVEL - VALORES SOMADOS DO '
                       'GLPOST'
           END-IF.

      *>*********************************************
       200000-CLASSIFICAR-LANCAMENTOS.
      *>*********************************************
               AT END
                   MOVE 'S' TO WRK-FIM-GLPOST
               NOT AT END
                   MOVE GL-DATA  TO WRK-DATA-MOVTO
                   MOVE GL-VALOR TO WRK-VALOR-MOVTO
                   MOVE GL-EMPRESA TO WRK-EMPRESA-CORRENTE
                   PERFORM 230000-LOCALIZAR-EMPRESA
                   MOVE 'D' TO WRK-LADO
                   MOVE GL-CONTA-DEBITO TO WRK-CONTA-CORRENTE
                   PERFORM 210000-SOMAR-LADO
               IF (WRK-TIPO-CONTA = 'A' AND WRK-LADO = 'D')
                   OR (WRK-TIPO-CONTA NOT = 'A'
                       AND WRK-LADO = 'C')
                   IF WRK-DATA-MOVTO (1:6) = WRK-MES-BASE
                       ADD WRK-VALOR-MOVTO
                           TO WRK-LN-MES (WRK-IDX-LINHA)
                   END-IF
                   IF WRK-DATA-MOVTO (1:4) = WRK-ANO-BASE
                       ADD WRK-VALOR-MOVTO
                           TO WRK-LN-ANO (WRK-IDX-LINHA)
                   END-IF
               ELSE
                   IF WRK-DATA-MOVTO (1:6) = WRK-MES-BASE
                       SUBTRACT WRK-VALOR-MOVTO
                           FROM WRK-LN-MES (WRK-IDX-LINHA)
                   END-IF
                   IF WRK-DATA-MOVTO (1:4) = WRK-ANO-BASE
                       SUBTRACT WRK-VALOR-MOVTO
                           FROM WRK-LN-ANO (WRK-IDX-LINHA)
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       250000-CLASSIFICAR-SALDOS.
      *>*********************************************
      *>   SO O MOVIMENTO DO ANO ENTRA NAS COLUNAS DO MES E DO ANO
           READ SALDODIA NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-SALDODIA
               NOT AT END
                   IF NOT SD-REGISTRO-CONTROLE
                      AND SD-DATA (1:4) = WRK-ANO-BASE
                       MOVE SD-DATA    TO WRK-DATA-MOVTO
                       MOVE SD-EMPRESA TO WRK-EMPRESA-CORRENTE
                       PERFORM 230000-LOCALIZAR-EMPRESA
                       MOVE SD-CONTA   TO WRK-CONTA-CORRENTE
                       IF SD-QTD-DEBITOS > 0
                           MOVE 'D' TO WRK-LADO
                           MOVE SD-DEBITOS TO WRK-VALOR-MOVTO
                           PERFORM 210000-SOMAR-LADO
                       END-IF
                       IF SD-QTD-CREDITOS > 0
                           MOVE 'C' TO WRK-LADO
                           MOVE SD-CREDITOS TO WRK-VALOR-MOVTO
                           PERFORM 210000-SOMAR-LADO
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       220000-LOCALIZAR-LINHA.
      *>*********************************************
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
               IF WRK-LN-TIPO (WRK-IDX-LINHA) = WRK-TIPO-CONTA
                   AND WRK-LN-LINHA (WRK-IDX-LINHA) = WRK-LINHA-DEMO
                   AND WRK-LN-EMPRESA (WRK-IDX-LINHA) =
                       WRK-EMPRESA-CORRENTE
                   MOVE 'S' TO WRK-LINHA-ACHADA
                   MOVE WRK-IDX-LINHA TO WRK-IDX-LN-ACHADA
                   MOVE WRK-QTD-LINHAS TO WRK-IDX-LINHA
           IF WRK-LINHA-ACHADA = 'S'
               MOVE WRK-IDX-LN-ACHADA TO WRK-IDX-LINHA
           ELSE
               IF WRK-QTD-LINHAS < 200
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE WRK-QTD-LINHAS TO WRK-IDX-LINHA
                   MOVE WRK-EMPRESA-CORRENTE
                       TO WRK-LN-EMPRESA (WRK-IDX-LINHA)
                   ADD 1 TO WRK-EM-QTD-LINHAS (WRK-IDX-EMPRESA)
                   MOVE WRK-TIPO-CONTA
                       TO WRK-LN-TIPO (WRK-IDX-LINHA)
                   MOVE WRK-LINHA-DEMO
               END-IF
           END-IF.

      *>*********************************************
       230000-LOCALIZAR-EMPRESA.
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
               MOVE ZEROS  TO WRK-EM-QTD-LINHAS (WRK-IDX-EMPRESA)
           END-IF.
           MOVE WRK-EM-CODIGO (WRK-IDX-EMPRESA)
               TO WRK-EMPRESA-CORRENTE.

      *>*********************************************
       290000-EMITIR-EMPRESA.
      *>*********************************************
           MOVE WRK-EM-CODIGO (WRK-IDX-EMPRESA) TO WRK-EMPRESA-CORRENTE.
           MOVE ZEROS TO WRK-TOT-DRE-MES WRK-TOT-DRE-ANO
                         WRK-TOT-ATIVO   WRK-TOT-PASSIVO.
           IF WRK-IDX-EMPRESA > 1
               MOVE SPACES TO DEMORPT-LINHA
               WRITE DEMORPT-LINHA
           END-IF.
           MOVE SPACES TO DEMORPT-LINHA.
           STRING 'EMPRESA ' WRK-EM-CODIGO (WRK-IDX-EMPRESA) ' - '
                  WRK-EM-RAZAO (WRK-IDX-EMPRESA)
               DELIMITED BY SIZE INTO DEMORPT-LINHA
           END-STRING.
           WRITE DEMORPT-LINHA.
           PERFORM 300000-EMITIR-DRE.
           PERFORM 400000-EMITIR-BALANCO.

      *>*********************************************
       300000-EMITIR-DRE.
      *>*********************************************
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
               IF WRK-LN-TIPO (WRK-IDX-LINHA) = 'R'
                   AND WRK-LN-EMPRESA (WRK-IDX-LINHA) =
                       WRK-EMPRESA-CORRENTE
                   PERFORM 310000-IMPRIMIR-LINHA
                   ADD WRK-LN-MES (WRK-IDX-LINHA)
                       TO WRK-TOT-DRE-MES
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
               IF WRK-LN-TIPO (WRK-IDX-LINHA) = 'A'
                   AND WRK-LN-EMPRESA (WRK-IDX-LINHA) =
                       WRK-EMPRESA-CORRENTE
                   PERFORM 310000-IMPRIMIR-LINHA
                   ADD WRK-LN-ANO (WRK-IDX-LINHA) TO WRK-TOT-ATIVO
               END-IF
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
               IF WRK-LN-TIPO (WRK-IDX-LINHA) = 'P'
                   AND WRK-LN-EMPRESA (WRK-IDX-LINHA) =
                       WRK-EMPRESA-CORRENTE
                   PERFORM 310000-IMPRIMIR-LINHA
                   ADD WRK-LN-ANO (WRK-IDX-LINHA) TO WRK-TOT-PASSIVO
               END-IF
      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
           IF WRK-USA-SALDODIA = 'S'
               CLOSE SALDODIA
           ELSE
               IF WRK-GLPOST-STATUS = '00' OR WRK-GLPOST-STATUS = '10'
                   CLOSE GLPOST
               END-IF
           END-IF.
           CLOSE DEMORPT.

           DISPLAY 'DEMONSTRACOES EMITIDAS - ' WRK-QTD-LINHAS
                   ' LINHAS EM ' WRK-QTD-EMPRESAS ' EMPRESA(S)'.
           IF WRK-QTD-SEM-LINHA > 0
               DISPLAY WRK-QTD-SEM-LINHA ' LANCAMENTOS EM CONTAS '
                       'FORA DO PLANO - VER LINHA 99'
