       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOVER.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = CONFERENCIA SEMANAL DO ARQUIVO DE SALDOS DIARIOS
      *> (SALDODIA) CONTRA O GLPOST: RECALCULA DO ZERO, NO ARQUIVO DE
      *> TRABALHO SALDOWRK, OS SALDOS DOS MESMOS LANCAMENTOS QUE O
      *> SALDOATU JA ABSORVEU (A QUANTIDADE GRAVADA NO REGISTRO DE
      *> CONTROLE) E CONFRONTA OS DOIS ARQUIVOS CHAVE A CHAVE. SALDO
      *> DIFERENTE, CHAVE SO NO SALDODIA OU SO NO RECALCULO SAEM NO
      *> SALDVRPT E DAO RC 8 - OS RELATORIOS CONTABEIS LEEM O SALDODIA
      *> E NAO PODEM CONVIVER COM DESVIO. A CORRECAO E A RECARGA DO
      *> SALDODIA (REDEFINIR VAZIO E RERODAR O SALDOATU).
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
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT SALDODIA ASSIGN TO "SALDODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WRK-SALDODIA-STATUS.
           SELECT SALDOWRK ASSIGN TO "SALDOWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-CHAVE
               FILE STATUS IS WRK-SALDOWRK-STATUS.
           SELECT SALDVRPT ASSIGN TO "SALDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDVRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
      *>   MESMO LEIAUTE DO SALDODIA (SALDODIA.CPY), SO A PARTE DE
      *>   MOVIMENTO - O TRABALHO NAO TEM REGISTRO DE CONTROLE
       FD  SALDOWRK.
       01  SW-REGISTRO.
           05  SW-CHAVE.
               10  SW-EMPRESA             PIC X(02).
               10  SW-CONTA               PIC X(10).
               10  SW-CENTRO-CUSTO        PIC X(06).
               10  SW-DATA                PIC 9(08).
           05  SW-DEBITOS                 PIC 9(13)V99.
           05  SW-CREDITOS                PIC 9(13)V99.
           05  SW-QTD-DEBITOS             PIC 9(07).
           05  SW-QTD-CREDITOS            PIC 9(07).
           05  FILLER                     PIC X(18).
       FD  SALDVRPT
           RECORDING MODE IS F.
       01  SALDVRPT-LINHA           PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALDOWRK-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALDVRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOST      PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOST      VALUE 'S'.
       77 WRK-FIM-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALDOWRK    PIC X(01) VALUE 'N'.
       77 WRK-ARQUIVOS-OK     PIC X(01) VALUE 'N'.
       77 WRK-SALDODIA-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ABSORVIDOS  PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-LIDOS       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-CHAVES      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIFERENCAS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SO-SALDO    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SO-RECALC   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DESVIOS     PIC 9(07) VALUE ZEROS.
       77 WRK-LADO            PIC X(01) VALUE SPACES.
       77 WRK-EMPRESA-LANCTO  PIC X(02) VALUE SPACES.
       77 WRK-CONTA-LANCTO    PIC X(10) VALUE SPACES.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01  WRK-DEBITO-EDITADO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CREDITO-EDITADO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DEB-REC-EDITADO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CRED-REC-EDITADO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           IF WRK-ARQUIVOS-OK = 'S'
               PERFORM 200000-RECALCULAR-SALDOS
                   UNTIL WRK-EOF-GLPOST
               PERFORM 300000-CONFRONTAR-SALDOS
           END-IF.

           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

           OPEN OUTPUT SALDVRPT.
           MOVE SPACES TO SALDVRPT-LINHA.
           STRING 'CONFERENCIA DO SALDODIA CONTRA O GLPOST - '
                  WRK-DATA-PROCESSO
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.

           OPEN INPUT SALDODIA.
           IF WRK-SALDODIA-STATUS NOT = '00'
               DISPLAY 'SALDODIA INDISPONIVEL - STATUS '
                       WRK-SALDODIA-STATUS
               MOVE 'SALDOVER'            TO ERR-PROGRAMA
               MOVE '100000-INICIALIZAR'  TO ERR-PARAGRAFO
               MOVE 'ERRO'                TO ERR-SEVERIDADE
               MOVE WRK-SALDODIA-STATUS   TO ERR-CODIGO
               MOVE 'ARQUIVO DE SALDOS DIARIOS NAO ABRIU'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-SALDODIA-ABERTO
               PERFORM 110000-LER-CONTROLE
           END-IF.

           IF WRK-ARQUIVOS-OK = 'S'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                           WRK-GLPOST-STATUS
                   MOVE 'N' TO WRK-ARQUIVOS-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *>   O TRABALHO E RECRIADO VAZIO A CADA CONFERENCIA
           IF WRK-ARQUIVOS-OK = 'S'
               OPEN OUTPUT SALDOWRK
               CLOSE SALDOWRK
               OPEN I-O SALDOWRK
               IF WRK-SALDOWRK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALDOWRK - STATUS '
                           WRK-SALDOWRK-STATUS
                   MOVE 'N' TO WRK-ARQUIVOS-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *>*********************************************
       110000-LER-CONTROLE.
      *>*********************************************
           MOVE SPACES TO SD-REGISTRO.
           MOVE '**'   TO SD-EMPRESA.
           MOVE ZEROS  TO SD-DATA.
           READ SALDODIA
               INVALID KEY
                   DISPLAY 'SALDODIA SEM REGISTRO DE CONTROLE - '
                           'RODAR O SALDOATU'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE SD-CT-QTD-ABSORVIDOS TO WRK-QTD-ABSORVIDOS
                   MOVE 'S' TO WRK-ARQUIVOS-OK
                   MOVE SPACES TO SALDVRPT-LINHA
                   STRING 'LANCAMENTOS ABSORVIDOS: '
                          WRK-QTD-ABSORVIDOS
                          ' - ULTIMA ATUALIZACAO '
                          SD-CT-DATA-ATUALIZACAO
                       DELIMITED BY SIZE INTO SALDVRPT-LINHA
                   END-STRING
                   WRITE SALDVRPT-LINHA
           END-READ.

      *>*********************************************
       200000-RECALCULAR-SALDOS.
      *>*********************************************
      *>   SO OS LANCAMENTOS QUE O SALDOATU JA SOMOU - O QUE ENTROU
      *>   NO GLPOST DEPOIS DA ULTIMA ATUALIZACAO NAO E DESVIO
           READ GLPOST
               AT END
                   MOVE 'S' TO WRK-FIM-GLPOST
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF WRK-QTD-LIDOS > WRK-QTD-ABSORVIDOS
                       MOVE 'S' TO WRK-FIM-GLPOST
                   ELSE
                       PERFORM 210000-SOMAR-LANCAMENTO
                   END-IF
           END-READ.

      *>*********************************************
       210000-SOMAR-LANCAMENTO.
      *>*********************************************
           MOVE GL-EMPRESA TO WRK-EMPRESA-LANCTO.
           IF WRK-EMPRESA-LANCTO = SPACES
               MOVE '01' TO WRK-EMPRESA-LANCTO
           END-IF.
           MOVE 'D' TO WRK-LADO.
           MOVE GL-CONTA-DEBITO TO WRK-CONTA-LANCTO.
           PERFORM 220000-ATUALIZAR-TRABALHO.
           MOVE 'C' TO WRK-LADO.
           MOVE GL-CONTA-CREDITO TO WRK-CONTA-LANCTO.
           PERFORM 220000-ATUALIZAR-TRABALHO.

      *>*********************************************
       220000-ATUALIZAR-TRABALHO.
      *>*********************************************
           MOVE WRK-EMPRESA-LANCTO TO SW-EMPRESA.
           MOVE WRK-CONTA-LANCTO   TO SW-CONTA.
           MOVE GL-CENTRO-CUSTO    TO SW-CENTRO-CUSTO.
           MOVE GL-DATA            TO SW-DATA.
           READ SALDOWRK
               INVALID KEY
                   MOVE ZEROS TO SW-DEBITOS SW-CREDITOS
                                 SW-QTD-DEBITOS SW-QTD-CREDITOS
                   PERFORM 225000-SOMAR-LADO
                   WRITE SW-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 225000-SOMAR-LADO
                   REWRITE SW-REGISTRO
                   END-REWRITE
           END-READ.

      *>*********************************************
       225000-SOMAR-LADO.
      *>*********************************************
           IF WRK-LADO = 'D'
               ADD GL-VALOR TO SW-DEBITOS
               ADD 1        TO SW-QTD-DEBITOS
           ELSE
               ADD GL-VALOR TO SW-CREDITOS
               ADD 1        TO SW-QTD-CREDITOS
           END-IF.

      *>*********************************************
       300000-CONFRONTAR-SALDOS.
      *>*********************************************
      *>   BALANCE LINE DOS DOIS INDEXADOS NA ORDEM DA CHAVE - O
      *>   REGISTRO DE CONTROLE ('**') E O PRIMEIRO DO SALDODIA E E
      *>   PULADO NA PRIMEIRA LEITURA
           MOVE LOW-VALUES TO SD-CHAVE.
           START SALDODIA KEY NOT LESS THAN SD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALDODIA
           END-START.
           PERFORM 310000-LER-SALDODIA.
           IF WRK-FIM-SALDODIA = 'N' AND SD-REGISTRO-CONTROLE
               PERFORM 310000-LER-SALDODIA
           END-IF.

           MOVE LOW-VALUES TO SW-CHAVE.
           START SALDOWRK KEY NOT LESS THAN SW-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALDOWRK
           END-START.
           PERFORM 320000-LER-SALDOWRK.

           PERFORM 330000-COMPARAR-CHAVE
               UNTIL WRK-FIM-SALDODIA = 'S'
                 AND WRK-FIM-SALDOWRK = 'S'.

      *>*********************************************
       310000-LER-SALDODIA.
      *>*********************************************
           IF WRK-FIM-SALDODIA = 'N'
               READ SALDODIA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-SALDODIA
               END-READ
           END-IF.

      *>*********************************************
       320000-LER-SALDOWRK.
      *>*********************************************
           IF WRK-FIM-SALDOWRK = 'N'
               READ SALDOWRK NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-SALDOWRK
               END-READ
           END-IF.

      *>*********************************************
       330000-COMPARAR-CHAVE.
      *>*********************************************
           EVALUATE TRUE
               WHEN WRK-FIM-SALDOWRK = 'S'
                   PERFORM 340000-CHAVE-SO-NO-SALDO
                   PERFORM 310000-LER-SALDODIA
               WHEN WRK-FIM-SALDODIA = 'S'
                   PERFORM 350000-CHAVE-SO-NO-RECALCULO
                   PERFORM 320000-LER-SALDOWRK
               WHEN SD-CHAVE < SW-CHAVE
                   PERFORM 340000-CHAVE-SO-NO-SALDO
                   PERFORM 310000-LER-SALDODIA
               WHEN SD-CHAVE > SW-CHAVE
                   PERFORM 350000-CHAVE-SO-NO-RECALCULO
                   PERFORM 320000-LER-SALDOWRK
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CHAVES
                   IF SD-DEBITOS      NOT = SW-DEBITOS
                   OR SD-CREDITOS     NOT = SW-CREDITOS
                   OR SD-QTD-DEBITOS  NOT = SW-QTD-DEBITOS
                   OR SD-QTD-CREDITOS NOT = SW-QTD-CREDITOS
                       PERFORM 360000-SALDO-DIFERENTE
                   END-IF
                   PERFORM 310000-LER-SALDODIA
                   PERFORM 320000-LER-SALDOWRK
           END-EVALUATE.

      *>*********************************************
       340000-CHAVE-SO-NO-SALDO.
      *>*********************************************
           ADD 1 TO WRK-QTD-SO-SALDO.
           MOVE SD-DEBITOS  TO WRK-DEBITO-EDITADO.
           MOVE SD-CREDITOS TO WRK-CREDITO-EDITADO.
           MOVE SPACES TO SALDVRPT-LINHA.
           STRING 'SO NO SALDODIA  ' SD-EMPRESA ' ' SD-CONTA ' '
                  SD-CENTRO-CUSTO ' ' SD-DATA
                  ' D ' WRK-DEBITO-EDITADO
                  ' C ' WRK-CREDITO-EDITADO
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.

      *>*********************************************
       350000-CHAVE-SO-NO-RECALCULO.
      *>*********************************************
           ADD 1 TO WRK-QTD-SO-RECALC.
           MOVE SW-DEBITOS  TO WRK-DEBITO-EDITADO.
           MOVE SW-CREDITOS TO WRK-CREDITO-EDITADO.
           MOVE SPACES TO SALDVRPT-LINHA.
           STRING 'FALTA NO SALDO  ' SW-EMPRESA ' ' SW-CONTA ' '
                  SW-CENTRO-CUSTO ' ' SW-DATA
                  ' D ' WRK-DEBITO-EDITADO
                  ' C ' WRK-CREDITO-EDITADO
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.

      *>*********************************************
       360000-SALDO-DIFERENTE.
      *>*********************************************
           ADD 1 TO WRK-QTD-DIFERENCAS.
           MOVE SD-DEBITOS  TO WRK-DEBITO-EDITADO.
           MOVE SD-CREDITOS TO WRK-CREDITO-EDITADO.
           MOVE SW-DEBITOS  TO WRK-DEB-REC-EDITADO.
           MOVE SW-CREDITOS TO WRK-CRED-REC-EDITADO.
           MOVE SPACES TO SALDVRPT-LINHA.
           STRING 'SALDO DIFERENTE ' SD-EMPRESA ' ' SD-CONTA ' '
                  SD-CENTRO-CUSTO ' ' SD-DATA
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.
           MOVE SPACES TO SALDVRPT-LINHA.
           STRING '   SALDODIA  D ' WRK-DEBITO-EDITADO
                  ' C ' WRK-CREDITO-EDITADO
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.
           MOVE SPACES TO SALDVRPT-LINHA.
           STRING '   RECALCULO D ' WRK-DEB-REC-EDITADO
                  ' C ' WRK-CRED-REC-EDITADO
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-ARQUIVOS-OK = 'S'
               CLOSE GLPOST
               CLOSE SALDOWRK
           END-IF.
           IF WRK-SALDODIA-ABERTO = 'S'
               CLOSE SALDODIA
           END-IF.

           IF WRK-ARQUIVOS-OK = 'S'
               AND WRK-QTD-LIDOS < WRK-QTD-ABSORVIDOS
               DISPLAY 'GLPOST COM MENOS REGISTROS QUE O ABSORVIDO '
                       'NO SALDODIA'
               MOVE SPACES TO SALDVRPT-LINHA
               STRING '*** GLPOST COM ' WRK-QTD-LIDOS
                      ' REGISTROS - SALDODIA ABSORVEU '
                      WRK-QTD-ABSORVIDOS
                   DELIMITED BY SIZE INTO SALDVRPT-LINHA
               END-STRING
               WRITE SALDVRPT-LINHA
               ADD 1 TO WRK-QTD-DESVIOS
           END-IF.

           ADD WRK-QTD-DIFERENCAS WRK-QTD-SO-SALDO WRK-QTD-SO-RECALC
               TO WRK-QTD-DESVIOS.

           MOVE SPACES TO SALDVRPT-LINHA.
           STRING 'CHAVES CONFERIDAS ' WRK-QTD-CHAVES
                  ' DIFERENTES ' WRK-QTD-DIFERENCAS
                  ' SO NO SALDODIA ' WRK-QTD-SO-SALDO
                  ' FALTANDO ' WRK-QTD-SO-RECALC
               DELIMITED BY SIZE INTO SALDVRPT-LINHA
           END-STRING.
           WRITE SALDVRPT-LINHA.
           CLOSE SALDVRPT.

           IF WRK-QTD-DESVIOS > 0
               DISPLAY 'SALDODIA COM DESVIO - VER SALDVRPT'
               MOVE 'SALDOVER'            TO ERR-PROGRAMA
               MOVE '400000-FINALIZAR'    TO ERR-PARAGRAFO
               MOVE 'ERRO'                TO ERR-SEVERIDADE
               MOVE 'DESVIO'              TO ERR-CODIGO
               MOVE 'SALDODIA DIVERGE DO RECALCULO DO GLPOST'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'CONFERENCIA DO SALDODIA'.
           DISPLAY 'LANCAMENTOS RECALCULADOS: ' WRK-QTD-ABSORVIDOS.
           DISPLAY 'CHAVES CONFERIDAS.......: ' WRK-QTD-CHAVES.
           DISPLAY 'SALDOS DIFERENTES.......: ' WRK-QTD-DIFERENCAS.
           DISPLAY 'SO NO SALDODIA..........: ' WRK-QTD-SO-SALDO.
           DISPLAY 'FALTANDO NO SALDODIA....: ' WRK-QTD-SO-RECALC.
           DISPLAY '========================='.

           PERFORM 410000-REGISTRAR-BATCHLOG.

      *>*********************************************
       410000-REGISTRAR-BATCHLOG.
      *>*********************************************
           ACCEPT WRK-HOJE-LOG  FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA-LOG FROM TIME.

           OPEN EXTEND BATCHLOG.
           IF WRK-BATCHLOG-STATUS NOT = '00'
               OPEN OUTPUT BATCHLOG
           END-IF.

           MOVE 'SALDOVER'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 8
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'SALDODIA COM DESVIO OU NAO CONFERIDO'
                   TO BL-DETALHE
           ELSE
               MOVE 'OK'   TO BL-STATUS
               MOVE 'SALDODIA CONFERE COM O GLPOST'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
