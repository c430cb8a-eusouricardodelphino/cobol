       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOATU.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = MANTER O ARQUIVO DE SALDOS DIARIOS SALDODIA
      *> (INDEXADO POR EMPRESA/CONTA/CENTRO DE CUSTO/DATA) COM O
      *> MOVIMENTO DO GLPOST: CADA LANCAMENTO SOMA NO DEBITO DA CONTA
      *> DEBITADA E NO CREDITO DA CONTA CREDITADA, NO CENTRO E NA DATA
      *> DO LANCAMENTO. O REGISTRO DE CONTROLE DO SALDODIA GUARDA
      *> QUANTOS REGISTROS DO GLPOST JA FORAM SOMADOS - A RODADA PULA
      *> ESSES E SO ABSORVE O QUE FOI ACRESCENTADO DEPOIS, ENTAO PODE
      *> RODAR MAIS DE UMA VEZ NO MESMO DIA (NIGHTRUN ANTES DO
      *> BALANCETE, MONTHRUN ANTES DAS GUIAS E DOS RELATORIOS DO MES)
      *> SEM SOMAR EM DOBRO. O CONTROLE E REGRAVADO A CADA LANCAMENTO
      *> ABSORVIDO, PARA A RERODADA APOS ABEND RETOMAR DO PONTO.
      *> SALDODIA VAZIO (RECEM-DEFINIDO) E CARREGADO COM TODO O
      *> GLPOST. GLPOST MENOR QUE O JA ABSORVIDO (ARQUIVO TROCADO OU
      *> RESTAURADO) NAO E SOMADO: RC 8 E RECARGA DO SALDODIA.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - GLPOST CONFERIDO CONTRA O TOTAL DE CONTROLE
      *>              (CTLTOT) DA DATA DO LOTE ANTES DA ABSORCAO -
      *>              DIVERGENCIA TERMINA COM RC 16 E ALERTA
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
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOST      PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOST      VALUE 'S'.
       77 WRK-SALDODIA-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ABSORVIDOS  PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-LIDOS       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-NOVOS       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-INCLUIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALTERADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-LADO            PIC X(01) VALUE SPACES.
       77 WRK-EMPRESA-LANCTO  PIC X(02) VALUE SPACES.
       77 WRK-CONTA-LANCTO    PIC X(10) VALUE SPACES.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
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

           PERFORM 200000-ABSORVER-LANCAMENTOS UNTIL WRK-EOF-GLPOST.

           PERFORM 400000-FINALIZAR.

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
           MOVE 'SALDOATU'          TO TC-PROGRAMA.
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
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.

      *>   SALDODIA RECEM-DEFINIDO AINDA NAO ABRE EM I-O - A PRIMEIRA
      *>   ABERTURA EM OUTPUT O INICIALIZA VAZIO
           OPEN I-O SALDODIA.
           IF WRK-SALDODIA-STATUS NOT = '00'
               OPEN OUTPUT SALDODIA
               CLOSE SALDODIA
               OPEN I-O SALDODIA
           END-IF.
           IF WRK-SALDODIA-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR SALDODIA - STATUS '
                       WRK-SALDODIA-STATUS
               MOVE 'S' TO WRK-FIM-GLPOST
               MOVE 'SALDOATU'            TO ERR-PROGRAMA
               MOVE '100000-INICIALIZAR'  TO ERR-PARAGRAFO
               MOVE 'ABEND'               TO ERR-SEVERIDADE
               MOVE WRK-SALDODIA-STATUS   TO ERR-CODIGO
               MOVE 'FALHA AO ABRIR O ARQUIVO DE SALDOS DIARIOS'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-SALDODIA-ABERTO
               PERFORM 110000-LER-CONTROLE
           END-IF.

           IF WRK-SALDODIA-ABERTO = 'S'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                           WRK-GLPOST-STATUS
                   MOVE 'S' TO WRK-FIM-GLPOST
               END-IF
           END-IF.

      *>*********************************************
       110000-LER-CONTROLE.
      *>*********************************************
      *>   SEM REGISTRO DE CONTROLE O SALDODIA ESTA VAZIO - GRAVA O
      *>   CONTROLE ZERADO E ABSORVE O GLPOST DESDE O PRIMEIRO
           MOVE SPACES TO SD-REGISTRO.
           MOVE '**'   TO SD-EMPRESA.
           MOVE ZEROS  TO SD-DATA.
           READ SALDODIA
               INVALID KEY
                   MOVE ZEROS TO WRK-QTD-ABSORVIDOS
                   MOVE SPACES TO SD-REGISTRO
                   MOVE '**'   TO SD-EMPRESA
                   MOVE ZEROS  TO SD-DATA
                                  SD-CT-QTD-ABSORVIDOS
                                  SD-CT-DATA-ATUALIZACAO
                                  SD-CT-HORA-ATUALIZACAO
                   WRITE SD-REGISTRO
                   END-WRITE
                   DISPLAY 'SALDODIA SEM CONTROLE - CARGA COMPLETA '
                           'DO GLPOST'
               NOT INVALID KEY
                   MOVE SD-CT-QTD-ABSORVIDOS TO WRK-QTD-ABSORVIDOS
           END-READ.

      *>*********************************************
       200000-ABSORVER-LANCAMENTOS.
      *>*********************************************
           READ GLPOST
               AT END
                   MOVE 'S' TO WRK-FIM-GLPOST
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF WRK-QTD-LIDOS > WRK-QTD-ABSORVIDOS
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
           PERFORM 220000-ATUALIZAR-SALDO.
           MOVE 'C' TO WRK-LADO.
           MOVE GL-CONTA-CREDITO TO WRK-CONTA-LANCTO.
           PERFORM 220000-ATUALIZAR-SALDO.
           ADD 1 TO WRK-QTD-NOVOS.

      *>   PONTO DE RETOMADA: O LANCAMENTO JA ESTA NOS DOIS LADOS
           PERFORM 230000-GRAVAR-CONTROLE.

      *>*********************************************
       220000-ATUALIZAR-SALDO.
      *>*********************************************
           MOVE WRK-EMPRESA-LANCTO TO SD-EMPRESA.
           MOVE WRK-CONTA-LANCTO   TO SD-CONTA.
           MOVE GL-CENTRO-CUSTO    TO SD-CENTRO-CUSTO.
           MOVE GL-DATA            TO SD-DATA.
           READ SALDODIA
               INVALID KEY
                   MOVE ZEROS TO SD-DEBITOS SD-CREDITOS
                                 SD-QTD-DEBITOS SD-QTD-CREDITOS
                   MOVE SPACES TO SD-MOVIMENTO (53:10)
                   PERFORM 225000-SOMAR-LADO
                   WRITE SD-REGISTRO
                   END-WRITE
                   ADD 1 TO WRK-QTD-INCLUIDOS
               NOT INVALID KEY
                   PERFORM 225000-SOMAR-LADO
                   REWRITE SD-REGISTRO
                   END-REWRITE
                   ADD 1 TO WRK-QTD-ALTERADOS
           END-READ.

      *>*********************************************
       225000-SOMAR-LADO.
      *>*********************************************
           IF WRK-LADO = 'D'
               ADD GL-VALOR TO SD-DEBITOS
               ADD 1        TO SD-QTD-DEBITOS
           ELSE
               ADD GL-VALOR TO SD-CREDITOS
               ADD 1        TO SD-QTD-CREDITOS
           END-IF.
           MOVE WRK-DATA-PROCESSO TO SD-DATA-ATUALIZACAO.

      *>*********************************************
       230000-GRAVAR-CONTROLE.
      *>*********************************************
           MOVE SPACES TO SD-REGISTRO.
           MOVE '**'   TO SD-EMPRESA.
           MOVE ZEROS  TO SD-DATA.
           MOVE WRK-QTD-LIDOS     TO SD-CT-QTD-ABSORVIDOS.
           MOVE WRK-DATA-PROCESSO TO SD-CT-DATA-ATUALIZACAO.
           ACCEPT SD-CT-HORA-ATUALIZACAO FROM TIME.
           REWRITE SD-REGISTRO
           END-REWRITE.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           IF WRK-GLPOST-STATUS = '00' OR WRK-GLPOST-STATUS = '10'
               CLOSE GLPOST
           END-IF.
           IF WRK-SALDODIA-ABERTO = 'S'
               CLOSE SALDODIA
           END-IF.

      *>   GLPOST COM MENOS REGISTROS DO QUE O JA SOMADO NAO E O MESMO
      *>   ARQUIVO - OS SALDOS NAO BATEM MAIS COM ELE
           IF WRK-SALDODIA-ABERTO = 'S'
               AND WRK-QTD-LIDOS < WRK-QTD-ABSORVIDOS
               DISPLAY 'GLPOST COM ' WRK-QTD-LIDOS ' REGISTROS, MENOS '
                       'QUE OS ' WRK-QTD-ABSORVIDOS ' JA ABSORVIDOS'
               DISPLAY 'RECARREGAR O SALDODIA (REDEFINIR VAZIO E '
                       'RERODAR O SALDOATU)'
               MOVE 'SALDOATU'            TO ERR-PROGRAMA
               MOVE '400000-FINALIZAR'    TO ERR-PARAGRAFO
               MOVE 'ERRO'                TO ERR-SEVERIDADE
               MOVE 'GLMENR'              TO ERR-CODIGO
               MOVE 'GLPOST MENOR QUE O JA ABSORVIDO NO SALDODIA'
                   TO ERR-MENSAGEM
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'ATUALIZACAO DO SALDODIA'.
           DISPLAY 'REGISTROS DO GLPOST....: ' WRK-QTD-LIDOS.
           DISPLAY 'JA ABSORVIDOS ANTES....: ' WRK-QTD-ABSORVIDOS.
           DISPLAY 'LANCAMENTOS NOVOS......: ' WRK-QTD-NOVOS.
           DISPLAY 'SALDOS INCLUIDOS.......: ' WRK-QTD-INCLUIDOS.
           DISPLAY 'SALDOS ATUALIZADOS.....: ' WRK-QTD-ALTERADOS.
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

           MOVE 'SALDOATU'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           IF RETURN-CODE = 8
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'SALDODIA NAO ATUALIZADO - VER SYSOUT'
                   TO BL-DETALHE
           ELSE
               MOVE 'OK'   TO BL-STATUS
               MOVE 'SALDODIA ATUALIZADO COM O GLPOST'
                   TO BL-DETALHE
           END-IF.
           IF WRK-TOTAIS-DIVERGENTES = 'S'
               MOVE 'ERRO' TO BL-STATUS
               MOVE 'ENTRADA DIVERGE DO TOTAL DE CONTROLE'
                   TO BL-DETALHE
           END-IF.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.
