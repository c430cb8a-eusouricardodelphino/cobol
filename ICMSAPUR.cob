       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSAPUR.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = APURAR MENSALMENTE O ICMS SOBRE O FRETE DESTACADO
      *> PELO FRETEFAT (ARQUIVO ICMSMOV), SOMADO POR UF DE DESTINO,
      *> IMPRIMIR O RESUMO DA APURACAO, GRAVAR UMA GUIA POR UF NO
      *> GUIAPAG (TIPO 'ICMS') COM O VENCIMENTO NO DIA 09 DO MES
      *> SEGUINTE ROLADO PARA DIA UTIL (DIAUTIL) E LANCAR A BAIXA DO
      *> ICMS-RECOL CONTRA O CAIXA NO GLPOST NA DATA DO VENCIMENTO -
      *> MESMO TRATAMENTO DAS GUIAS DA FOLHA NO GUIAIMP. AS GUIAS
      *> SAEM NO CNPJ DA EMPRESA PRINCIPAL, QUE FATURA O FRETE.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - UF ALEM DA 30A E SOMADA NA ULTIMA DA TABELA SEM
      *>              APAGAR O CODIGO E OS TOTAIS QUE ELA JA TINHA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICMSMOV ASSIGN TO "ICMSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ICMSMOV-STATUS.
           SELECT GLPOST ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLPOST-STATUS.
           SELECT GUIAPAG ASSIGN TO "GUIAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GUIAPAG-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT ICMSRPT ASSIGN TO "ICMSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ICMSRPT-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ICMSMOV.
           COPY "ICMSMOV.CPY" IN 'COPYBOOKS'.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  GUIAPAG.
           COPY "GUIAPAG.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  ICMSRPT
           RECORDING MODE IS F.
       01  ICMSRPT-LINHA            PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-ICMSMOV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-GUIAPAG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ICMSRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ICMSMOV     PIC X(01) VALUE 'N'.
           88 WRK-EOF-ICMSMOV     VALUE 'S'.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-VENC        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-VENC        PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-VENCIMENTO.
           05 WRK-VENC-ANO        PIC 9(04).
           05 WRK-VENC-MES        PIC 9(02).
           05 WRK-VENC-DIA        PIC 9(02).
       01 WRK-DATA-VENC-NUM REDEFINES WRK-DATA-VENCIMENTO
                              PIC 9(08).
       77 WRK-CODIGO-PRINCIPAL PIC X(02) VALUE '01'.
       77 WRK-CNPJ-PRINCIPAL  PIC 9(14) VALUE ZEROS.
       77 WRK-TOT-BASE        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-PEDIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-UFS         PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-UF          PIC 9(02) VALUE ZEROS.
       77 WRK-UF-ACHADA       PIC X(01) VALUE 'N'.
       77 WRK-IDX-UF-ACHADA   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-GUIAS       PIC 9(02) VALUE ZEROS.
      *>   ICMS DA COMPETENCIA POR UF DE DESTINO - UMA GUIA POR UF
       01 WRK-TABELA-UFS.
           05  WRK-UF-ITEM OCCURS 30 TIMES
                   INDEXED BY WRK-IDX-TUF.
               10  WRK-UF-CODIGO      PIC X(02).
               10  WRK-UF-QTD         PIC 9(06).
               10  WRK-UF-BASE        PIC 9(12)V99.
               10  WRK-UF-ICMS        PIC 9(12)V99.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-VC-VALIDA          PIC X(01).
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           PERFORM 100000-INICIALIZAR.

           PERFORM 200000-ACUMULAR-MOVIMENTO UNTIL WRK-EOF-ICMSMOV.

           PERFORM 300000-EMITIR-APURACAO.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 400000-FINALIZAR.

           GOBACK.

      *>*********************************************
       100000-INICIALIZAR.
      *>*********************************************
           CALL 'DATALOTE' USING WRK-DATA-PROCESSO
           END-CALL.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-COMPETENCIA.

      *>   VENCIMENTO = DIA 09 DO MES SEGUINTE AO DA COMPETENCIA,
      *>   ROLADO PARA FRENTE SE CAIR EM FIM DE SEMANA OU FERIADO
           MOVE WRK-DATA-PROCESSO (1:4) TO WRK-ANO-VENC.
           MOVE WRK-DATA-PROCESSO (5:2) TO WRK-MES-VENC.
           IF WRK-MES-VENC = 12
               ADD 1 TO WRK-ANO-VENC
               MOVE 1 TO WRK-MES-VENC
           ELSE
               ADD 1 TO WRK-MES-VENC
           END-IF.
           MOVE WRK-ANO-VENC TO WRK-VENC-ANO.
           MOVE WRK-MES-VENC TO WRK-VENC-MES.
           MOVE 09           TO WRK-VENC-DIA.
           CALL 'DIAUTIL' USING WRK-DATA-VENC-NUM
           END-CALL.

           PERFORM 110000-OBTER-EMPRESA-PRINCIPAL.

           OPEN INPUT ICMSMOV.
           IF WRK-ICMSMOV-STATUS NOT = '00'
               DISPLAY 'ICMSMOV INDISPONIVEL - STATUS '
                       WRK-ICMSMOV-STATUS
               MOVE 'S' TO WRK-FIM-ICMSMOV
           END-IF.

      *>*********************************************
       110000-OBTER-EMPRESA-PRINCIPAL.
      *>*********************************************
           OPEN INPUT EMPRESAS.
           IF WRK-EMPRESAS-STATUS = '00'
               PERFORM 111000-LER-EMPRESA
                   UNTIL WRK-EMPRESAS-STATUS = '10'
               CLOSE EMPRESAS
           ELSE
               DISPLAY 'EMPRESAS INDISPONIVEL - GUIAS SAEM SEM CNPJ'
           END-IF.

      *>*********************************************
       111000-LER-EMPRESA.
      *>*********************************************
           READ EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   IF ES-EMPRESA-PRINCIPAL
                       MOVE ES-CODIGO TO WRK-CODIGO-PRINCIPAL
                       MOVE ES-CNPJ   TO WRK-CNPJ-PRINCIPAL
                   END-IF
           END-READ.

      *>*********************************************
       200000-ACUMULAR-MOVIMENTO.
      *>*********************************************
      *>   TODO PEDIDO FATURADO NA COMPETENCIA ENTRA NA APURACAO DA
      *>   UF DE DESTINO - O ICMSMOV SO RECEBE O PEDIDO UMA VEZ
           READ ICMSMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ICMSMOV
               NOT AT END
                   IF IV-DATA (1:6) = WRK-COMPETENCIA
                       AND IV-ICMS NUMERIC
                       PERFORM 210000-LOCALIZAR-UF
                       ADD 1       TO WRK-QTD-PEDIDOS
                       ADD 1       TO WRK-UF-QTD (WRK-IDX-UF)
                       ADD IV-BASE TO WRK-TOT-BASE
                       ADD IV-BASE TO WRK-UF-BASE (WRK-IDX-UF)
                       ADD IV-ICMS TO WRK-TOT-ICMS
                       ADD IV-ICMS TO WRK-UF-ICMS (WRK-IDX-UF)
                   END-IF
           END-READ.

      *>*********************************************
       210000-LOCALIZAR-UF.
      *>*********************************************
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF > WRK-QTD-UFS
               IF WRK-UF-CODIGO (WRK-IDX-UF) = IV-UF-DESTINO
                   MOVE 'S' TO WRK-UF-ACHADA
                   MOVE WRK-IDX-UF TO WRK-IDX-UF-ACHADA
                   MOVE WRK-QTD-UFS TO WRK-IDX-UF
               END-IF
           END-PERFORM.
           IF WRK-UF-ACHADA = 'S'
               MOVE WRK-IDX-UF-ACHADA TO WRK-IDX-UF
           ELSE
               IF WRK-QTD-UFS < 30
                   ADD 1 TO WRK-QTD-UFS
                   MOVE WRK-QTD-UFS TO WRK-IDX-UF
                   MOVE IV-UF-DESTINO TO WRK-UF-CODIGO (WRK-IDX-UF)
                   MOVE ZEROS TO WRK-UF-QTD (WRK-IDX-UF)
                                 WRK-UF-BASE (WRK-IDX-UF)
                                 WRK-UF-ICMS (WRK-IDX-UF)
               ELSE
                   DISPLAY 'MAIS DE 30 UFS - ' IV-UF-DESTINO
                           ' SOMADA NA ULTIMA DA TABELA'
                   MOVE WRK-QTD-UFS TO WRK-IDX-UF
               END-IF
           END-IF.

      *>*********************************************
       300000-EMITIR-APURACAO.
      *>*********************************************
           IF WRK-ICMSMOV-STATUS = '00' OR WRK-ICMSMOV-STATUS = '10'
               CLOSE ICMSMOV
           END-IF.

           OPEN OUTPUT ICMSRPT.
           MOVE SPACES TO ICMSRPT-LINHA.
           STRING 'APURACAO DO ICMS SOBRE FRETE - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO ICMSRPT-LINHA
           END-STRING.
           WRITE ICMSRPT-LINHA.
           MOVE SPACES TO ICMSRPT-LINHA.
           STRING 'EMPRESA ' WRK-CODIGO-PRINCIPAL
                  ' CNPJ ' WRK-CNPJ-PRINCIPAL
                  ' VENCIMENTO (DIA UTIL) ' WRK-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO ICMSRPT-LINHA
           END-STRING.
           WRITE ICMSRPT-LINHA.
           MOVE SPACES TO ICMSRPT-LINHA.
           WRITE ICMSRPT-LINHA.
           MOVE 'UF  PEDIDOS            BASE                ICMS'
               TO ICMSRPT-LINHA.
           WRITE ICMSRPT-LINHA.

           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF > WRK-QTD-UFS
               PERFORM 305000-IMPRIMIR-UF
           END-PERFORM.

           MOVE SPACES TO ICMSRPT-LINHA.
           WRITE ICMSRPT-LINHA.
           MOVE WRK-TOT-BASE TO CE-VALOR-EDITADO.
           MOVE SPACES TO ICMSRPT-LINHA.
           STRING 'TOTAL BASE.......... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ICMSRPT-LINHA
           END-STRING.
           WRITE ICMSRPT-LINHA.
           MOVE WRK-TOT-ICMS TO CE-VALOR-EDITADO.
           MOVE SPACES TO ICMSRPT-LINHA.
           STRING 'TOTAL ICMS.......... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO ICMSRPT-LINHA
           END-STRING.
           WRITE ICMSRPT-LINHA.
           CLOSE ICMSRPT.

           IF WRK-TOT-ICMS > 0
               PERFORM 310000-GRAVAR-SAIDAS-PROGRAMADAS
               PERFORM 320000-GRAVAR-GLPOST-BAIXA
           ELSE
               DISPLAY 'NENHUM ICMS SOBRE FRETE NA COMPETENCIA '
                       WRK-COMPETENCIA ' - GUIAS NAO EMITIDAS'
           END-IF.

      *>*********************************************
       305000-IMPRIMIR-UF.
      *>*********************************************
           MOVE SPACES TO ICMSRPT-LINHA.
           MOVE WRK-UF-CODIGO (WRK-IDX-UF) TO ICMSRPT-LINHA (1:2).
           MOVE WRK-UF-QTD (WRK-IDX-UF)    TO ICMSRPT-LINHA (5:6).
           MOVE WRK-UF-BASE (WRK-IDX-UF)   TO CE-VALOR-EDITADO.
           MOVE CE-VALOR-EDITADO           TO ICMSRPT-LINHA (12:20).
           MOVE WRK-UF-ICMS (WRK-IDX-UF)   TO CE-VALOR-EDITADO.
           MOVE CE-VALOR-EDITADO           TO ICMSRPT-LINHA (32:20).
           WRITE ICMSRPT-LINHA.

      *>*********************************************
       310000-GRAVAR-SAIDAS-PROGRAMADAS.
      *>*********************************************
      *>   A SAIDA PROGRAMADA ALIMENTA A POSICAO DIARIA DO TESOURAR;
      *>   UMA GUIA POR UF DE DESTINO, NO CNPJ DA EMPRESA PRINCIPAL
           OPEN EXTEND GUIAPAG.
           IF WRK-GUIAPAG-STATUS NOT = '00'
               OPEN OUTPUT GUIAPAG
           END-IF.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF > WRK-QTD-UFS
               IF WRK-UF-ICMS (WRK-IDX-UF) > 0
                   MOVE SPACES              TO GP-REGISTRO
                   MOVE WRK-DATA-VENC-NUM   TO GP-DATA-VENCIMENTO
                   MOVE 'ICMS'              TO GP-TIPO
                   MOVE WRK-COMPETENCIA     TO GP-COMPETENCIA
                   MOVE WRK-UF-ICMS (WRK-IDX-UF) TO GP-VALOR
                   STRING 'GUIA ICMS FRETE UF '
                          WRK-UF-CODIGO (WRK-IDX-UF)
                       DELIMITED BY SIZE INTO GP-DESCRICAO
                   END-STRING
                   MOVE WRK-CODIGO-PRINCIPAL TO GP-EMPRESA
                   MOVE WRK-CNPJ-PRINCIPAL   TO GP-CNPJ
                   WRITE GP-REGISTRO
                   ADD 1 TO WRK-QTD-GUIAS
               END-IF
           END-PERFORM.
           CLOSE GUIAPAG.

      *>*********************************************
       320000-GRAVAR-GLPOST-BAIXA.
      *>*********************************************
      *>   BAIXA DO PASSIVO NA DATA DO VENCIMENTO: O ICMS LANCADO
      *>   PELO FRETEFAT SAI DO A-RECOLHER CONTRA O CAIXA, UF A UF
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE SPACES TO GL-CENTRO-CUSTO.
           MOVE SPACES TO GL-EMPRESA.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF > WRK-QTD-UFS
               IF WRK-UF-ICMS (WRK-IDX-UF) > 0
                   MOVE WRK-DATA-VENC-NUM   TO GL-DATA
                   MOVE 'ICMS-RECOL'        TO GL-CONTA-DEBITO
                   MOVE 'CAIXA'             TO GL-CONTA-CREDITO
                   MOVE SPACES              TO GL-HISTORICO
                   STRING 'RECOLHIMENTO ICMS FRETE UF '
                          WRK-UF-CODIGO (WRK-IDX-UF)
                       DELIMITED BY SIZE INTO GL-HISTORICO
                   END-STRING
                   MOVE WRK-UF-ICMS (WRK-IDX-UF) TO GL-VALOR
                   PERFORM 325000-VALIDAR-CONTAS-GL
                   IF WRK-VC-PERIODO-OK NOT = 'N'
                       WRITE GL-REGISTRO
                       PERFORM 900000-TOTALIZAR-GLPOST
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GLPOST.

      *>*********************************************
       325000-VALIDAR-CONTAS-GL.
      *>*********************************************
           MOVE GL-DATA TO WRK-VC-DATA.
           MOVE 'ICMSAPUR' TO WRK-VC-PROGRAMA.
           MOVE GL-CONTA-DEBITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.
           MOVE GL-CONTA-CREDITO TO WRK-VC-CONTA.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       400000-FINALIZAR.
      *>*********************************************
           DISPLAY '========================='.
           DISPLAY 'APURACAO ICMS FRETE - ' WRK-COMPETENCIA.
           DISPLAY 'PEDIDOS APURADOS.....: ' WRK-QTD-PEDIDOS.
           MOVE WRK-TOT-ICMS TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL ICMS A RECOLHER: ' CE-VALOR-EDITADO.
           DISPLAY 'GUIAS POR UF.........: ' WRK-QTD-GUIAS.
           DISPLAY 'VENCIMENTO...........: ' WRK-DATA-VENCIMENTO.
           DISPLAY '========================='.

           MOVE 0 TO RETURN-CODE.

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

           MOVE 'ICMSAPUR'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'ICMS SOBRE FRETE APURADO POR UF' TO BL-DETALHE.
           MOVE WRK-HORA-INICIO TO BL-HORA-INICIO.
           WRITE BL-REGISTRO.

           CLOSE BATCHLOG.

      *>*********************************************
       900000-TOTALIZAR-GLPOST.
      *>*********************************************
           MOVE 'A'        TO TC-FUNCAO.
           MOVE 'GLPOST'   TO TC-ARQUIVO.
           MOVE GL-DATA    TO TC-DATA.
           MOVE 1          TO TC-QTD.
           MOVE GL-VALOR   TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.

      *>*********************************************
       910000-GRAVAR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   UM REGISTRO NO CTLTOT POR ARQUIVO E DATA GRAVADOS NESTA
      *>   EXECUCAO - O PASSO QUE LE O ARQUIVO CONFERE CONTRA ELE
           MOVE 'G'        TO TC-FUNCAO.
           MOVE 'ICMSAPUR' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
