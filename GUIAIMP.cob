      *> BAIXA DO PASSIVO NO GLPOST NA DATA DO VENCIMENTO E GRAVAR A
      *> SAIDA PROGRAMADA NO GUIAPAG, QUE O TESOURAR ABSORVE NA
      *> POSICAO DIARIA - O CAIXA ENXERGA O DESEMBOLSO ANTES DO
      *> VENCIMENTO. OS CREDITOS DA COMPETENCIA VEM DO ARQUIVO DE
      *> SALDOS DIARIOS SALDODIA; SEM ELE O PROGRAMA SOMA O GLPOST.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - NOVA GUIA DE FGTS: OS CREDITOS EM FGTS-RECOL DA
      *>              COMPETENCIA (FOLHA, FERIAS, 13 E RESCISOES) SAO
      *>              CONSOLIDADOS COMO OS DE INSS/IRRF, COM O MESMO
      *>              VENCIMENTO, SAIDA PROGRAMADA TIPO 'FGTS' NO
      *>              GUIAPAG E BAIXA FGTS-RECOL CONTRA CAIXA
      *> 15/10/2026 - GUIAS POR EMPRESA: RETENCOES SOMADAS PELA EMPRESA
      *>              DO LANCAMENTO (BRANCO = PRINCIPAL '01'), RELATORIO
      *>              POR EMPRESA COM O CNPJ DO CADASTRO EMPRESAS, GUIAS
      *>              NO GUIAPAG COM GP-EMPRESA E GP-CNPJ E BAIXA NO
      *>              GLPOST NA EMPRESA DA GUIA
      *> 15/10/2026 - RETENCOES DA COMPETENCIA LIDAS DO SALDODIA
      *>              (SALDOS DIARIOS POR CONTA), COM RETORNO AO
      *>              GLPOST QUANDO O SALDODIA FALTAR
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - EMPRESA ALEM DA 20A E SOMADA NA ULTIMA DA TABELA
      *>              SEM APAGAR O CODIGO E OS TOTAIS QUE ELA JA TINHA
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
           SELECT GUIAPAG ASSIGN TO "GUIAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GUIAPAG-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT GUIARPT ASSIGN TO "GUIARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GUIARPT-STATUS.
       FILE SECTION.
       FD  GLPOST.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  SALDODIA.
           COPY "SALDODIA.CPY" IN 'COPYBOOKS'.
       FD  GUIAPAG.
           COPY "GUIAPAG.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  GUIARPT
           RECORDING MODE IS F.
       01  GUIARPT-LINHA            PIC X(80).
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-GLPOST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALDODIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-GUIAPAG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GUIARPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-GLPOST      PIC X(01) VALUE 'N'.
           88 WRK-EOF-GLPOST      VALUE 'S'.
       77 WRK-USA-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-SALDODIA    PIC X(01) VALUE 'N'.
       77 WRK-CONTA-MOVTO     PIC X(10) VALUE SPACES.
       77 WRK-VALOR-MOVTO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-MOVTO       PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-VENC        PIC 9(04) VALUE ZEROS.
                              PIC 9(08).
       77 WRK-TOT-INSS        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-LANCTOS     PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA-CORRENTE PIC X(02) VALUE SPACES.
       77 WRK-QTD-EMPRESAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-IDX-EM-ACHADA   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SEM-CNPJ    PIC 9(02) VALUE ZEROS.
      *>   RETENCOES DA COMPETENCIA POR EMPRESA - CADA EMPRESA
      *>   RECOLHE AS SUAS GUIAS NO PROPRIO CNPJ
       01 WRK-TABELA-EMPRESAS.
           05  WRK-EMPRESA-ITEM OCCURS 20 TIMES
                   INDEXED BY WRK-IDX-TEM.
               10  WRK-EM-CODIGO      PIC X(02).
               10  WRK-EM-RAZAO       PIC X(40).
               10  WRK-EM-CNPJ        PIC 9(14).
               10  WRK-EM-CADASTRADA  PIC X(01).
               10  WRK-EM-INSS        PIC 9(12)V99.
               10  WRK-EM-IRRF        PIC 9(12)V99.
               10  WRK-EM-FGTS        PIC 9(12)V99.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
           05  WRK-VC-DATA            PIC 9(08).
           05  WRK-VC-PERIODO-OK      PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 100000-INICIALIZAR.

           IF WRK-USA-SALDODIA = 'S'
               PERFORM 250000-ACUMULAR-SALDOS
                   UNTIL WRK-FIM-SALDODIA = 'S'
           ELSE
               PERFORM 200000-ACUMULAR-RETENCOES UNTIL WRK-EOF-GLPOST
           END-IF.

           PERFORM 300000-EMITIR-GUIAS.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 400000-FINALIZAR.

           GOBACK.
           CALL 'DIAUTIL' USING WRK-DATA-VENC-NUM
           END-CALL.

           PERFORM 110000-CARREGAR-EMPRESAS.
           PERFORM 120000-ABRIR-SALDODIA.

           IF WRK-USA-SALDODIA = 'N'
               OPEN INPUT GLPOST
               IF WRK-GLPOST-STATUS NOT = '00'
                   DISPLAY 'GLPOST INDISPONIVEL - STATUS '
                           WRK-GLPOST-STATUS
                   MOVE 'S' TO WRK-FIM-GLPOST
               END-IF
           END-IF.

      *>*********************************************
       110000-CARREGAR-EMPRESAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
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
                   MOVE ES-CODIGO TO WRK-EMPRESA-CORRENTE
                   PERFORM 210000-LOCALIZAR-EMPRESA
                   MOVE ES-RAZAO-SOCIAL
                       TO WRK-EM-RAZAO (WRK-IDX-EMPRESA)
                   MOVE ES-CNPJ
                       TO WRK-EM-CNPJ (WRK-IDX-EMPRESA)
                   MOVE 'S' TO WRK-EM-CADASTRADA (WRK-IDX-EMPRESA)
           END-READ.

      *>*********************************************
       120000-ABRIR-SALDODIA.
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
               DISPLAY 'SALDODIA INDISPONIVEL - RETENCOES SOMADAS DO '
                       'GLPOST'
           END-IF.

      *>*********************************************
      *>*********************************************
      *>   TODO CREDITO DE INSS-RECOL / IRRF-RECOL DA COMPETENCIA
      *>   ENTRA NA GUIA - TANTO FAZ SE VEIO DA FOLHA, DAS FERIAS OU
      *>   DO 13: O QUE FOI RETIDO DO FUNCIONARIO E DEVIDO AO FISCO;
      *>   O FGTS-RECOL E O DEPOSITO DA EMPRESA, COM A MULTA RESCISORIA.
      *>   CADA RETENCAO SOMA NA EMPRESA DO LANCAMENTO (GL-EMPRESA)
           READ GLPOST
               AT END
                   MOVE 'S' TO WRK-FIM-GLPOST
               NOT AT END
                   IF GL-DATA (1:6) = WRK-COMPETENCIA
                       AND (GL-CONTA-CREDITO = 'INSS-RECOL'
                            OR GL-CONTA-CREDITO = 'IRRF-RECOL'
                            OR GL-CONTA-CREDITO = 'FGTS-RECOL')
                       MOVE GL-EMPRESA       TO WRK-EMPRESA-CORRENTE
                       MOVE GL-CONTA-CREDITO TO WRK-CONTA-MOVTO
                       MOVE GL-VALOR         TO WRK-VALOR-MOVTO
                       MOVE 1                TO WRK-QTD-MOVTO
                       PERFORM 205000-SOMAR-RETENCAO
                   END-IF
           END-READ.

      *>*********************************************
       205000-SOMAR-RETENCAO.
      *>*********************************************
           PERFORM 210000-LOCALIZAR-EMPRESA.
           ADD WRK-QTD-MOVTO TO WRK-QTD-LANCTOS.
           EVALUATE WRK-CONTA-MOVTO
               WHEN 'INSS-RECOL'
                   ADD WRK-VALOR-MOVTO TO WRK-TOT-INSS
                   ADD WRK-VALOR-MOVTO
                       TO WRK-EM-INSS (WRK-IDX-EMPRESA)
               WHEN 'IRRF-RECOL'
                   ADD WRK-VALOR-MOVTO TO WRK-TOT-IRRF
                   ADD WRK-VALOR-MOVTO
                       TO WRK-EM-IRRF (WRK-IDX-EMPRESA)
               WHEN 'FGTS-RECOL'
                   ADD WRK-VALOR-MOVTO TO WRK-TOT-FGTS
                   ADD WRK-VALOR-MOVTO
                       TO WRK-EM-FGTS (WRK-IDX-EMPRESA)
           END-EVALUATE.

      *>*********************************************
       210000-LOCALIZAR-EMPRESA.
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
               IF WRK-QTD-EMPRESAS < 20
                   ADD 1 TO WRK-QTD-EMPRESAS
                   MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA
                   MOVE WRK-EMPRESA-CORRENTE
                       TO WRK-EM-CODIGO (WRK-IDX-EMPRESA)
                   MOVE SPACES TO WRK-EM-RAZAO (WRK-IDX-EMPRESA)
                   MOVE 'N'    TO WRK-EM-CADASTRADA (WRK-IDX-EMPRESA)
                   MOVE ZEROS  TO WRK-EM-CNPJ (WRK-IDX-EMPRESA)
                                  WRK-EM-INSS (WRK-IDX-EMPRESA)
                                  WRK-EM-IRRF (WRK-IDX-EMPRESA)
                                  WRK-EM-FGTS (WRK-IDX-EMPRESA)
               ELSE
                   DISPLAY 'MAIS DE 20 EMPRESAS - ' WRK-EMPRESA-CORRENTE
                           ' SOMADA NA ULTIMA DA TABELA'
                   MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA
               END-IF
           END-IF.

      *>*********************************************
       250000-ACUMULAR-SALDOS.
      *>*********************************************
      *>   MESMA REGRA DO GLPOST: OS CREDITOS DO DIA NAS CONTAS DE
      *>   RECOLHIMENTO; A QUANTIDADE DE LANCAMENTOS VEM DO SALDO
           READ SALDODIA NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-SALDODIA
               NOT AT END
                   IF NOT SD-REGISTRO-CONTROLE
                       AND SD-DATA (1:6) = WRK-COMPETENCIA
                       AND SD-QTD-CREDITOS > 0
                       AND (SD-CONTA = 'INSS-RECOL'
                            OR SD-CONTA = 'IRRF-RECOL'
                            OR SD-CONTA = 'FGTS-RECOL')
                       MOVE SD-EMPRESA      TO WRK-EMPRESA-CORRENTE
                       MOVE SD-CONTA        TO WRK-CONTA-MOVTO
                       MOVE SD-CREDITOS     TO WRK-VALOR-MOVTO
                       MOVE SD-QTD-CREDITOS TO WRK-QTD-MOVTO
                       PERFORM 205000-SOMAR-RETENCAO
                   END-IF
           END-READ.

      *>*********************************************
       300000-EMITIR-GUIAS.
      *>*********************************************
           IF WRK-USA-SALDODIA = 'S'
               CLOSE SALDODIA
           ELSE
               IF WRK-GLPOST-STATUS = '00' OR WRK-GLPOST-STATUS = '10'
                   CLOSE GLPOST
               END-IF
           END-IF.

           OPEN OUTPUT GUIARPT.
           END-STRING.
           WRITE GUIARPT-LINHA.


           MOVE ZEROS TO WRK-QTD-SEM-CNPJ.
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               IF WRK-EM-INSS (WRK-IDX-EMPRESA) > 0
                   OR WRK-EM-IRRF (WRK-IDX-EMPRESA) > 0
                   OR WRK-EM-FGTS (WRK-IDX-EMPRESA) > 0
                   PERFORM 305000-IMPRIMIR-GUIAS-EMPRESA
               END-IF
           END-PERFORM.

           MOVE SPACES TO GUIARPT-LINHA.
           WRITE GUIARPT-LINHA.
           MOVE WRK-TOT-INSS TO CE-VALOR-EDITADO.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'TOTAL INSS DO GRUPO. ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.

           MOVE WRK-TOT-IRRF TO CE-VALOR-EDITADO.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'TOTAL IRRF DO GRUPO. ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.

           MOVE WRK-TOT-FGTS TO CE-VALOR-EDITADO.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'TOTAL FGTS DO GRUPO. ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.
           CLOSE GUIARPT.

           IF WRK-TOT-INSS > 0 OR WRK-TOT-IRRF > 0
               OR WRK-TOT-FGTS > 0
               PERFORM 310000-GRAVAR-SAIDAS-PROGRAMADAS
               PERFORM 320000-GRAVAR-GLPOST-BAIXA
           ELSE
                       WRK-COMPETENCIA ' - GUIAS NAO EMITIDAS'
           END-IF.

      *>*********************************************
       305000-IMPRIMIR-GUIAS-EMPRESA.
      *>*********************************************
           MOVE SPACES TO GUIARPT-LINHA.
           WRITE GUIARPT-LINHA.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'EMPRESA ' WRK-EM-CODIGO (WRK-IDX-EMPRESA) ' - '
                  WRK-EM-RAZAO (WRK-IDX-EMPRESA)
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.
           MOVE SPACES TO GUIARPT-LINHA.
           IF WRK-EM-CADASTRADA (WRK-IDX-EMPRESA) = 'S'
               STRING 'CNPJ ' WRK-EM-CNPJ (WRK-IDX-EMPRESA)
                   DELIMITED BY SIZE INTO GUIARPT-LINHA
               END-STRING
           ELSE
               ADD 1 TO WRK-QTD-SEM-CNPJ
               STRING '*** EMPRESA FORA DO CADASTRO EMPRESAS - '
                      'CNPJ NAO INFORMADO ***'
                   DELIMITED BY SIZE INTO GUIARPT-LINHA
               END-STRING
               DISPLAY 'EMPRESA ' WRK-EM-CODIGO (WRK-IDX-EMPRESA)
                       ' COM RETENCOES E SEM CADASTRO EM EMPRESAS - '
                       'GUIAS SEM CNPJ'
           END-IF.
           WRITE GUIARPT-LINHA.

           MOVE WRK-EM-INSS (WRK-IDX-EMPRESA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'GUIA INSS........... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.

           MOVE WRK-EM-IRRF (WRK-IDX-EMPRESA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'GUIA IRRF........... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.

           MOVE WRK-EM-FGTS (WRK-IDX-EMPRESA) TO CE-VALOR-EDITADO.
           MOVE SPACES TO GUIARPT-LINHA.
           STRING 'GUIA FGTS........... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO GUIARPT-LINHA
           END-STRING.
           WRITE GUIARPT-LINHA.

      *>*********************************************
       310000-GRAVAR-SAIDAS-PROGRAMADAS.
      *>*********************************************
      *>   A SAIDA PROGRAMADA ALIMENTA A POSICAO DIARIA DO TESOURAR;
      *>   UMA GUIA POR TRIBUTO E POR EMPRESA, COM O CNPJ DA EMPRESA
           OPEN EXTEND GUIAPAG.
           IF WRK-GUIAPAG-STATUS NOT = '00'
               OPEN OUTPUT GUIAPAG
           END-IF.
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               PERFORM 311000-GRAVAR-GUIAS-EMPRESA
           END-PERFORM.
           CLOSE GUIAPAG.

      *>*********************************************
       311000-GRAVAR-GUIAS-EMPRESA.
      *>*********************************************
           IF WRK-EM-INSS (WRK-IDX-EMPRESA) > 0
               MOVE SPACES              TO GP-REGISTRO
               MOVE WRK-DATA-VENC-NUM   TO GP-DATA-VENCIMENTO
               MOVE 'INSS'              TO GP-TIPO
               MOVE WRK-COMPETENCIA     TO GP-COMPETENCIA
               MOVE WRK-EM-INSS (WRK-IDX-EMPRESA) TO GP-VALOR
               MOVE 'GUIA INSS DA COMPETENCIA' TO GP-DESCRICAO
               MOVE WRK-EM-CODIGO (WRK-IDX-EMPRESA) TO GP-EMPRESA
               MOVE WRK-EM-CNPJ (WRK-IDX-EMPRESA)   TO GP-CNPJ
               WRITE GP-REGISTRO
           END-IF.
           IF WRK-EM-IRRF (WRK-IDX-EMPRESA) > 0
               MOVE SPACES              TO GP-REGISTRO
               MOVE WRK-DATA-VENC-NUM   TO GP-DATA-VENCIMENTO
               MOVE 'IRRF'              TO GP-TIPO
               MOVE WRK-COMPETENCIA     TO GP-COMPETENCIA
               MOVE WRK-EM-IRRF (WRK-IDX-EMPRESA) TO GP-VALOR
               MOVE 'GUIA IRRF DA COMPETENCIA' TO GP-DESCRICAO
               MOVE WRK-EM-CODIGO (WRK-IDX-EMPRESA) TO GP-EMPRESA
               MOVE WRK-EM-CNPJ (WRK-IDX-EMPRESA)   TO GP-CNPJ
               WRITE GP-REGISTRO
           END-IF.
           IF WRK-EM-FGTS (WRK-IDX-EMPRESA) > 0
               MOVE SPACES              TO GP-REGISTRO
               MOVE WRK-DATA-VENC-NUM   TO GP-DATA-VENCIMENTO
               MOVE 'FGTS'              TO GP-TIPO
               MOVE WRK-COMPETENCIA     TO GP-COMPETENCIA
               MOVE WRK-EM-FGTS (WRK-IDX-EMPRESA) TO GP-VALOR
               MOVE 'GUIA FGTS DA COMPETENCIA' TO GP-DESCRICAO
               MOVE WRK-EM-CODIGO (WRK-IDX-EMPRESA) TO GP-EMPRESA
               MOVE WRK-EM-CNPJ (WRK-IDX-EMPRESA)   TO GP-CNPJ
               WRITE GP-REGISTRO
           END-IF.

      *>*********************************************
       320000-GRAVAR-GLPOST-BAIXA.
      *>*********************************************
      *>   BAIXA DO PASSIVO NA DATA DO VENCIMENTO: A OBRIGACAO
      *>   RETIDA SAI DO A-RECOLHER CONTRA O CAIXA, NA EMPRESA QUE
      *>   RECOLHE A GUIA
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE SPACES TO GL-CENTRO-CUSTO.
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
               PERFORM 321000-BAIXAR-GUIAS-EMPRESA
           END-PERFORM.
           CLOSE GLPOST.

      *>*********************************************
       321000-BAIXAR-GUIAS-EMPRESA.
      *>*********************************************
           MOVE WRK-EM-CODIGO (WRK-IDX-EMPRESA) TO GL-EMPRESA.
           IF WRK-EM-INSS (WRK-IDX-EMPRESA) > 0
               MOVE WRK-DATA-VENC-NUM   TO GL-DATA
               MOVE 'INSS-RECOL'        TO GL-CONTA-DEBITO
               MOVE 'CAIXA'             TO GL-CONTA-CREDITO
               MOVE 'RECOLHIMENTO INSS' TO GL-HISTORICO
               MOVE WRK-EM-INSS (WRK-IDX-EMPRESA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-EM-IRRF (WRK-IDX-EMPRESA) > 0
               MOVE WRK-DATA-VENC-NUM   TO GL-DATA
               MOVE 'IRRF-RECOL'        TO GL-CONTA-DEBITO
               MOVE 'CAIXA'             TO GL-CONTA-CREDITO
               MOVE 'RECOLHIMENTO IRRF' TO GL-HISTORICO
               MOVE WRK-EM-IRRF (WRK-IDX-EMPRESA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-EM-FGTS (WRK-IDX-EMPRESA) > 0
               MOVE WRK-DATA-VENC-NUM   TO GL-DATA
               MOVE 'FGTS-RECOL'        TO GL-CONTA-DEBITO
               MOVE 'CAIXA'             TO GL-CONTA-CREDITO
               MOVE 'RECOLHIMENTO FGTS' TO GL-HISTORICO
               MOVE WRK-EM-FGTS (WRK-IDX-EMPRESA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.

      *>*********************************************
       325000-VALIDAR-CONTAS-GL.
           DISPLAY 'TOTAL INSS A RECOLHER: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-IRRF TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL IRRF A RECOLHER: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-FGTS TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL FGTS A RECOLHER: ' CE-VALOR-EDITADO.
           DISPLAY 'VENCIMENTO...........: ' WRK-DATA-VENCIMENTO.
           DISPLAY 'EMPRESAS.............: ' WRK-QTD-EMPRESAS.
           IF WRK-QTD-SEM-CNPJ > 0
               DISPLAY 'EMPRESAS SEM CNPJ....: ' WRK-QTD-SEM-CNPJ
           END-IF.
           DISPLAY '========================='.

           MOVE 0 TO RETURN-CODE.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           MOVE 'OK'          TO BL-STATUS.
           MOVE 'GUIAS DE INSS/IRRF/FGTS CONSOLIDADAS' TO BL-DETALHE.
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
           MOVE 'GUIAIMP'  TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
