      *>              (TERMORSC) E AS VERBAS SAO LANCADAS NO GLPOST -
      *>              A TRILHA CONTABIL PASSA A BATER COM O QUE FOI
      *>              EFETIVAMENTE PAGO
      *> 15/10/2026 - FGTS NA RESCISAO: DEPOSITO DE 8% (CHAVE
      *>              FGTS-PCT DO FOLHAPAG) SOBRE SALDO DE SALARIO E
      *>              13 PROPORCIONAL SOMADO AO SALDO DO FGTSSALD E,
      *>              NA DISPENSA SEM JUSTA CAUSA (MV-MOTIVO-DESLIG),
      *>              MULTA DE 40% (CHAVE FGTS-MULTA-PCT) SOBRE O
      *>              SALDO - AMBOS NO TERMO E NO GLPOST (DESP-RESCI /
      *>              FGTS-RECOL, RECOLHIDOS PELA GUIA DO GUIAIMP); A
      *>              CONTA E MARCADA COMO SACADA
      *> 15/10/2026 - ADMISSAO GRAVA O CARGO (MV-CARGO); TRANSFERENCIA
      *>              E CORRECAO COM CARGO INFORMADO PROMOVEM. SALARIO
      *>              FORA DA FAIXA DO CARGO (CARGOMST) OU CARGO NAO
      *>              CADASTRADO REJEITA O MOVIMENTO - OU SO AVISA, COM
      *>              A CHAVE FAIXA-REJEITA DO EMPMOVTO ZERADA NO
      *>              PARMGER
      *> 15/10/2026 - AFASTAMENTO GRAVA NO CADASTRO A DATA DO
      *>              MOVIMENTO (MV-DATA-MOVIMENTO, ZERADA = DATA DO
      *>              LOTE) E O MOTIVO (MV-MOTIVO-AFAST), MANTIDOS NO
      *>              RETORNO - BASE DOS 15 DIAS PAGOS PELA FOLHA NO
      *>              AFASTAMENTO POR DOENCA
      *> 15/10/2026 - ADMISSAO GRAVA A OPCAO DE ADIANTAMENTO QUINZENAL
      *>              EM BRANCO (OPTANTE ATE A MANUTENCAO NO EMPMANUT)
      *> 15/10/2026 - QUITACAO DO CONSIGNADO NA RESCISAO: SALDO DEVEDOR
      *>              DO CRONOGRAMA EMPRCRON (SALDO INICIAL DA PRIMEIRA
      *>              PARCELA EM ABERTO, SEM OS JUROS FUTUROS; SEM
      *>              CRONOGRAMA, VALOR PRESENTE DAS PARCELAS RESTANTES
      *>              PELA TAXA DO CONTRATO) DESCONTADO DAS VERBAS ATE
      *>              O LIMITE LEGAL (CHAVE CONSIG-PCT-RESC DO EMPMOVTO,
      *>              35%). O CONTRATO SAI DA FOLHA (EMPRESTA 'Q', OU
      *>              'R' COM SALDO REMANESCENTE), AS PARCELAS ABERTAS
      *>              SAO MARCADAS NO CRONOGRAMA, O DESCONTO E LANCADO
      *>              NO GLPOST (SAL-A-PAGAR / CONSIG-PAG) E O
      *>              REMANESCENTE VAI AO RELATORIO CONSIRSC DO BANCO
      *> 15/10/2026 - ADMISSAO E TRANSFERENCIA GRAVAM NO CADASTRO A
      *>              EMPRESA DO DEPARTAMENTO (DM-EMPRESA NO
      *>              EMP-EMPRESA); LANCAMENTOS DA RESCISAO NO GLPOST
      *>              CARIMBADOS COM A EMPRESA DO FUNCIONARIO
      *>              (GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - DESLIGAMENTO TAMBEM GRAVA A DATA DO MOVIMENTO EM
      *>              EMP-DATA-AFASTAMENTO (ZERADA = DATA DO LOTE) - E
      *>              A DATA DE SAIDA DA QUAL O ANONIMIZ CONTA A
      *>              RETENCAO DOS DADOS PESSOAIS
      *> 15/10/2026 - FGTSSALD COM MAIS DE 500 MATRICULAS NAO E MAIS
      *>              REGRAVADO (APAGARIA OS SALDOS EXCEDENTES) - O
      *>              ARQUIVO FICA INTACTO E A RODADA TERMINA COM RC 4
      *> 15/10/2026 - DEPOSITO DE FGTS DA RESCISAO GRAVA A ORIGEM NO
      *>              FGTSSALD E CONSERVA OS DEPOSITOS POR ORIGEM DAS
      *>              DEMAIS ROTINAS
      *> 15/10/2026 - EMPRESTA COM MAIS DE 500 CONTRATOS NAO E MAIS
      *>              REGRAVADO (APAGARIA OS CONTRATOS EXCEDENTES) NEM O
      *>              CRONOGRAMA MARCADO - CADASTROS INTACTOS E RC 4
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEPTMAST ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTMAST-STATUS.
           SELECT PARMGER ASSIGN TO "PARMGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMGER-STATUS.
           SELECT FGTSSALD ASSIGN TO "FGTSSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGTSSALD-STATUS.
           SELECT CARGOMST ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGOMST-STATUS.
           SELECT EMPRESTA ASSIGN TO "EMPRESTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESTA-STATUS.
           SELECT EMPRCRON ASSIGN TO "EMPRCRON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHAVE
               FILE STATUS IS WRK-EMPRCRON-STATUS.
           SELECT CONSIRSC ASSIGN TO "CONSIRSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSIRSC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
           COPY "GLPOST.CPY" IN 'COPYBOOKS'.
       FD  DEPTMAST.
           COPY "DEPTMAST.CPY" IN 'COPYBOOKS'.
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  FGTSSALD.
           COPY "FGTSSALD.CPY" IN 'COPYBOOKS'.
       FD  CARGOMST.
           COPY "CARGOMST.CPY" IN 'COPYBOOKS'.
       FD  EMPRESTA.
           COPY "EMPRESTA.CPY" IN 'COPYBOOKS'.
       FD  EMPRCRON.
           COPY "EMPRCRON.CPY" IN 'COPYBOOKS'.
       FD  CONSIRSC
           RECORDING MODE IS F.
       01  CONSIRSC-LINHA          PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-EMPFILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EMPMOV-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TERMORSC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-GLPOST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DEPTMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FGTSSALD-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CARGOMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRESTA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRCRON-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CONSIRSC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-EMPMOV       PIC X(01) VALUE 'N'.
           88 WRK-EOF-EMPMOV       VALUE 'S'.
       77 WRK-QTD-APLICADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-TERCO-FERIAS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DECIMO-PROP      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-RESCISAO   PIC 9(08)V99 VALUE ZEROS.
      *>   FGTS DA RESCISAO - DEPOSITO SOBRE AS VERBAS REMUNERATORIAS
      *>   E MULTA SOBRE O SALDO, COM OS PERCENTUAIS DO PARMGER
       77 WRK-FGTS-PCT         PIC 9(02)V99 VALUE 8,00.
       77 WRK-FGTS-MULTA-PCT   PIC 9(02)V99 VALUE 40,00.
       77 WRK-FGTS-RESCISAO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MULTA-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESC-MOTIVO      PIC X(24) VALUE SPACES.
       77 WRK-QTD-FGTS         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FGTS         PIC 9(03) VALUE ZEROS.
       77 WRK-FGTS-ACHADO      PIC X(01) VALUE 'N'.
       77 WRK-IDX-FG-ACHADO    PIC 9(03) VALUE ZEROS.
       77 WRK-FGTS-TRANSB      PIC X(01) VALUE 'N'.
       77 WRK-EMPREST-TRANSB   PIC X(01) VALUE 'N'.
       01 WRK-TABELA-FGTS.
           05  WRK-FGTS-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TFG.
               10  WRK-FG-MATRICULA   PIC 9(06).
               10  WRK-FG-SALDO       PIC 9(09)V99.
               10  WRK-FG-COMPETENCIA PIC 9(06).
               10  WRK-FG-DATA        PIC 9(08).
               10  WRK-FG-VALOR       PIC 9(07)V99.
               10  WRK-FG-SITUACAO    PIC X(01).
               10  WRK-FG-ORIGEM      PIC X(01).
               10  WRK-FG-DEPOSITOS.
                   15  WRK-FG-DEP-ORIGEM OCCURS 4 TIMES.
                       20  WRK-FG-DO-COMPET   PIC 9(06).
                       20  WRK-FG-DO-VALOR    PIC 9(07)V99.
      *>   CONSIGNADO NA RESCISAO - DESCONTO LIMITADO A PERCENTUAL DAS
      *>   VERBAS (CHAVE CONSIG-PCT-RESC DO EMPMOVTO)
       77 WRK-CONSIG-PCT-RESC  PIC 9(02)V99 VALUE 35,00.
       77 WRK-SALDO-CONSIG     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-CONSIG    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESC-CONSIG      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REMANESC-CONSIG  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-RESCISAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-REMANESC     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-CONSIG-RESC  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REMANESC     PIC 9(04) VALUE ZEROS.
       77 WRK-CRONOG-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-FIM-CRONOG       PIC X(01) VALUE 'N'.
       77 WRK-PARCELA-ABERTA   PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-PARCELA      PIC 9(03) VALUE ZEROS.
       77 WRK-FATOR-TAXA       PIC 9(01)V9(08) VALUE ZEROS.
       77 WRK-FATOR-ACUMULADO  PIC 9(04)V9(10) VALUE ZEROS.
       77 WRK-QTD-EMPRESTIMOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EMPREST      PIC 9(03) VALUE ZEROS.
       77 WRK-EMPREST-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-IDX-EP-ACHADO    PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-EMPREST.
           05  WRK-EMPREST-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TEP.
               10  WRK-EP-MATRICULA   PIC 9(06).
               10  WRK-EP-PRINCIPAL   PIC 9(07)V99.
               10  WRK-EP-PARCELA     PIC 9(05)V99.
               10  WRK-EP-TOTAL       PIC 9(03).
               10  WRK-EP-RESTAM      PIC 9(03).
               10  WRK-EP-SITUACAO    PIC X(01).
               10  WRK-EP-TAXA        PIC 9(02)V9(04).
      *>   FAIXA SALARIAL DO CARGO - 1 REJEITA O MOVIMENTO FORA DA
      *>   FAIXA, 0 SO AVISA (CHAVE FAIXA-REJEITA DO EMPMOVTO)
       77 WRK-FAIXA-REJEITA    PIC 9(01) VALUE 1.
       77 WRK-FAIXA-OK         PIC X(01) VALUE 'S'.
           88 WRK-FAIXA-RECUSADA   VALUE 'N'.
       77 WRK-QTD-FORA-FAIXA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CARGOS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CARGO        PIC 9(03) VALUE ZEROS.
       77 WRK-CARGO-ACHADO     PIC X(01) VALUE 'N'.
       77 WRK-IDX-CG-ACHADO    PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CARGOS.
           05  WRK-CARGO-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TCG.
               10  WRK-CG-CARGO       PIC X(06).
               10  WRK-CG-MINIMO      PIC 9(07)V99.
               10  WRK-CG-MAXIMO      PIC 9(07)V99.
       77 WRK-QTD-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-CC-EMPREGADO     PIC X(06) VALUE SPACES.
       77 WRK-EMPRESA-DEPTO    PIC X(02) VALUE SPACES.
       01 WRK-TABELA-CCUSTO.
           05  WRK-CC-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TCC.
               10  WRK-CU-DEPTO       PIC X(10).
               10  WRK-CU-CC          PIC X(06).
               10  WRK-CU-EMPRESA     PIC X(02).
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 200000-PROCESSAR-MOVIMENTO UNTIL WRK-EOF-EMPMOV.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 300000-FINALIZAR.

           IF RETURN-CODE < 8
           MOVE WRK-DATA-PROCESSO (5:2) TO WRK-MES-BASE.
           MOVE WRK-DATA-PROCESSO (7:2) TO WRK-DIA-BASE.

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 115000-CARREGAR-CENTROS-CUSTO.
           PERFORM 118000-CARREGAR-SALDOS-FGTS.
           PERFORM 120000-CARREGAR-CARGOS.
           PERFORM 122000-CARREGAR-EMPRESTIMOS.

           OPEN INPUT EMPMOV.
           IF WRK-EMPMOV-STATUS NOT = '00'
                   END-CALL
               ELSE
                   OPEN OUTPUT TERMORSC
                   OPEN OUTPUT CONSIRSC
                   MOVE SPACES TO CONSIRSC-LINHA
                   STRING 'CONSIGNADOS QUITADOS NA RESCISAO - '
                          'SALDO REMANESCENTE P/ O BANCO - '
                          WRK-DATA-PROCESSO
                       DELIMITED BY SIZE INTO CONSIRSC-LINHA
                   END-STRING
                   WRITE CONSIRSC-LINHA
                   PERFORM 150000-LER-MOVIMENTO
               END-IF
           END-IF.

      *>*********************************************
       110000-CARREGAR-PARAMETROS.
      *>*********************************************
      *>   PERCENTUAIS DO FGTS - MESMAS CHAVES DO FOLHAPAG, PARA QUE O
      *>   DEPOSITO DA RESCISAO SIGA A REGRA DA FOLHA MENSAL
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
                   IF (PG-PROGRAMA = 'FOLHAPAG'
                           OR PG-PROGRAMA = 'EMPMOVTO')
                       AND (PG-DATA-VIGENCIA NOT NUMERIC
                           OR PG-DATA-VIGENCIA <= WRK-DATA-PROCESSO)
                       EVALUATE PG-CHAVE
                           WHEN 'FGTS-PCT'
                               MOVE PG-VALOR TO WRK-FGTS-PCT
                           WHEN 'FGTS-MULTA-PCT'
                               MOVE PG-VALOR TO WRK-FGTS-MULTA-PCT
                           WHEN 'FAIXA-REJEITA'
                               MOVE PG-VALOR TO WRK-FAIXA-REJEITA
                           WHEN 'CONSIG-PCT-RESC'
                               MOVE PG-VALOR TO WRK-CONSIG-PCT-RESC
                       END-EVALUATE
                   END-IF
           END-READ.

      *>*********************************************
       115000-CARREGAR-CENTROS-CUSTO.
                           TO WRK-CU-DEPTO (WRK-QTD-CCUSTO)
                       MOVE DM-CENTRO-CUSTO
                           TO WRK-CU-CC (WRK-QTD-CCUSTO)
                       MOVE DM-EMPRESA
                           TO WRK-CU-EMPRESA (WRK-QTD-CCUSTO)
                   END-IF
           END-READ.

      *>*********************************************
       117000-OBTER-CENTRO-CUSTO.
      *>*********************************************
      *>   DEVOLVE TAMBEM A EMPRESA DO DEPARTAMENTO - DEPARTAMENTO
      *>   FORA DO DEPTMAST MANTEM A EMPRESA QUE O FUNCIONARIO JA TEM
           MOVE SPACES TO WRK-CC-EMPREGADO.
           MOVE EMP-EMPRESA TO WRK-EMPRESA-DEPTO.
           PERFORM VARYING WRK-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WRK-IDX-CCUSTO > WRK-QTD-CCUSTO
               IF WRK-CU-DEPTO (WRK-IDX-CCUSTO) = EMP-DEPARTAMENTO
                   MOVE WRK-CU-CC (WRK-IDX-CCUSTO)
                       TO WRK-CC-EMPREGADO
                   MOVE WRK-CU-EMPRESA (WRK-IDX-CCUSTO)
                       TO WRK-EMPRESA-DEPTO
                   MOVE WRK-QTD-CCUSTO TO WRK-IDX-CCUSTO
               END-IF
           END-PERFORM.

      *>*********************************************
       118000-CARREGAR-SALDOS-FGTS.
      *>*********************************************
      *>   SALDO DE FGTS POR MATRICULA CARREGADO EM TABELA - O
      *>   DEPOSITO RESCISORIO E SOMADO EM MEMORIA E REGRAVADO AO FINAL
           MOVE ZEROS TO WRK-QTD-FGTS.
           OPEN INPUT FGTSSALD.
           IF WRK-FGTSSALD-STATUS = '00'
               PERFORM 119000-LER-SALDO-FGTS
                   UNTIL WRK-FGTSSALD-STATUS = '10'
               CLOSE FGTSSALD
           END-IF.

      *>*********************************************
       119000-LER-SALDO-FGTS.
      *>*********************************************
           READ FGTSSALD
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-FGTS < 500
                       ADD 1 TO WRK-QTD-FGTS
                       MOVE FG-MATRICULA
                           TO WRK-FG-MATRICULA (WRK-QTD-FGTS)
                       MOVE FG-SALDO
                           TO WRK-FG-SALDO (WRK-QTD-FGTS)
                       MOVE FG-ULT-COMPETENCIA
                           TO WRK-FG-COMPETENCIA (WRK-QTD-FGTS)
                       MOVE FG-DATA-ULT-DEPOSITO
                           TO WRK-FG-DATA (WRK-QTD-FGTS)
                       MOVE FG-VALOR-ULT-DEPOSITO
                           TO WRK-FG-VALOR (WRK-QTD-FGTS)
                       MOVE FG-SITUACAO
                           TO WRK-FG-SITUACAO (WRK-QTD-FGTS)
                       MOVE FG-ORIGEM-ULT-DEPOSITO
                           TO WRK-FG-ORIGEM (WRK-QTD-FGTS)
                       MOVE FG-DEPOSITOS-ORIGEM
                           TO WRK-FG-DEPOSITOS (WRK-QTD-FGTS)
                   ELSE
                       MOVE 'S' TO WRK-FGTS-TRANSB
                   END-IF
           END-READ.

      *>*********************************************
       120000-CARREGAR-CARGOS.
      *>*********************************************
      *>   FAIXAS SALARIAIS POR CARGO - SEM CARGOMST A FAIXA NAO E
      *>   CONFERIDA E O MOVIMENTO SEGUE COMO ANTES
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGOMST.
           IF WRK-CARGOMST-STATUS = '00'
               PERFORM 121000-LER-CARGO
                   UNTIL WRK-CARGOMST-STATUS = '10'
               CLOSE CARGOMST
           END-IF.

      *>*********************************************
       121000-LER-CARGO.
      *>*********************************************
           READ CARGOMST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-CARGOS < 200
                       ADD 1 TO WRK-QTD-CARGOS
                       MOVE CG-CARGO
                           TO WRK-CG-CARGO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MINIMO
                           TO WRK-CG-MINIMO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MAXIMO
                           TO WRK-CG-MAXIMO (WRK-QTD-CARGOS)
                   ELSE
                       DISPLAY 'CARGOMST COM MAIS DE 200 CARGOS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       122000-CARREGAR-EMPRESTIMOS.
      *>*********************************************
      *>   CONSIGNADOS EM TABELA - O CONTRATO QUITADO NA RESCISAO E
      *>   ENCERRADO EM MEMORIA E O CADASTRO E REGRAVADO AO FINAL
           MOVE ZEROS TO WRK-QTD-EMPRESTIMOS.
           OPEN INPUT EMPRESTA.
           IF WRK-EMPRESTA-STATUS = '00'
               PERFORM 123000-LER-EMPRESTIMO
                   UNTIL WRK-EMPRESTA-STATUS = '10'
               CLOSE EMPRESTA
           END-IF.

           MOVE 'N' TO WRK-CRONOG-ABERTO.
           IF WRK-QTD-EMPRESTIMOS > 0
               OPEN I-O EMPRCRON
               IF WRK-EMPRCRON-STATUS = '00'
                   MOVE 'S' TO WRK-CRONOG-ABERTO
               END-IF
           END-IF.

      *>*********************************************
       123000-LER-EMPRESTIMO.
      *>*********************************************
           READ EMPRESTA
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-EMPRESTIMOS < 500
                       ADD 1 TO WRK-QTD-EMPRESTIMOS
                       MOVE EP-MATRICULA
                           TO WRK-EP-MATRICULA (WRK-QTD-EMPRESTIMOS)
                       MOVE EP-VALOR-PRINCIPAL
                           TO WRK-EP-PRINCIPAL (WRK-QTD-EMPRESTIMOS)
                       MOVE EP-VALOR-PARCELA
                           TO WRK-EP-PARCELA (WRK-QTD-EMPRESTIMOS)
                       MOVE EP-PARCELAS-TOTAL
                           TO WRK-EP-TOTAL (WRK-QTD-EMPRESTIMOS)
                       MOVE EP-PARCELAS-RESTAM
                           TO WRK-EP-RESTAM (WRK-QTD-EMPRESTIMOS)
                       MOVE EP-SITUACAO
                           TO WRK-EP-SITUACAO (WRK-QTD-EMPRESTIMOS)
                       IF EP-TAXA-MENSAL NUMERIC
                           MOVE EP-TAXA-MENSAL
                               TO WRK-EP-TAXA (WRK-QTD-EMPRESTIMOS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-EP-TAXA (WRK-QTD-EMPRESTIMOS)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-EMPREST-TRANSB
                   END-IF
           END-READ.

      *>*********************************************
       150000-LER-MOVIMENTO.
      *>*********************************************
                   MOVE MV-SALARIO        TO EMP-SALARIO
                   MOVE MV-DEPARTAMENTO   TO EMP-DEPARTAMENTO
                   MOVE 'A'               TO EMP-SITUACAO
                   MOVE MV-CARGO          TO EMP-CARGO
                   MOVE ZEROS             TO EMP-DATA-AFASTAMENTO
                   MOVE SPACES            TO EMP-MOTIVO-AFAST
                   MOVE SPACES            TO EMP-OPCAO-ADIANT
                   MOVE SPACES            TO EMP-EMPRESA
                   PERFORM 117000-OBTER-CENTRO-CUSTO
                   MOVE WRK-EMPRESA-DEPTO TO EMP-EMPRESA
                   PERFORM 215000-CONFERIR-FAIXA-CARGO
                   IF WRK-FAIXA-RECUSADA
                       PERFORM 290000-REJEITAR-MOVIMENTO
                   ELSE
                       WRITE EMP-REGISTRO
                           INVALID KEY
                               PERFORM 290000-REJEITAR-MOVIMENTO
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-APLICADOS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ADMISSAO DE MATRICULA JA CADASTRADA: '
                           MV-MATRICULA
                   PERFORM 290000-REJEITAR-MOVIMENTO
           END-READ.

      *>*********************************************
       215000-CONFERIR-FAIXA-CARGO.
      *>*********************************************
      *>   SALARIO DO REGISTRO CONTRA A FAIXA MINIMO/MAXIMO DO CARGO.
      *>   FUNCIONARIO AINDA SEM CARGO NAO E CONFERIDO (SAI COMO SEM
      *>   CARGO NO RELATORIO MENSAL FAIXASAL)
           MOVE 'S' TO WRK-FAIXA-OK.
           IF EMP-CARGO NOT = SPACES AND WRK-QTD-CARGOS > 0
               MOVE 'N' TO WRK-CARGO-ACHADO
               PERFORM VARYING WRK-IDX-CARGO FROM 1 BY 1
                       UNTIL WRK-IDX-CARGO > WRK-QTD-CARGOS
                          OR WRK-CARGO-ACHADO = 'S'
                   IF WRK-CG-CARGO (WRK-IDX-CARGO) = EMP-CARGO
                       MOVE 'S' TO WRK-CARGO-ACHADO
                       MOVE WRK-IDX-CARGO TO WRK-IDX-CG-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-CARGO-ACHADO = 'N'
                   DISPLAY 'CARGO NAO CADASTRADO EM CARGOMST: '
                           EMP-CARGO ' MATRICULA ' MV-MATRICULA
                   ADD 1 TO WRK-QTD-FORA-FAIXA
                   IF WRK-FAIXA-REJEITA = 1
                       MOVE 'N' TO WRK-FAIXA-OK
                   END-IF
               ELSE
                   IF EMP-SALARIO < WRK-CG-MINIMO (WRK-IDX-CG-ACHADO)
                      OR EMP-SALARIO > WRK-CG-MAXIMO (WRK-IDX-CG-ACHADO)
                       MOVE EMP-SALARIO TO CE-VALOR-EDITADO
                       DISPLAY 'SALARIO FORA DA FAIXA DO CARGO '
                               EMP-CARGO ' MATRICULA ' MV-MATRICULA
                               ' SALARIO ' CE-VALOR-EDITADO
                       ADD 1 TO WRK-QTD-FORA-FAIXA
                       IF WRK-FAIXA-REJEITA = 1
                           MOVE 'N' TO WRK-FAIXA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       220000-APLICAR-ALTERACAO.
      *>*********************************************
                   EVALUATE TRUE
                       WHEN MV-EH-DESLIGAMENTO
                           MOVE 'D' TO EMP-SITUACAO
      *>                   NO DESLIGADO O CAMPO GUARDA A DATA DA SAIDA,
      *>                   INICIO DA RETENCAO DOS DADOS PESSOAIS
                           IF MV-DATA-MOVIMENTO NUMERIC
                               AND MV-DATA-MOVIMENTO > 0
                               MOVE MV-DATA-MOVIMENTO
                                   TO EMP-DATA-AFASTAMENTO
                           ELSE
                               MOVE WRK-DATA-PROCESSO
                                   TO EMP-DATA-AFASTAMENTO
                           END-IF
                       WHEN MV-EH-AFASTAMENTO
                           MOVE 'F' TO EMP-SITUACAO
                           MOVE MV-MOTIVO-AFAST TO EMP-MOTIVO-AFAST
                           IF MV-DATA-MOVIMENTO NUMERIC
                               AND MV-DATA-MOVIMENTO > 0
                               MOVE MV-DATA-MOVIMENTO
                                   TO EMP-DATA-AFASTAMENTO
                           ELSE
                               MOVE WRK-DATA-PROCESSO
                                   TO EMP-DATA-AFASTAMENTO
                           END-IF
                       WHEN MV-EH-RETORNO
                           MOVE 'A' TO EMP-SITUACAO
                       WHEN MV-EH-TRANSFERENCIA
                           MOVE MV-DEPARTAMENTO TO EMP-DEPARTAMENTO
                           PERFORM 117000-OBTER-CENTRO-CUSTO
                           MOVE WRK-EMPRESA-DEPTO TO EMP-EMPRESA
                           IF MV-CARGO NOT = SPACES
                               MOVE MV-CARGO TO EMP-CARGO
                           END-IF
                       WHEN MV-EH-CORRECAO-SAL
                           MOVE MV-SALARIO TO EMP-SALARIO
                           IF MV-CARGO NOT = SPACES
                               MOVE MV-CARGO TO EMP-CARGO
                           END-IF
                   END-EVALUATE
                   MOVE 'S' TO WRK-FAIXA-OK
                   IF MV-EH-CORRECAO-SAL
                      OR (MV-EH-TRANSFERENCIA AND MV-CARGO NOT = SPACES)
                       PERFORM 215000-CONFERIR-FAIXA-CARGO
                   END-IF
                   IF WRK-FAIXA-RECUSADA
                       PERFORM 290000-REJEITAR-MOVIMENTO
                   ELSE
                       REWRITE EMP-REGISTRO
                           INVALID KEY
                               PERFORM 290000-REJEITAR-MOVIMENTO
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-APLICADOS
                               IF MV-EH-DESLIGAMENTO
                                   PERFORM 230000-PROCESSAR-RESCISAO
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

      *>*********************************************
                   MOVE ZEROS TO WRK-TOTAL-RESCISAO
           END-COMPUTE.

           PERFORM 235000-APURAR-FGTS-RESCISAO.
           PERFORM 236000-QUITAR-CONSIGNADO.
           PERFORM 117000-OBTER-CENTRO-CUSTO.
           PERFORM 240000-IMPRIMIR-TERMO.
           PERFORM 250000-GRAVAR-GLPOST-RESCISAO.
           DISPLAY 'RESCISAO CALCULADA - MATRICULA ' EMP-MATRICULA
                   ' TOTAL ' CE-VALOR-EDITADO.

      *>*********************************************
       235000-APURAR-FGTS-RESCISAO.
      *>*********************************************
      *>   DEPOSITO DO MES DA RESCISAO SOBRE AS VERBAS REMUNERATORIAS
      *>   (SALDO DE SALARIO E 13 PROPORCIONAL - FERIAS INDENIZADAS
      *>   NAO TEM FGTS); NA DISPENSA SEM JUSTA CAUSA A MULTA INCIDE
      *>   SOBRE O SALDO JA COM ESTE DEPOSITO. A CONTA FICA SACADA
           COMPUTE WRK-FGTS-RESCISAO ROUNDED =
                   (WRK-SALDO-SALARIO + WRK-DECIMO-PROP) *
                   (WRK-FGTS-PCT / 100).

           MOVE 'N' TO WRK-FGTS-ACHADO.
           PERFORM VARYING WRK-IDX-FGTS FROM 1 BY 1
                   UNTIL WRK-IDX-FGTS > WRK-QTD-FGTS
               IF WRK-FG-MATRICULA (WRK-IDX-FGTS) = EMP-MATRICULA
                   MOVE 'S' TO WRK-FGTS-ACHADO
                   MOVE WRK-IDX-FGTS TO WRK-IDX-FG-ACHADO
                   MOVE WRK-QTD-FGTS TO WRK-IDX-FGTS
               END-IF
           END-PERFORM.
           IF WRK-FGTS-ACHADO = 'N'
               IF WRK-QTD-FGTS < 500
                   ADD 1 TO WRK-QTD-FGTS
                   MOVE WRK-QTD-FGTS TO WRK-IDX-FG-ACHADO
                   MOVE EMP-MATRICULA
                       TO WRK-FG-MATRICULA (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
                   MOVE 'A'   TO WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO)
                   MOVE SPACES TO WRK-FG-ORIGEM (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-FGTS-TRANSB
                   MOVE ZEROS TO WRK-IDX-FG-ACHADO
               END-IF
           END-IF.

           MOVE WRK-FGTS-RESCISAO TO WRK-SALDO-FGTS.
           IF WRK-IDX-FG-ACHADO > 0
               IF WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO) = 'S'
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
               END-IF
               ADD WRK-FGTS-RESCISAO
                   TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               MOVE WRK-FG-SALDO (WRK-IDX-FG-ACHADO) TO WRK-SALDO-FGTS
               MOVE WRK-DATA-PROCESSO (1:6)
                   TO WRK-FG-COMPETENCIA (WRK-IDX-FG-ACHADO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-FG-DATA (WRK-IDX-FG-ACHADO)
               MOVE WRK-FGTS-RESCISAO
                   TO WRK-FG-VALOR (WRK-IDX-FG-ACHADO)
               MOVE 'R' TO WRK-FG-ORIGEM (WRK-IDX-FG-ACHADO)
               MOVE 'S' TO WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO)
           END-IF.

           MOVE ZEROS TO WRK-MULTA-FGTS.
           EVALUATE TRUE
               WHEN MV-DISPENSA-JUSTA
                   MOVE 'DISPENSA POR JUSTA CAUSA' TO WRK-DESC-MOTIVO
               WHEN MV-PEDIDO-DEMISSAO
                   MOVE 'PEDIDO DE DEMISSAO'       TO WRK-DESC-MOTIVO
               WHEN OTHER
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-DESC-MOTIVO
                   COMPUTE WRK-MULTA-FGTS ROUNDED =
                           WRK-SALDO-FGTS * (WRK-FGTS-MULTA-PCT / 100)
           END-EVALUATE.

      *>*********************************************
       236000-QUITAR-CONSIGNADO.
      *>*********************************************
      *>   CONTRATO ATIVO DA MATRICULA QUITADO COM AS VERBAS: DESCONTO
      *>   ATE O LIMITE LEGAL SOBRE O TOTAL DA RESCISAO; O QUE NAO
      *>   COUBE FICA COM O BANCO, COBRADO DIRETO DO EX-FUNCIONARIO.
      *>   COM O EMPRESTA TRANSBORDADO NADA E REGRAVADO, ENTAO O
      *>   CRONOGRAMA TAMBEM NAO E MARCADO
           MOVE ZEROS TO WRK-SALDO-CONSIG.
           MOVE ZEROS TO WRK-DESC-CONSIG.
           MOVE ZEROS TO WRK-REMANESC-CONSIG.
           MOVE 'N' TO WRK-EMPREST-ACHADO.
           PERFORM VARYING WRK-IDX-EMPREST FROM 1 BY 1
                   UNTIL WRK-IDX-EMPREST > WRK-QTD-EMPRESTIMOS
               IF WRK-EP-MATRICULA (WRK-IDX-EMPREST) = EMP-MATRICULA
                   AND WRK-EP-RESTAM (WRK-IDX-EMPREST) > 0
                   AND WRK-EP-SITUACAO (WRK-IDX-EMPREST) NOT = 'Q'
                   AND WRK-EP-SITUACAO (WRK-IDX-EMPREST) NOT = 'R'
                   MOVE 'S' TO WRK-EMPREST-ACHADO
                   MOVE WRK-IDX-EMPREST TO WRK-IDX-EP-ACHADO
                   MOVE WRK-QTD-EMPRESTIMOS TO WRK-IDX-EMPREST
               END-IF
           END-PERFORM.

           IF WRK-EMPREST-ACHADO = 'S'
               MOVE WRK-IDX-EP-ACHADO TO WRK-IDX-EMPREST
               PERFORM 237000-APURAR-SALDO-DEVEDOR
               COMPUTE WRK-LIMITE-CONSIG ROUNDED =
                       WRK-TOTAL-RESCISAO *
                       (WRK-CONSIG-PCT-RESC / 100)
               IF WRK-SALDO-CONSIG <= WRK-LIMITE-CONSIG
                   MOVE WRK-SALDO-CONSIG TO WRK-DESC-CONSIG
               ELSE
                   MOVE WRK-LIMITE-CONSIG TO WRK-DESC-CONSIG
               END-IF
               COMPUTE WRK-REMANESC-CONSIG =
                       WRK-SALDO-CONSIG - WRK-DESC-CONSIG
               IF WRK-CRONOG-ABERTO = 'S' AND WRK-PARCELA-ABERTA > 0
                   AND WRK-EMPREST-TRANSB NOT = 'S'
                   PERFORM 238000-MARCAR-CRONOGRAMA
               END-IF
               PERFORM 239000-LINHA-CONSIRSC
               MOVE ZEROS TO WRK-EP-RESTAM (WRK-IDX-EMPREST)
               IF WRK-REMANESC-CONSIG > 0
                   MOVE 'R' TO WRK-EP-SITUACAO (WRK-IDX-EMPREST)
                   ADD 1 TO WRK-QTD-REMANESC
                   ADD WRK-REMANESC-CONSIG TO WRK-TOT-REMANESC
               ELSE
                   MOVE 'Q' TO WRK-EP-SITUACAO (WRK-IDX-EMPREST)
               END-IF
               ADD 1 TO WRK-QTD-CONSIG-RESC
           END-IF.

           COMPUTE WRK-LIQUIDO-RESCISAO =
                   WRK-TOTAL-RESCISAO - WRK-DESC-CONSIG.

      *>*********************************************
       237000-APURAR-SALDO-DEVEDOR.
      *>*********************************************
      *>   SALDO INICIAL DA PRIMEIRA PARCELA EM ABERTO DO CRONOGRAMA
      *>   DO CONTRATO = PRINCIPAL AINDA DEVIDO, SEM OS JUROS DAS
      *>   PARCELAS FUTURAS (LIQUIDACAO ANTECIPADA)
           MOVE ZEROS TO WRK-PARCELA-ABERTA.
           IF WRK-CRONOG-ABERTO = 'S'
               MOVE EMP-MATRICULA TO EC-MATRICULA
               MOVE ZEROS         TO EC-NUM-PARCELA
               MOVE 'N' TO WRK-FIM-CRONOG
               START EMPRCRON KEY IS >= EC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CRONOG
               END-START
               PERFORM 237500-LER-CRONOGRAMA
                   UNTIL WRK-FIM-CRONOG = 'S'
           END-IF.

      *>   SEM CRONOGRAMA GERADO: VALOR PRESENTE DAS PARCELAS QUE
      *>   RESTAM PELA TAXA DO CONTRATO (SEM TAXA, PARCELA X RESTAM)
           IF WRK-PARCELA-ABERTA = 0
               IF WRK-EP-TAXA (WRK-IDX-EMPREST) > 0
                   COMPUTE WRK-FATOR-TAXA =
                           WRK-EP-TAXA (WRK-IDX-EMPREST) / 100
                   COMPUTE WRK-FATOR-ACUMULADO ROUNDED =
                           (1 + WRK-FATOR-TAXA) **
                           WRK-EP-RESTAM (WRK-IDX-EMPREST)
                   COMPUTE WRK-SALDO-CONSIG ROUNDED =
                           WRK-EP-PARCELA (WRK-IDX-EMPREST) *
                           (WRK-FATOR-ACUMULADO - 1) /
                           (WRK-FATOR-TAXA * WRK-FATOR-ACUMULADO)
               ELSE
                   COMPUTE WRK-SALDO-CONSIG =
                           WRK-EP-PARCELA (WRK-IDX-EMPREST) *
                           WRK-EP-RESTAM (WRK-IDX-EMPREST)
               END-IF
           END-IF.

      *>*********************************************
       237500-LER-CRONOGRAMA.
      *>*********************************************
           READ EMPRCRON NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CRONOG
               NOT AT END
                   IF EC-MATRICULA NOT = EMP-MATRICULA
                       MOVE 'S' TO WRK-FIM-CRONOG
                   ELSE
                       IF EC-EM-ABERTO
                           AND EC-PRINCIPAL =
                               WRK-EP-PRINCIPAL (WRK-IDX-EMPREST)
                           MOVE EC-NUM-PARCELA TO WRK-PARCELA-ABERTA
                           MOVE EC-SALDO-INICIAL TO WRK-SALDO-CONSIG
                           MOVE 'S' TO WRK-FIM-CRONOG
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       238000-MARCAR-CRONOGRAMA.
      *>*********************************************
      *>   PARCELAS EM ABERTO DO CONTRATO MARCADAS COMO QUITADAS NA
      *>   RESCISAO, COM A COMPETENCIA DO DESLIGAMENTO
           PERFORM VARYING WRK-NUM-PARCELA FROM WRK-PARCELA-ABERTA BY 1
                   UNTIL WRK-NUM-PARCELA >
                         WRK-EP-TOTAL (WRK-IDX-EMPREST)
               MOVE EMP-MATRICULA   TO EC-MATRICULA
               MOVE WRK-NUM-PARCELA TO EC-NUM-PARCELA
               READ EMPRCRON
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EC-EM-ABERTO
                           MOVE 'Q' TO EC-SITUACAO
                           MOVE WRK-DATA-PROCESSO (1:6)
                               TO EC-COMPET-BAIXA
                           REWRITE EC-REGISTRO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      *>*********************************************
       239000-LINHA-CONSIRSC.
      *>*********************************************
           MOVE SPACES TO CONSIRSC-LINHA.
           STRING 'MAT ' EMP-MATRICULA ' ' EMP-NOME
                  ' DESLIGADO EM ' WRK-DATA-PROCESSO
                  ' PARCELAS RESTANTES '
                  WRK-EP-RESTAM (WRK-IDX-EMPREST)
               DELIMITED BY SIZE INTO CONSIRSC-LINHA
           END-STRING.
           WRITE CONSIRSC-LINHA.

           MOVE WRK-SALDO-CONSIG TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONSIRSC-LINHA.
           STRING '    SALDO DEVEDOR NA RESCISAO.. ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONSIRSC-LINHA
           END-STRING.
           WRITE CONSIRSC-LINHA.

           MOVE WRK-DESC-CONSIG TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONSIRSC-LINHA.
           STRING '    DESCONTADO DAS VERBAS...... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONSIRSC-LINHA
           END-STRING.
           WRITE CONSIRSC-LINHA.

           MOVE WRK-REMANESC-CONSIG TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONSIRSC-LINHA.
           IF WRK-REMANESC-CONSIG > 0
               STRING '    REMANESCENTE A COBRAR...... '
                      CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONSIRSC-LINHA
               END-STRING
           ELSE
               STRING '    CONTRATO QUITADO INTEGRALMENTE NA RESCISAO'
                   DELIMITED BY SIZE INTO CONSIRSC-LINHA
               END-STRING
           END-IF.
           WRITE CONSIRSC-LINHA.

      *>*********************************************
       240000-IMPRIMIR-TERMO.
      *>*********************************************
           END-STRING.
           WRITE TERMORSC-LINHA.

           MOVE SPACES TO TERMORSC-LINHA.
           STRING 'MOTIVO: ' WRK-DESC-MOTIVO
               DELIMITED BY SIZE INTO TERMORSC-LINHA
           END-STRING.
           WRITE TERMORSC-LINHA.

           MOVE WRK-FGTS-RESCISAO TO CE-VALOR-EDITADO.
           MOVE SPACES TO TERMORSC-LINHA.
           STRING 'FGTS DEPOSITO RESCISORIO...... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO TERMORSC-LINHA
           END-STRING.
           WRITE TERMORSC-LINHA.

           MOVE WRK-SALDO-FGTS TO CE-VALOR-EDITADO.
           MOVE SPACES TO TERMORSC-LINHA.
           STRING 'SALDO FGTS P/ FINS RESCISORIOS ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO TERMORSC-LINHA
           END-STRING.
           WRITE TERMORSC-LINHA.

           MOVE WRK-MULTA-FGTS TO CE-VALOR-EDITADO.
           MOVE SPACES TO TERMORSC-LINHA.
           STRING 'MULTA RESCISORIA FGTS......... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO TERMORSC-LINHA
           END-STRING.
           WRITE TERMORSC-LINHA.

           IF WRK-SALDO-CONSIG > 0
               MOVE WRK-SALDO-CONSIG TO CE-VALOR-EDITADO
               MOVE SPACES TO TERMORSC-LINHA
               STRING 'CONSIGNADO - SALDO DEVEDOR.... ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO TERMORSC-LINHA
               END-STRING
               WRITE TERMORSC-LINHA
               MOVE WRK-DESC-CONSIG TO CE-VALOR-EDITADO
               MOVE SPACES TO TERMORSC-LINHA
               STRING 'DESCONTO QUITACAO CONSIGNADO.. ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO TERMORSC-LINHA
               END-STRING
               WRITE TERMORSC-LINHA
               IF WRK-REMANESC-CONSIG > 0
                   MOVE WRK-REMANESC-CONSIG TO CE-VALOR-EDITADO
                   MOVE SPACES TO TERMORSC-LINHA
                   STRING 'SALDO REMANESCENTE C/ O BANCO. '
                          CE-VALOR-EDITADO
                       DELIMITED BY SIZE INTO TERMORSC-LINHA
                   END-STRING
                   WRITE TERMORSC-LINHA
               END-IF
           END-IF.

           MOVE WRK-LIQUIDO-RESCISAO TO CE-VALOR-EDITADO.
           MOVE SPACES TO TERMORSC-LINHA.
           STRING 'LIQUIDO DA RESCISAO........... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO TERMORSC-LINHA
           END-STRING.
           WRITE TERMORSC-LINHA.

           MOVE SPACES TO TERMORSC-LINHA.
           WRITE TERMORSC-LINHA.

           END-IF.
           MOVE WRK-DATA-PROCESSO  TO GL-DATA.
           MOVE WRK-CC-EMPREGADO   TO GL-CENTRO-CUSTO.
           MOVE EMP-EMPRESA        TO GL-EMPRESA.
           MOVE 'DESP-RESCI'       TO GL-CONTA-DEBITO.
           MOVE 'SAL-A-PAGAR'      TO GL-CONTA-CREDITO.
           MOVE SPACES             TO GL-HISTORICO.
           PERFORM 255000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           IF WRK-FGTS-RESCISAO > 0
               MOVE 'DESP-RESCI'   TO GL-CONTA-DEBITO
               MOVE 'FGTS-RECOL'   TO GL-CONTA-CREDITO
               MOVE SPACES         TO GL-HISTORICO
               STRING 'FGTS RESC MAT ' EMP-MATRICULA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-FGTS-RESCISAO TO GL-VALOR
               PERFORM 255000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-MULTA-FGTS > 0
               MOVE 'DESP-RESCI'   TO GL-CONTA-DEBITO
               MOVE 'FGTS-RECOL'   TO GL-CONTA-CREDITO
               MOVE SPACES         TO GL-HISTORICO
               STRING 'MULTA FGTS MAT ' EMP-MATRICULA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-MULTA-FGTS TO GL-VALOR
               PERFORM 255000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-DESC-CONSIG > 0
               MOVE 'SAL-A-PAGAR'  TO GL-CONTA-DEBITO
               MOVE 'CONSIG-PAG'   TO GL-CONTA-CREDITO
               MOVE SPACES         TO GL-HISTORICO
               STRING 'QUIT CONSIG MAT ' EMP-MATRICULA
                   DELIMITED BY SIZE INTO GL-HISTORICO
               END-STRING
               MOVE WRK-DESC-CONSIG TO GL-VALOR
               PERFORM 255000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           CLOSE GLPOST.

           IF WRK-TERMORSC-STATUS = '00'
               CLOSE TERMORSC
           END-IF.
           IF WRK-CONSIRSC-STATUS = '00'
               MOVE SPACES TO CONSIRSC-LINHA
               WRITE CONSIRSC-LINHA
               MOVE WRK-TOT-REMANESC TO CE-VALOR-EDITADO
               MOVE SPACES TO CONSIRSC-LINHA
               STRING 'CONTRATOS QUITADOS ' WRK-QTD-CONSIG-RESC
                      '  COM REMANESCENTE ' WRK-QTD-REMANESC
                      '  TOTAL ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONSIRSC-LINHA
               END-STRING
               WRITE CONSIRSC-LINHA
               CLOSE CONSIRSC
           END-IF.
           IF WRK-CRONOG-ABERTO = 'S'
               CLOSE EMPRCRON
           END-IF.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   O FGTSSALD FICA INTACTO E A RODADA TERMINA COM RC 4
           IF WRK-FGTS-TRANSB = 'S'
               DISPLAY 'FGTSSALD COM MAIS DE 500 MATRICULAS - SALDOS '
                       'PRESERVADOS SEM OS DEPOSITOS RESCISORIOS'
           ELSE
               IF WRK-QTD-RESCISOES > 0
                   PERFORM 305000-REGRAVAR-SALDOS-FGTS
               END-IF
           END-IF.

           IF WRK-EMPREST-TRANSB = 'S'
               DISPLAY 'EMPRESTA COM MAIS DE 500 CONTRATOS - CADASTRO '
                       'E CRONOGRAMA PRESERVADOS SEM AS QUITACOES'
           ELSE
               IF WRK-QTD-CONSIG-RESC > 0
                   PERFORM 306000-REGRAVAR-EMPRESTIMOS
               END-IF
           END-IF.

           DISPLAY '========================='.
           DISPLAY 'MOVIMENTOS APLICADOS..: ' WRK-QTD-APLICADOS.
           DISPLAY 'MOVIMENTOS REJEITADOS.: ' WRK-QTD-REJEITADOS.
           DISPLAY 'FORA DA FAIXA DO CARGO: ' WRK-QTD-FORA-FAIXA.
           DISPLAY 'CONSIGNADOS QUITADOS..: ' WRK-QTD-CONSIG-RESC.
           DISPLAY 'COM SALDO P/ O BANCO..: ' WRK-QTD-REMANESC.
           DISPLAY '========================='.

           IF WRK-QTD-REJEITADOS > 0 OR WRK-FGTS-TRANSB = 'S'
               OR WRK-EMPREST-TRANSB = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           PERFORM 310000-REGISTRAR-BATCHLOG.

      *>*********************************************
       305000-REGRAVAR-SALDOS-FGTS.
      *>*********************************************
      *>   O SALDO DE FGTS VOLTA PARA O ARQUIVO COM OS DEPOSITOS
      *>   RESCISORIOS E AS CONTAS MARCADAS COMO SACADAS
           OPEN OUTPUT FGTSSALD.
           PERFORM VARYING WRK-IDX-FGTS FROM 1 BY 1
                   UNTIL WRK-IDX-FGTS > WRK-QTD-FGTS
               MOVE SPACES TO FG-REGISTRO
               MOVE WRK-FG-MATRICULA (WRK-IDX-FGTS)
                   TO FG-MATRICULA
               MOVE WRK-FG-SALDO (WRK-IDX-FGTS)
                   TO FG-SALDO
               MOVE WRK-FG-COMPETENCIA (WRK-IDX-FGTS)
                   TO FG-ULT-COMPETENCIA
               MOVE WRK-FG-DATA (WRK-IDX-FGTS)
                   TO FG-DATA-ULT-DEPOSITO
               MOVE WRK-FG-VALOR (WRK-IDX-FGTS)
                   TO FG-VALOR-ULT-DEPOSITO
               MOVE WRK-FG-SITUACAO (WRK-IDX-FGTS)
                   TO FG-SITUACAO
               MOVE WRK-FG-ORIGEM (WRK-IDX-FGTS)
                   TO FG-ORIGEM-ULT-DEPOSITO
               MOVE WRK-FG-DEPOSITOS (WRK-IDX-FGTS)
                   TO FG-DEPOSITOS-ORIGEM
               WRITE FG-REGISTRO
           END-PERFORM.
           CLOSE FGTSSALD.

      *>*********************************************
       306000-REGRAVAR-EMPRESTIMOS.
      *>*********************************************
      *>   O CADASTRO DE CONSIGNADOS VOLTA PARA O ARQUIVO COM OS
      *>   CONTRATOS ENCERRADOS NAS RESCISOES DO LOTE
           OPEN OUTPUT EMPRESTA.
           PERFORM VARYING WRK-IDX-EMPREST FROM 1 BY 1
                   UNTIL WRK-IDX-EMPREST > WRK-QTD-EMPRESTIMOS
               MOVE SPACES TO EP-REGISTRO
               MOVE WRK-EP-MATRICULA (WRK-IDX-EMPREST)
                   TO EP-MATRICULA
               MOVE WRK-EP-PRINCIPAL (WRK-IDX-EMPREST)
                   TO EP-VALOR-PRINCIPAL
               MOVE WRK-EP-PARCELA (WRK-IDX-EMPREST)
                   TO EP-VALOR-PARCELA
               MOVE WRK-EP-TOTAL (WRK-IDX-EMPREST)
                   TO EP-PARCELAS-TOTAL
               MOVE WRK-EP-RESTAM (WRK-IDX-EMPREST)
                   TO EP-PARCELAS-RESTAM
               MOVE WRK-EP-SITUACAO (WRK-IDX-EMPREST)
                   TO EP-SITUACAO
               MOVE WRK-EP-TAXA (WRK-IDX-EMPREST)
                   TO EP-TAXA-MENSAL
               WRITE EP-REGISTRO
           END-PERFORM.
           CLOSE EMPRESTA.

      *>*********************************************
       310000-REGISTRAR-BATCHLOG.
      *>*********************************************
           MOVE 'EMPMOVTO'    TO BL-PROGRAMA.
           MOVE WRK-HOJE-LOG  TO BL-DATA.
           MOVE WRK-AGORA-LOG TO BL-HORA.
           EVALUATE TRUE
               WHEN WRK-QTD-REJEITADOS > 0
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'MOVIMENTOS DE FUNCIONARIOS COM REJEICOES'
                       TO BL-DETALHE
               WHEN WRK-FGTS-TRANSB = 'S'
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'FGTSSALD TRANSBORDADO - NAO REGRAVADO'
                       TO BL-DETALHE
               WHEN WRK-EMPREST-TRANSB = 'S'
                   MOVE 'ERRO' TO BL-STATUS
                   MOVE 'EMPRESTA TRANSBORDADO - NAO REGRAVADO'
                       TO BL-DETALHE
               WHEN OTHER
                   MOVE 'OK'   TO BL-STATUS
                   MOVE 'MOVIMENTOS DE FUNCIONARIOS APLICADOS'
                       TO BL-DETALHE
           END-EVALUATE.
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
           MOVE 'EMPMOVTO' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
