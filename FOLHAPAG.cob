      *>              DEPARTAMENTO PASSA A SER ACOMPANHAVEL NO GASTO
      *>              REAL (RELATORIO CCUSTO); DEPARTAMENTO FORA DO
      *>              CADASTRO CAI NO CENTRO EM BRANCO
      *> 15/10/2026 - DEPOSITO MENSAL DE FGTS: 8% (PARMGER FGTS-PCT)
      *>              SOBRE O BRUTO, INFORMADO NO CONTRACHEQUE SEM
      *>              DESCONTO NO LIQUIDO, SOMADO AO SALDO POR
      *>              MATRICULA (FGTSSALD) E LANCADO NO GLPOST POR
      *>              CENTRO DE CUSTO (DEBITO DESP-FGTS, CREDITO
      *>              FGTS-RECOL) - BASE DA GUIA FGTS DO GUIAIMP
      *> 15/10/2026 - GRAVA O HISTORICO PERMANENTE FOLHAHST (UM
      *>              REGISTRO POR MATRICULA, COMPETENCIA E VERBA DO
      *>              CONTRACHEQUE) - O PAGAMENTO DEIXA DE EXISTIR SO
      *>              NO PAPEL DO CONTRACHQ
      *> 15/10/2026 - BENEFICIOS E DESCONTOS RECORRENTES DO CADASTRO
      *>              BENEFREC APLICADOS DENTRO DA VIGENCIA: VALE-
      *>              TRANSPORTE (PARMGER VT-PCT DO SALARIO BASE,
      *>              LIMITADO AO CUSTO), PLANO DE SAUDE, DESCONTO
      *>              FIXO E PENSAO ALIMENTICIA SOBRE O LIQUIDO (BRUTO
      *>              MENOS INSS E IRRF), ESTA CREDITADA AO FAVORECIDO
      *>              EM DETALHE PROPRIO DO BANCOREM; DESCONTO QUE NAO
      *>              CABE NO LIQUIDO FICA SUSPENSO NO MES. LANCADOS NO
      *>              GLPOST (PENSAO-PAG E DESC-BENEF) POR CENTRO
      *> 15/10/2026 - DIFERENCAS RETROATIVAS DE REAJUSTE PENDENTES NO
      *>              DIFRETRO (GERADAS PELO AUMENTO_ESTRUTURADO)
      *>              ENTRAM NO BRUTO COMO PROVENTO PROPRIO, COM
      *>              INSS, IRRF E FGTS; LINHA PROPRIA NO CONTRACHEQUE
      *>              E NO FOLHAHST (RUBRICA RETR), LANCAMENTO PROPRIO
      *>              NO GLPOST (DIF RETROATIVAS FOLHA) E O ITEM
      *>              REGRAVADO COMO PAGO NA COMPETENCIA
      *> 15/10/2026 - SALARIO PROPORCIONAL AOS DIAS DA COMPETENCIA
      *>              (MES COMERCIAL DE 30 DIAS) PELAS DATAS DE
      *>              ADMISSAO, AFASTAMENTO E RETORNO DO EMPMOV DO MES;
      *>              NO AFASTAMENTO POR DOENCA A EMPRESA PAGA SO OS 15
      *>              PRIMEIROS DIAS (CONTADOS DESDE O INICIO, MESMO NO
      *>              MES ANTERIOR - EMP-DATA-AFASTAMENTO). FUNCIONARIO
      *>              AFASTADO COM DIAS A RECEBER PASSA A ENTRAR NA
      *>              FOLHA; BASE DE INSS E FGTS ACOMPANHAM O BRUTO
      *> 15/10/2026 - DESCONTO DO ADIANTAMENTO QUINZENAL PAGO PELO
      *>              ADIANTAM (ADIANTQZ), LOGO APOS A PENSAO E ATE O
      *>              LIMITE DO LIQUIDO - SALDO QUE NAO CABE FICA PARA
      *>              A PROXIMA FOLHA. LINHA PROPRIA NO CONTRACHEQUE E
      *>              NO FOLHAHST (RUBRICA ADIA) E LANCAMENTO NO GLPOST
      *>              (DESP-FOLHA / ADIANT-SAL); REPROCESSAR A FOLHA NO
      *>              MES DESFAZ O DESCONTO ANTERIOR DA COMPETENCIA
      *> 15/10/2026 - PARCELA DE CONSIGNADO DESCONTADA BAIXA A LINHA
      *>              CORRESPONDENTE DO CRONOGRAMA TABELA PRICE
      *>              (EMPRCRON, GERADO PELO CONSICRO) COM A
      *>              COMPETENCIA; A TAXA DO CONTRATO (EP-TAXA-MENSAL)
      *>              E PRESERVADA NA REGRAVACAO DO EMPRESTA
      *> 15/10/2026 - ACUMULADO CONTABIL DA FOLHA SEPARADO POR EMPRESA E
      *>              CENTRO DE CUSTO; LANCAMENTOS NO GLPOST CARIMBADOS
      *>              COM A EMPRESA DO FUNCIONARIO (GL-EMPRESA)
      *> 15/10/2026 - HORAS-AULA DO PROFESSOR (PONTOMOV, GRAVADAS
      *>              PELO DOCHORAS A PARTIR DAS AULAS DADAS) ENTRAM
      *>              NO BRUTO PELO VALOR DA HORA-AULA, COM LINHA NO
      *>              CONTRACHEQUE E RUBRICA AULA NO FOLHAHST
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - REPROCESSAMENTO DA MESMA COMPETENCIA: O DEPOSITO
      *>              DE FGTS DA RODADA ANTERIOR SAI DO SALDO ANTES DO
      *>              NOVO E A DIFERENCA RETROATIVA JA PAGA NA
      *>              COMPETENCIA ('G') VOLTA AO CONTRACHEQUE
      *> 15/10/2026 - FGTSSALD COM MAIS DE 500 MATRICULAS NAO E MAIS
      *>              REGRAVADO (APAGARIA OS SALDOS EXCEDENTES) - O
      *>              ARQUIVO FICA INTACTO E A RODADA TERMINA COM RC 4
      *> 15/10/2026 - REPROCESSAMENTO DA COMPETENCIA SO ESTORNA O
      *>              DEPOSITO DE FGTS FEITO PELA PROPRIA ORIGEM NA
      *>              RODADA ANTERIOR (COMPETENCIA E VALOR POR ORIGEM NO
      *>              FGTSSALD) E GRAVA A ORIGEM DO ULTIMO DEPOSITO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMHIST ASSIGN TO "COMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMHIST-STATUS.
           SELECT FGTSSALD ASSIGN TO "FGTSSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGTSSALD-STATUS.
           SELECT FOLHAHST ASSIGN TO "FOLHAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHST-STATUS.
           SELECT BENEFREC ASSIGN TO "BENEFREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BENEFREC-STATUS.
           SELECT DIFRETRO ASSIGN TO "DIFRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIFRETRO-STATUS.
           SELECT EMPMOV ASSIGN TO "EMPMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPMOV-STATUS.
           SELECT ADIANTQZ ASSIGN TO "ADIANTQZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANTQZ-STATUS.
           SELECT EMPRCRON ASSIGN TO "EMPRCRON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHAVE
               FILE STATUS IS WRK-EMPRCRON-STATUS.
           SELECT BATCHLOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCHLOG-STATUS.
           COPY "VENDEMP.CPY" IN 'COPYBOOKS'.
       FD  COMHIST.
           COPY "COMHIST.CPY" IN 'COPYBOOKS'.
       FD  FGTSSALD.
           COPY "FGTSSALD.CPY" IN 'COPYBOOKS'.
       FD  FOLHAHST.
           COPY "FOLHAHST.CPY" IN 'COPYBOOKS'.
       FD  BENEFREC.
           COPY "BENEFREC.CPY" IN 'COPYBOOKS'.
       FD  DIFRETRO.
           COPY "DIFRETRO.CPY" IN 'COPYBOOKS'.
       FD  EMPMOV.
           COPY "EMPMOV.CPY" IN 'COPYBOOKS'.
       FD  ADIANTQZ.
           COPY "ADIANTQZ.CPY" IN 'COPYBOOKS'.
       FD  EMPRCRON.
           COPY "EMPRCRON.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       FD  BATCHID.
       77 WRK-PONTOMOV-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-VENDEMP-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-COMHIST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FGTSSALD-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FOLHAHST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BENEFREC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DIFRETRO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPMOV-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ADIANTQZ-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRCRON-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHLOG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BATCHID-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-VALOR-HE100     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-NOTURNO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FALTAS    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-HORAS-HE50      PIC 9(03)V9 VALUE ZEROS.
       77 WRK-HORAS-HE100     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-HORAS-NOTURNO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-DIAS-FALTAS     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-AULAS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-HORAS-AULA      PIC 9(03)V9 VALUE ZEROS.
      *>   LINHA DO HISTORICO FOLHAHST EM MONTAGEM
       77 WRK-HST-SEQUENCIA   PIC 9(02) VALUE ZEROS.
       77 WRK-HST-RUBRICA     PIC X(04) VALUE SPACES.
       77 WRK-HST-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-HST-DESCRICAO   PIC X(20) VALUE SPACES.
       77 WRK-HST-QTD         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-HST-VALOR       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-HISTORICO   PIC 9(07) VALUE ZEROS.
       01 WRK-TABELA-PONTO.
           05  WRK-PONTO-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TPT.
               10  WRK-PT-HE100       PIC 9(03)V9.
               10  WRK-PT-NOTURNO     PIC 9(03)V9.
               10  WRK-PT-FALTAS      PIC 9(02).
               10  WRK-PT-HORAS-AULA  PIC 9(03)V9.
               10  WRK-PT-VALOR-AULA  PIC 9(03)V99.
      *>   DE-PARA VENDEDOR X MATRICULA E COMISSOES DA COMPETENCIA
       77 WRK-QTD-VENDEMP     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VENDEMP     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EMPRESTIMOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EMPREST      PIC 9(03) VALUE ZEROS.
       77 WRK-EMPREST-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-CRONOG-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-PARCELA-BAIXAR   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EP-ACHADO    PIC 9(03) VALUE ZEROS.
      *>   FGTS - PERCENTUAL DO DEPOSITO MENSAL E SALDO POR MATRICULA,
      *>   CARREGADO DO FGTSSALD E REGRAVADO AO FINAL
       77 WRK-FGTS-PCT         PIC 9(02)V99 VALUE 8,00.
       77 WRK-VALOR-FGTS       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-FGTS         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FGTS         PIC 9(03) VALUE ZEROS.
       77 WRK-FGTS-ACHADO      PIC X(01) VALUE 'N'.
       77 WRK-IDX-FG-ACHADO    PIC 9(03) VALUE ZEROS.
       77 WRK-FGTS-TRANSB      PIC X(01) VALUE 'N'.
       77 WRK-IDX-FG-ORIGEM    PIC 9(01) VALUE ZEROS.
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
               10  WRK-FG-NA-RODADA   PIC X(01).
      *>   BENEFICIOS E DESCONTOS RECORRENTES VIGENTES NA COMPETENCIA;
      *>   O VALOR DO MES FICA NO ITEM PARA A REMESSA DA PENSAO
       77 WRK-VT-PCT           PIC 9(03)V99 VALUE 6,00.
       77 WRK-DESC-VT          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESC-SAUDE       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESC-FIXO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PENSAO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-PENSAO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESC-CALCULADO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-DISPON   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PENSAO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-BENEF        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PENSAO       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECORRENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RECORRENTE   PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-RECORRENTES.
           05  WRK-RECORRENTE-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TBN.
               10  WRK-BN-MATRICULA   PIC 9(06).
               10  WRK-BN-TIPO        PIC X(02).
               10  WRK-BN-VALOR       PIC 9(07)V99.
               10  WRK-BN-PERCENTUAL  PIC 9(03)V99.
               10  WRK-BN-FAVORECIDO  PIC X(20).
               10  WRK-BN-BANCO       PIC 9(03).
               10  WRK-BN-AGENCIA     PIC 9(04).
               10  WRK-BN-CONTA       PIC X(10).
               10  WRK-BN-VALOR-MES   PIC 9(07)V99.
      *>   DIFERENCAS RETROATIVAS DE REAJUSTE - O ARQUIVO INTEIRO E
      *>   CARREGADO E REGRAVADO AO FINAL COM OS ITENS PAGOS MARCADOS
       77 WRK-VALOR-RETRO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-RETRO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-RETRO        PIC 9(06) VALUE ZEROS.
       77 WRK-GL-RETRO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-DIFRETRO     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DIFRETRO     PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-DIFRETRO.
           05  WRK-DIFRETRO-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TDR.
               10  WRK-DR-MATRICULA   PIC 9(06).
               10  WRK-DR-DATA-CALC   PIC 9(08).
               10  WRK-DR-COMPET-INI  PIC 9(06).
               10  WRK-DR-COMPET-FIM  PIC 9(06).
               10  WRK-DR-PERCENTUAL  PIC 9(01)V9(04).
               10  WRK-DR-SALARIO     PIC 9(07)V99.
               10  WRK-DR-DECIMO      PIC 9(07)V99.
               10  WRK-DR-FERIAS      PIC 9(07)V99.
               10  WRK-DR-TOTAL       PIC 9(07)V99.
               10  WRK-DR-DEPTO       PIC X(10).
               10  WRK-DR-SITUACAO    PIC X(01).
               10  WRK-DR-COMPET-PAG  PIC 9(06).
      *>   ADIANTAMENTOS QUINZENAIS - O ARQUIVO E CARREGADO E
      *>   REGRAVADO AO FINAL COM O VALOR DESCONTADO NESTA FOLHA
       77 WRK-DESC-ADIANT      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ADIANT     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANT       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ADIANT       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ADIANTQZ     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ADIANTQZ     PIC 9(03) VALUE ZEROS.
       77 WRK-ADIANTQZ-CHEIO   PIC X(01) VALUE 'N'.
       01 WRK-TABELA-ADIANTQZ.
           05  WRK-ADIANTQZ-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TAQ.
               10  WRK-AQ-MATRICULA   PIC 9(06).
               10  WRK-AQ-COMPET      PIC 9(06).
               10  WRK-AQ-DATA-PAG    PIC 9(08).
               10  WRK-AQ-PERCENTUAL  PIC 9(03)V99.
               10  WRK-AQ-VALOR       PIC 9(07)V99.
               10  WRK-AQ-DESCONTADO  PIC 9(07)V99.
               10  WRK-AQ-COMPET-DESC PIC 9(06).
               10  WRK-AQ-ULT-DESC    PIC 9(07)V99.
               10  WRK-AQ-DEPTO       PIC X(10).
               10  WRK-AQ-SITUACAO    PIC X(01).
      *>   PROPORCIONALIZACAO - MOVIMENTOS DATADOS DA COMPETENCIA
      *>   (ADMISSAO, AFASTAMENTO, RETORNO) E A APURACAO DIA A DIA DO
      *>   FUNCIONARIO NO MES COMERCIAL DE 30 DIAS
       77 WRK-SALARIO-BASE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-PAGOS       PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AFAST-PAGOS PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AFAST       PIC 9(03) VALUE ZEROS.
       77 WRK-DIA-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-COMPET       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPET       PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-AFAST        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AFAST        PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-AFAST        PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-COMPET     PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-AFAST      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PROPORC      PIC 9(06) VALUE ZEROS.
       77 WRK-VINCULO-DIA      PIC X(01) VALUE 'S'.
       77 WRK-AFASTADO-DIA     PIC X(01) VALUE 'N'.
       77 WRK-DOENCA-DIA       PIC X(01) VALUE 'S'.
       77 WRK-QTD-MOVTOS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MOVTO        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EVENTOS      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EVENTO       PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-MOVTOS.
           05  WRK-MV-ITEM OCCURS 500 TIMES INDEXED BY WRK-IDX-TMV.
               10  WRK-MV-MATRICULA   PIC 9(06).
               10  WRK-MV-TIPO        PIC X(01).
               10  WRK-MV-DIA         PIC 9(02).
               10  WRK-MV-MOTIVO      PIC X(01).
       01 WRK-TABELA-EVENTOS.
           05  WRK-EV-ITEM OCCURS 10 TIMES INDEXED BY WRK-IDX-TEV.
               10  WRK-EV-TIPO        PIC X(01).
               10  WRK-EV-DIA         PIC 9(02).
               10  WRK-EV-MOTIVO      PIC X(01).
       01 WRK-TABELA-EMPREST.
           05  WRK-EMPREST-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-TEP.
               10  WRK-EP-TOTAL       PIC 9(03).
               10  WRK-EP-RESTAM      PIC 9(03).
               10  WRK-EP-SITUACAO    PIC X(01).
               10  WRK-EP-TAXA        PIC 9(02)V9(04).
      *>   DE-PARA DEPARTAMENTO X CENTRO DE CUSTO E ACUMULADORES DA
      *>   FOLHA POR CENTRO, PARA O LANCAMENTO CONTABIL POR CENTRO
       77 WRK-QTD-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CC-FOLHA     PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-CC-FOLHA.
           05  WRK-CF-ITEM OCCURS 50 TIMES INDEXED BY WRK-IDX-TCF.
               10  WRK-CF-EMPRESA     PIC X(02).
               10  WRK-CF-CC          PIC X(06).
               10  WRK-CF-LIQUIDO     PIC 9(11)V99.
               10  WRK-CF-INSS        PIC 9(11)V99.
               10  WRK-CF-IRRF        PIC 9(11)V99.
               10  WRK-CF-FGTS        PIC 9(11)V99.
               10  WRK-CF-PENSAO      PIC 9(11)V99.
               10  WRK-CF-BENEF       PIC 9(11)V99.
               10  WRK-CF-RETRO       PIC 9(11)V99.
               10  WRK-CF-ADIANT      PIC 9(11)V99.
       01  WRK-VALIDACAO-CONTA.
           05  WRK-VC-PROGRAMA        PIC X(20).
           05  WRK-VC-CONTA           PIC X(10).
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               PERFORM 100000-INICIALIZAR
               PERFORM 200000-PROCESSAR UNTIL WRK-EOF-EMPFILE
               PERFORM 300000-FINALIZAR
               PERFORM 910000-GRAVAR-TOTAIS-CONTROLE
               IF WRK-FGTS-TRANSB = 'S'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - ' WRK-MSG-ACESSO
               MOVE 12 TO RETURN-CODE

           PERFORM 110000-CARREGAR-PARAMETROS.
           PERFORM 120000-CARREGAR-EMPRESTIMOS.
           PERFORM 125000-CARREGAR-SALDOS-FGTS.
           PERFORM 130000-CARREGAR-DEPENDENTES.
           PERFORM 135000-CARREGAR-CENTROS-CUSTO.
           PERFORM 140000-CARREGAR-PONTO.
           PERFORM 145000-CARREGAR-COMISSOES.
           PERFORM 160000-CARREGAR-RECORRENTES.
           PERFORM 165000-CARREGAR-DIFRETRO.
           PERFORM 170000-CARREGAR-MOVIMENTOS.
           PERFORM 175000-CARREGAR-ADIANTAMENTOS.

           OPEN OUTPUT CONTRACHQ.

           OPEN EXTEND FOLHAHST.
           IF WRK-FOLHAHST-STATUS NOT = '00'
               OPEN OUTPUT FOLHAHST
           END-IF.

           OPEN OUTPUT BANCOREM.
           MOVE SPACES              TO BR-REGISTRO.
           MOVE 'H'                 TO BR-TIPO.
                               MOVE PG-VALOR TO WRK-SALFAM-LIMITE
                           WHEN 'SALFAM-VALOR'
                               MOVE PG-VALOR TO WRK-SALFAM-VALOR
                           WHEN 'FGTS-PCT'
                               MOVE PG-VALOR TO WRK-FGTS-PCT
                           WHEN 'VT-PCT'
                               MOVE PG-VALOR TO WRK-VT-PCT
                       END-EVALUATE
                   END-IF
           END-READ.
               CLOSE EMPRESTA
           END-IF.

      *>   CRONOGRAMA DE AMORTIZACAO - SEM EMPRCRON (CONSICRO AINDA
      *>   NAO RODOU) A PARCELA E DESCONTADA SEM BAIXA DE LINHA
           MOVE 'N' TO WRK-CRONOG-ABERTO.
           IF WRK-QTD-EMPRESTIMOS > 0
               OPEN I-O EMPRCRON
               IF WRK-EMPRCRON-STATUS = '00'
                   MOVE 'S' TO WRK-CRONOG-ABERTO
               ELSE
                   DISPLAY 'CRONOGRAMA EMPRCRON INDISPONIVEL - STATUS '
                           WRK-EMPRCRON-STATUS
                           ' - PARCELAS SEM BAIXA NO CRONOGRAMA'
               END-IF
           END-IF.

      *>*********************************************
       121000-LER-EMPRESTIMO.
      *>*********************************************
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
                       DISPLAY 'EMPRESTA COM MAIS DE 500 CONTRATOS - '
                               'REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       125000-CARREGAR-SALDOS-FGTS.
      *>*********************************************
      *>   SALDO DE FGTS POR MATRICULA CARREGADO EM TABELA - O
      *>   DEPOSITO DO MES E SOMADO EM MEMORIA E REGRAVADO AO FINAL
           MOVE ZEROS TO WRK-QTD-FGTS.
           OPEN INPUT FGTSSALD.
           IF WRK-FGTSSALD-STATUS = '00'
               PERFORM 126000-LER-SALDO-FGTS
                   UNTIL WRK-FGTSSALD-STATUS = '10'
               CLOSE FGTSSALD
           END-IF.

      *>*********************************************
       126000-LER-SALDO-FGTS.
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
                       MOVE 'N' TO WRK-FG-NA-RODADA (WRK-QTD-FGTS)
                   ELSE
                       MOVE 'S' TO WRK-FGTS-TRANSB
                   END-IF
           END-READ.

      *>*********************************************
       130000-CARREGAR-DEPENDENTES.
      *>*********************************************
                               TO WRK-PT-NOTURNO (WRK-QTD-PONTOS)
                           MOVE PT-DIAS-FALTA
                               TO WRK-PT-FALTAS (WRK-QTD-PONTOS)
                           IF PT-HORAS-AULA NUMERIC
                               AND PT-VALOR-HORA-AULA NUMERIC
                               MOVE PT-HORAS-AULA
                                   TO WRK-PT-HORAS-AULA
                                       (WRK-QTD-PONTOS)
                               MOVE PT-VALOR-HORA-AULA
                                   TO WRK-PT-VALOR-AULA
                                       (WRK-QTD-PONTOS)
                           ELSE
                               MOVE ZEROS
                                   TO WRK-PT-HORAS-AULA
                                       (WRK-QTD-PONTOS)
                               MOVE ZEROS
                                   TO WRK-PT-VALOR-AULA
                                       (WRK-QTD-PONTOS)
                           END-IF
                       ELSE
                           DISPLAY 'PONTOMOV COM MAIS DE 500 '
                                   'MATRICULAS - REGISTRO IGNORADO'
                           DISPLAY 'MATRICULA ' EMP-MATRICULA
                                   ' EM FERIAS - PAGA PELO FERIASPG'
                           PERFORM 150000-LER-EMPREGADO
                       WHEN EMP-DESLIGADO
                           PERFORM 150000-LER-EMPREGADO
                       WHEN OTHER
                           PERFORM 155000-APURAR-DIAS
                           IF WRK-DIAS-PAGOS = 0
                               PERFORM 150000-LER-EMPREGADO
                           END-IF
                   END-EVALUATE
           END-READ.

      *>*********************************************
       155000-APURAR-DIAS.
      *>*********************************************
      *>   DIAS A PAGAR NA COMPETENCIA (MES COMERCIAL DE 30 DIAS), DIA
      *>   A DIA: ANTES DA ADMISSAO NAO HA VINCULO; NO AFASTAMENTO POR
      *>   DOENCA PAGA ATE O 15O DIA, DAI EM DIANTE E COM O INSS; NOS
      *>   DEMAIS AFASTAMENTOS NADA. O ESTADO DO DIA 1 VEM DO PRIMEIRO
      *>   MOVIMENTO DO MES (RETORNO = ESTAVA AFASTADO) OU, SEM
      *>   MOVIMENTO, DA SITUACAO ATUAL DO CADASTRO.
           MOVE ZEROS TO WRK-QTD-EVENTOS.
           PERFORM VARYING WRK-IDX-MOVTO FROM 1 BY 1
                   UNTIL WRK-IDX-MOVTO > WRK-QTD-MOVTOS
               IF WRK-MV-MATRICULA (WRK-IDX-MOVTO) = EMP-MATRICULA
                   AND WRK-QTD-EVENTOS < 10
                   ADD 1 TO WRK-QTD-EVENTOS
                   MOVE WRK-MV-TIPO (WRK-IDX-MOVTO)
                       TO WRK-EV-TIPO (WRK-QTD-EVENTOS)
                   MOVE WRK-MV-DIA (WRK-IDX-MOVTO)
                       TO WRK-EV-DIA (WRK-QTD-EVENTOS)
                   MOVE WRK-MV-MOTIVO (WRK-IDX-MOVTO)
                       TO WRK-EV-MOTIVO (WRK-QTD-EVENTOS)
               END-IF
           END-PERFORM.

           MOVE 'S' TO WRK-VINCULO-DIA.
           MOVE 'N' TO WRK-AFASTADO-DIA.
           MOVE 'S' TO WRK-DOENCA-DIA.
           MOVE ZEROS TO WRK-DIAS-AFAST.
           IF EMP-AFASTADO
               MOVE 'S' TO WRK-AFASTADO-DIA
           END-IF.
           PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                   UNTIL WRK-IDX-EVENTO > WRK-QTD-EVENTOS
               EVALUATE WRK-EV-TIPO (WRK-IDX-EVENTO)
                   WHEN 'A'
                       MOVE 'N' TO WRK-VINCULO-DIA
                   WHEN 'R'
                       MOVE 'S' TO WRK-AFASTADO-DIA
                       MOVE WRK-QTD-EVENTOS TO WRK-IDX-EVENTO
                   WHEN 'F'
                       MOVE 'N' TO WRK-AFASTADO-DIA
                       MOVE WRK-QTD-EVENTOS TO WRK-IDX-EVENTO
               END-EVALUATE
           END-PERFORM.

      *>   AFASTAMENTO QUE VEM DO MES ANTERIOR: DIAS JA DECORRIDOS
      *>   ANTES DO DIA 1, EM MESES COMERCIAIS. SEM DATA NO CADASTRO
      *>   (LEGADO) O AFASTAMENTO E TRATADO COMO JA ESGOTADO.
           IF WRK-AFASTADO-DIA = 'S'
               MOVE 99 TO WRK-DIAS-AFAST
               IF EMP-MOTIVO-AFAST = 'O'
                   MOVE 'N' TO WRK-DOENCA-DIA
               END-IF
               IF EMP-DATA-AFASTAMENTO NUMERIC
                   AND EMP-DATA-AFASTAMENTO > 0
                   COMPUTE WRK-MESES-COMPET =
                       WRK-ANO-COMPET * 12 + WRK-MES-COMPET
                   MOVE EMP-DATA-AFASTAMENTO (1:4) TO WRK-ANO-AFAST
                   MOVE EMP-DATA-AFASTAMENTO (5:2) TO WRK-MES-AFAST
                   MOVE EMP-DATA-AFASTAMENTO (7:2) TO WRK-DIA-AFAST
                   IF WRK-DIA-AFAST > 30
                       MOVE 30 TO WRK-DIA-AFAST
                   END-IF
                   COMPUTE WRK-MESES-AFAST =
                       WRK-ANO-AFAST * 12 + WRK-MES-AFAST
                   IF WRK-MESES-COMPET = WRK-MESES-AFAST + 1
                       COMPUTE WRK-DIAS-AFAST = 31 - WRK-DIA-AFAST
                   END-IF
                   IF WRK-DIAS-AFAST = 0
                       MOVE 1 TO WRK-DIAS-AFAST
                   END-IF
               END-IF
           END-IF.

           MOVE ZEROS TO WRK-DIAS-PAGOS.
           MOVE ZEROS TO WRK-DIAS-AFAST-PAGOS.
           PERFORM 156000-APURAR-DIA
               VARYING WRK-DIA-MES FROM 1 BY 1
               UNTIL WRK-DIA-MES > 30.

           IF WRK-DIAS-PAGOS < 30
               COMPUTE WRK-SALARIO-BASE ROUNDED =
                       EMP-SALARIO * WRK-DIAS-PAGOS / 30
               IF WRK-DIAS-PAGOS > 0
                   ADD 1 TO WRK-QTD-PROPORC
               END-IF
           ELSE
               MOVE EMP-SALARIO TO WRK-SALARIO-BASE
           END-IF.

      *>*********************************************
       156000-APURAR-DIA.
      *>*********************************************
           PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                   UNTIL WRK-IDX-EVENTO > WRK-QTD-EVENTOS
               IF WRK-EV-DIA (WRK-IDX-EVENTO) = WRK-DIA-MES
                   EVALUATE WRK-EV-TIPO (WRK-IDX-EVENTO)
                       WHEN 'A'
                           MOVE 'S' TO WRK-VINCULO-DIA
                       WHEN 'F'
                           MOVE 'S' TO WRK-AFASTADO-DIA
                           MOVE ZEROS TO WRK-DIAS-AFAST
                           IF WRK-EV-MOTIVO (WRK-IDX-EVENTO) = 'O'
                               MOVE 'N' TO WRK-DOENCA-DIA
                           ELSE
                               MOVE 'S' TO WRK-DOENCA-DIA
                           END-IF
                       WHEN 'R'
                           MOVE 'N' TO WRK-AFASTADO-DIA
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WRK-VINCULO-DIA = 'S'
               IF WRK-AFASTADO-DIA = 'N'
                   ADD 1 TO WRK-DIAS-PAGOS
               ELSE
                   IF WRK-DIAS-AFAST < 99
                       ADD 1 TO WRK-DIAS-AFAST
                   END-IF
                   IF WRK-DOENCA-DIA = 'S' AND WRK-DIAS-AFAST <= 15
                       ADD 1 TO WRK-DIAS-PAGOS
                       ADD 1 TO WRK-DIAS-AFAST-PAGOS
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       160000-CARREGAR-RECORRENTES.
      *>*********************************************
      *>   SO ENTRAM OS ITENS VIGENTES NA COMPETENCIA - INICIO ATE O
      *>   MES CORRENTE E FIM ZERADO (SEM PRAZO) OU AINDA NAO PASSADO
           MOVE ZEROS TO WRK-QTD-RECORRENTES.
           OPEN INPUT BENEFREC.
           IF WRK-BENEFREC-STATUS = '00'
               PERFORM 161000-LER-RECORRENTE
                   UNTIL WRK-BENEFREC-STATUS = '10'
               CLOSE BENEFREC
           END-IF.

      *>*********************************************
       161000-LER-RECORRENTE.
      *>*********************************************
           READ BENEFREC
               AT END
                   CONTINUE
               NOT AT END
                   IF BN-DATA-INICIO (1:6) <= WRK-DATA-PROCESSO (1:6)
                       IF BN-DATA-FIM = 0
                           OR BN-DATA-FIM (1:6) >=
                              WRK-DATA-PROCESSO (1:6)
                           PERFORM 162000-GUARDAR-RECORRENTE
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       162000-GUARDAR-RECORRENTE.
      *>*********************************************
           IF WRK-QTD-RECORRENTES < 500
               ADD 1 TO WRK-QTD-RECORRENTES
               MOVE BN-MATRICULA
                   TO WRK-BN-MATRICULA (WRK-QTD-RECORRENTES)
               MOVE BN-TIPO
                   TO WRK-BN-TIPO (WRK-QTD-RECORRENTES)
               MOVE BN-VALOR
                   TO WRK-BN-VALOR (WRK-QTD-RECORRENTES)
               MOVE BN-PERCENTUAL
                   TO WRK-BN-PERCENTUAL (WRK-QTD-RECORRENTES)
               MOVE BN-FAVORECIDO
                   TO WRK-BN-FAVORECIDO (WRK-QTD-RECORRENTES)
               MOVE BN-BANCO
                   TO WRK-BN-BANCO (WRK-QTD-RECORRENTES)
               MOVE BN-AGENCIA
                   TO WRK-BN-AGENCIA (WRK-QTD-RECORRENTES)
               MOVE BN-CONTA
                   TO WRK-BN-CONTA (WRK-QTD-RECORRENTES)
               MOVE ZEROS
                   TO WRK-BN-VALOR-MES (WRK-QTD-RECORRENTES)
           ELSE
               DISPLAY 'BENEFREC COM MAIS DE 500 ITENS VIGENTES - '
                       'MATRICULA ' BN-MATRICULA ' TIPO ' BN-TIPO
                       ' IGNORADO'
           END-IF.

      *>*********************************************
       165000-CARREGAR-DIFRETRO.
      *>*********************************************
      *>   DIFERENCAS RETROATIVAS DE REAJUSTE - PENDENTES E JA PAGAS
      *>   FICAM NA TABELA, PARA O ARQUIVO VOLTAR INTEIRO AO FINAL
           MOVE ZEROS TO WRK-QTD-DIFRETRO.
           OPEN INPUT DIFRETRO.
           IF WRK-DIFRETRO-STATUS = '00'
               PERFORM 166000-LER-DIFRETRO
                   UNTIL WRK-DIFRETRO-STATUS = '10'
               CLOSE DIFRETRO
           END-IF.

      *>*********************************************
       166000-LER-DIFRETRO.
      *>*********************************************
           READ DIFRETRO
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-DIFRETRO < 500
                       ADD 1 TO WRK-QTD-DIFRETRO
                       MOVE WRK-QTD-DIFRETRO TO WRK-IDX-DIFRETRO
                       MOVE DR-MATRICULA
                           TO WRK-DR-MATRICULA  (WRK-IDX-DIFRETRO)
                       MOVE DR-DATA-CALCULO
                           TO WRK-DR-DATA-CALC  (WRK-IDX-DIFRETRO)
                       MOVE DR-COMPET-INICIO
                           TO WRK-DR-COMPET-INI (WRK-IDX-DIFRETRO)
                       MOVE DR-COMPET-FIM
                           TO WRK-DR-COMPET-FIM (WRK-IDX-DIFRETRO)
                       MOVE DR-PERCENTUAL
                           TO WRK-DR-PERCENTUAL (WRK-IDX-DIFRETRO)
                       MOVE DR-VALOR-SALARIO
                           TO WRK-DR-SALARIO    (WRK-IDX-DIFRETRO)
                       MOVE DR-VALOR-DECIMO
                           TO WRK-DR-DECIMO     (WRK-IDX-DIFRETRO)
                       MOVE DR-VALOR-FERIAS
                           TO WRK-DR-FERIAS     (WRK-IDX-DIFRETRO)
                       MOVE DR-VALOR-TOTAL
                           TO WRK-DR-TOTAL      (WRK-IDX-DIFRETRO)
                       MOVE DR-DEPARTAMENTO
                           TO WRK-DR-DEPTO      (WRK-IDX-DIFRETRO)
                       MOVE DR-SITUACAO
                           TO WRK-DR-SITUACAO   (WRK-IDX-DIFRETRO)
                       MOVE DR-COMPET-PAGAMENTO
                           TO WRK-DR-COMPET-PAG (WRK-IDX-DIFRETRO)
                   ELSE
                       DISPLAY 'DIFRETRO COM MAIS DE 500 ITENS - '
                               'MATRICULA ' DR-MATRICULA
                               ' FICA PARA A PROXIMA FOLHA'
                   END-IF
           END-READ.

      *>*********************************************
       170000-CARREGAR-MOVIMENTOS.
      *>*********************************************
      *>   MOVIMENTOS DO MES COM DATA NA COMPETENCIA - SO ADMISSAO,
      *>   AFASTAMENTO E RETORNO INTERESSAM A PROPORCIONALIZACAO;
      *>   DIA 31 CONTA COMO 30 NO MES COMERCIAL
           MOVE ZEROS TO WRK-QTD-MOVTOS.
           MOVE WRK-DATA-PROCESSO (1:4) TO WRK-ANO-COMPET.
           MOVE WRK-DATA-PROCESSO (5:2) TO WRK-MES-COMPET.
           OPEN INPUT EMPMOV.
           IF WRK-EMPMOV-STATUS = '00'
               PERFORM 171000-LER-MOVIMENTO
                   UNTIL WRK-EMPMOV-STATUS = '10'
               CLOSE EMPMOV
           END-IF.

      *>*********************************************
       171000-LER-MOVIMENTO.
      *>*********************************************
           READ EMPMOV
               AT END
                   CONTINUE
               NOT AT END
                   IF (MV-EH-ADMISSAO OR MV-EH-AFASTAMENTO
                           OR MV-EH-RETORNO)
                       AND MV-DATA-MOVIMENTO NUMERIC
                       AND MV-DATA-MOVIMENTO (1:6) =
                           WRK-DATA-PROCESSO (1:6)
                       IF WRK-QTD-MOVTOS < 500
                           ADD 1 TO WRK-QTD-MOVTOS
                           MOVE MV-MATRICULA
                               TO WRK-MV-MATRICULA (WRK-QTD-MOVTOS)
                           MOVE MV-TIPO
                               TO WRK-MV-TIPO (WRK-QTD-MOVTOS)
                           MOVE MV-DATA-MOVIMENTO (7:2)
                               TO WRK-MV-DIA (WRK-QTD-MOVTOS)
                           IF WRK-MV-DIA (WRK-QTD-MOVTOS) > 30
                               MOVE 30
                                   TO WRK-MV-DIA (WRK-QTD-MOVTOS)
                           END-IF
                           MOVE MV-MOTIVO-AFAST
                               TO WRK-MV-MOTIVO (WRK-QTD-MOVTOS)
                       ELSE
                           DISPLAY 'EMPMOV COM MAIS DE 500 MOVIMENTOS '
                                   'NO MES - MATRICULA ' MV-MATRICULA
                                   ' PAGA SEM PROPORCIONALIZAR'
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       175000-CARREGAR-ADIANTAMENTOS.
      *>*********************************************
      *>   ADIANTAMENTOS QUINZENAIS - PENDENTES E JA DESCONTADOS
      *>   FICAM NA TABELA, PARA O ARQUIVO VOLTAR INTEIRO AO FINAL
           MOVE ZEROS TO WRK-QTD-ADIANTQZ.
           MOVE 'N' TO WRK-ADIANTQZ-CHEIO.
           OPEN INPUT ADIANTQZ.
           IF WRK-ADIANTQZ-STATUS = '00'
               PERFORM 176000-LER-ADIANTAMENTO
                   UNTIL WRK-ADIANTQZ-STATUS = '10'
               CLOSE ADIANTQZ
           END-IF.

      *>*********************************************
       176000-LER-ADIANTAMENTO.
      *>*********************************************
      *>   DESCONTO JA FEITO POR UMA RODADA ANTERIOR DESTA MESMA
      *>   COMPETENCIA E DESFEITO - O REPROCESSAMENTO DESCONTA DE NOVO
           READ ADIANTQZ
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-ADIANTQZ < 500
                       ADD 1 TO WRK-QTD-ADIANTQZ
                       MOVE WRK-QTD-ADIANTQZ TO WRK-IDX-ADIANTQZ
                       MOVE AQ-MATRICULA
                           TO WRK-AQ-MATRICULA   (WRK-IDX-ADIANTQZ)
                       MOVE AQ-COMPETENCIA
                           TO WRK-AQ-COMPET      (WRK-IDX-ADIANTQZ)
                       MOVE AQ-DATA-PAGAMENTO
                           TO WRK-AQ-DATA-PAG    (WRK-IDX-ADIANTQZ)
                       MOVE AQ-PERCENTUAL
                           TO WRK-AQ-PERCENTUAL  (WRK-IDX-ADIANTQZ)
                       MOVE AQ-VALOR
                           TO WRK-AQ-VALOR       (WRK-IDX-ADIANTQZ)
                       MOVE AQ-VALOR-DESCONTADO
                           TO WRK-AQ-DESCONTADO  (WRK-IDX-ADIANTQZ)
                       MOVE AQ-COMPET-DESCONTO
                           TO WRK-AQ-COMPET-DESC (WRK-IDX-ADIANTQZ)
                       MOVE AQ-VALOR-ULT-DESCONTO
                           TO WRK-AQ-ULT-DESC    (WRK-IDX-ADIANTQZ)
                       MOVE AQ-DEPARTAMENTO
                           TO WRK-AQ-DEPTO       (WRK-IDX-ADIANTQZ)
                       MOVE AQ-SITUACAO
                           TO WRK-AQ-SITUACAO    (WRK-IDX-ADIANTQZ)
                       IF AQ-COMPET-DESCONTO = WRK-DATA-PROCESSO (1:6)
                           SUBTRACT AQ-VALOR-ULT-DESCONTO
                               FROM WRK-AQ-DESCONTADO (WRK-IDX-ADIANTQZ)
                           MOVE ZEROS
                               TO WRK-AQ-ULT-DESC (WRK-IDX-ADIANTQZ)
                           MOVE 'P'
                               TO WRK-AQ-SITUACAO (WRK-IDX-ADIANTQZ)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-ADIANTQZ-CHEIO
                       DISPLAY 'ADIANTQZ COM MAIS DE 500 ITENS - '
                               'MATRICULA ' AQ-MATRICULA
                               ' NAO DESCONTADA NESTA FOLHA'
                   END-IF
           END-READ.

      *>*********************************************
       200000-PROCESSAR.
      *>*********************************************
           MOVE WRK-SALARIO-BASE TO WRK-SALARIO-BRUTO.

           PERFORM 202000-APLICAR-PONTO.
           PERFORM 203000-APLICAR-COMISSAO.
           PERFORM 204000-APLICAR-RETROATIVO.
           PERFORM 205000-CONTAR-DEPENDENTES.
           PERFORM 210000-CALCULAR-INSS.
           PERFORM 215000-DEPOSITAR-FGTS.
           PERFORM 220000-CALCULAR-IRRF.
           PERFORM 225000-DESCONTAR-CONSIGNADO.

                       WRK-SALFAM-VALOR * WRK-QTD-SALFAM-EMP
           END-IF.

           PERFORM 226000-APLICAR-RECORRENTES.

           COMPUTE WRK-LIQUIDO =
                   WRK-SALARIO-BRUTO + WRK-VALOR-SALFAM -
                   WRK-INSS - WRK-IRRF - WRK-PARCELA-CONSIG -
                   WRK-VALOR-PENSAO - WRK-DESC-ADIANT - WRK-DESC-VT -
                   WRK-DESC-SAUDE - WRK-DESC-FIXO
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-LIQUIDO
           END-COMPUTE.
           ADD WRK-INSS          TO WRK-TOT-INSS.
           ADD WRK-IRRF          TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO       TO WRK-TOT-LIQUIDO.
           ADD WRK-VALOR-FGTS    TO WRK-TOT-FGTS.
           ADD WRK-VALOR-PENSAO  TO WRK-TOT-PENSAO.
           IF WRK-DESC-ADIANT > 0
               ADD 1               TO WRK-QTD-ADIANT
               ADD WRK-DESC-ADIANT TO WRK-TOT-ADIANT
           END-IF.
           ADD WRK-DESC-VT WRK-DESC-SAUDE WRK-DESC-FIXO
               TO WRK-TOT-BENEF.

           PERFORM 230000-IMPRIMIR-CONTRACHEQUE.
           PERFORM 240000-GRAVAR-HISTORICO.
           PERFORM 250000-GRAVAR-REMESSA.

           PERFORM 150000-LER-EMPREGADO.
      *>   COMPOSICAO DO BRUTO COM A APURACAO DE PONTO: HORA NORMAL
      *>   = SALARIO/220; EXTRA 50% PAGA 1,5 HORA, EXTRA 100% PAGA
      *>   2 HORAS, NOTURNO ACRESCE 20%; FALTA NAO JUSTIFICADA
      *>   DESCONTA SALARIO/30 POR DIA. HORAS-AULA DO PROFESSOR
      *>   (DOCHORAS) PAGAM O VALOR DA HORA-AULA DO LANCAMENTO
           MOVE ZEROS TO WRK-VALOR-HE50.
           MOVE ZEROS TO WRK-VALOR-HE100.
           MOVE ZEROS TO WRK-VALOR-NOTURNO.
           MOVE ZEROS TO WRK-VALOR-FALTAS.
           MOVE ZEROS TO WRK-VALOR-AULAS.
           MOVE ZEROS TO WRK-HORAS-AULA.
           MOVE ZEROS TO WRK-HORAS-HE50.
           MOVE ZEROS TO WRK-HORAS-HE100.
           MOVE ZEROS TO WRK-HORAS-NOTURNO.
           MOVE ZEROS TO WRK-DIAS-FALTAS.

           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                   UNTIL WRK-IDX-PONTO > WRK-QTD-PONTOS
                   COMPUTE WRK-VALOR-FALTAS ROUNDED =
                           (EMP-SALARIO / 30) *
                           WRK-PT-FALTAS (WRK-IDX-PONTO)
                   MOVE WRK-PT-HE50 (WRK-IDX-PONTO)
                       TO WRK-HORAS-HE50
                   MOVE WRK-PT-HE100 (WRK-IDX-PONTO)
                       TO WRK-HORAS-HE100
                   MOVE WRK-PT-NOTURNO (WRK-IDX-PONTO)
                       TO WRK-HORAS-NOTURNO
                   MOVE WRK-PT-FALTAS (WRK-IDX-PONTO)
                       TO WRK-DIAS-FALTAS
                   COMPUTE WRK-VALOR-AULAS ROUNDED =
                           WRK-PT-HORAS-AULA (WRK-IDX-PONTO) *
                           WRK-PT-VALOR-AULA (WRK-IDX-PONTO)
                   MOVE WRK-PT-HORAS-AULA (WRK-IDX-PONTO)
                       TO WRK-HORAS-AULA
                   MOVE WRK-QTD-PONTOS TO WRK-IDX-PONTO
               END-IF
           END-PERFORM.

           COMPUTE WRK-SALARIO-BRUTO =
                   WRK-SALARIO-BASE + WRK-VALOR-HE50 + WRK-VALOR-HE100
                   + WRK-VALOR-NOTURNO + WRK-VALOR-AULAS
                   - WRK-VALOR-FALTAS
               ON SIZE ERROR
                   MOVE WRK-SALARIO-BASE TO WRK-SALARIO-BRUTO
           END-COMPUTE.

      *>*********************************************
               END-ADD
           END-IF.

      *>*********************************************
       204000-APLICAR-RETROATIVO.
      *>*********************************************
      *>   DIFERENCAS RETROATIVAS PENDENTES DA MATRICULA ENTRAM NO
      *>   BRUTO ANTES DO INSS - TRIBUTADAS E COM FGTS COMO O
      *>   SALARIO - E FICAM MARCADAS COMO PAGAS NESTA COMPETENCIA.
      *>   O REGISTRO SO E EFETIVAMENTE REGRAVADO NO FIM DA FOLHA.
      *>   NO REPROCESSAMENTO DA COMPETENCIA A DIFERENCA JA MARCADA
      *>   COMO PAGA NELA ('G') ENTRA DE NOVO NO CONTRACHEQUE
           MOVE ZEROS TO WRK-VALOR-RETRO.
           PERFORM VARYING WRK-IDX-DIFRETRO FROM 1 BY 1
                   UNTIL WRK-IDX-DIFRETRO > WRK-QTD-DIFRETRO
               IF WRK-DR-MATRICULA (WRK-IDX-DIFRETRO) = EMP-MATRICULA
                   AND (WRK-DR-SITUACAO (WRK-IDX-DIFRETRO) = 'P'
                     OR (WRK-DR-SITUACAO (WRK-IDX-DIFRETRO) = 'G'
                       AND WRK-DR-COMPET-PAG (WRK-IDX-DIFRETRO) =
                           WRK-DATA-PROCESSO (1:6)))
                   ADD WRK-DR-TOTAL (WRK-IDX-DIFRETRO)
                       TO WRK-VALOR-RETRO
                   MOVE 'G' TO WRK-DR-SITUACAO (WRK-IDX-DIFRETRO)
                   MOVE WRK-DATA-PROCESSO (1:6)
                       TO WRK-DR-COMPET-PAG (WRK-IDX-DIFRETRO)
               END-IF
           END-PERFORM.
           IF WRK-VALOR-RETRO > 0
               ADD WRK-VALOR-RETRO TO WRK-SALARIO-BRUTO
                   ON SIZE ERROR
                       DISPLAY 'DIFERENCA RETROATIVA NAO CABE NO '
                               'BRUTO - MATRICULA ' EMP-MATRICULA
               END-ADD
               ADD 1               TO WRK-QTD-RETRO
               ADD WRK-VALOR-RETRO TO WRK-TOT-RETRO
           END-IF.

      *>*********************************************
       205000-CONTAR-DEPENDENTES.
      *>*********************************************
               END-IF
           END-IF.

      *>*********************************************
       215000-DEPOSITAR-FGTS.
      *>*********************************************
      *>   DEPOSITO DE FGTS DO MES SOBRE O BRUTO (SALARIO, PONTO E
      *>   COMISSAO) - ENCARGO DA EMPRESA, NAO DESCONTA DO LIQUIDO;
      *>   MATRICULA SEM SALDO ABRE CONTA NOVA NA TABELA E CONTA JA
      *>   SACADA NUMA RESCISAO ANTERIOR (READMISSAO) RECOMECA DO ZERO
           COMPUTE WRK-VALOR-FGTS ROUNDED =
                   WRK-SALARIO-BRUTO * (WRK-FGTS-PCT / 100).
           MOVE 1 TO WRK-IDX-FG-ORIGEM.

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
                   MOVE 'N'   TO WRK-FG-NA-RODADA (WRK-IDX-FG-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-FGTS-TRANSB
                   MOVE ZEROS TO WRK-IDX-FG-ACHADO
               END-IF
           END-IF.
           IF WRK-IDX-FG-ACHADO > 0
               IF WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO) = 'S'
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
                   MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
               END-IF
               IF WRK-FG-NA-RODADA (WRK-IDX-FG-ACHADO) NOT = 'S'
                   PERFORM 215100-ESTORNAR-DEPOSITO-FGTS
               END-IF
               ADD WRK-VALOR-FGTS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               ADD WRK-VALOR-FGTS TO WRK-FG-DO-VALOR
                   (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
               MOVE WRK-DATA-PROCESSO (1:6)
                   TO WRK-FG-COMPETENCIA (WRK-IDX-FG-ACHADO)
               MOVE WRK-DATA-PROCESSO
                   TO WRK-FG-DATA (WRK-IDX-FG-ACHADO)
               MOVE WRK-VALOR-FGTS
                   TO WRK-FG-VALOR (WRK-IDX-FG-ACHADO)
               MOVE 'F' TO WRK-FG-ORIGEM (WRK-IDX-FG-ACHADO)
               MOVE 'A' TO WRK-FG-SITUACAO (WRK-IDX-FG-ACHADO)
           END-IF.

      *>*********************************************
       215100-ESTORNAR-DEPOSITO-FGTS.
      *>*********************************************
      *>   REPROCESSAMENTO DA MESMA COMPETENCIA - SO O DEPOSITO QUE
      *>   A PROPRIA FOLHA FEZ NA RODADA ANTERIOR SAI DO SALDO ANTES
      *>   DO NOVO, COMO O DESCONTO DO ADIANTQZ EM 176000; O DO 13O,
      *>   DAS FERIAS OU DA RESCISAO NA MESMA COMPETENCIA FICA
           MOVE 'S' TO WRK-FG-NA-RODADA (WRK-IDX-FG-ACHADO).
           IF WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO) NOT NUMERIC
               MOVE ZEROS TO WRK-FG-DEPOSITOS (WRK-IDX-FG-ACHADO)
           END-IF.
           IF WRK-FG-DO-COMPET
                   (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
                   = WRK-DATA-PROCESSO (1:6)
               IF WRK-FG-SALDO (WRK-IDX-FG-ACHADO) >= WRK-FG-DO-VALOR
                       (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
                   SUBTRACT WRK-FG-DO-VALOR
                       (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM)
                       FROM WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               ELSE
                   MOVE ZEROS TO WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
               END-IF
           END-IF.
           MOVE WRK-DATA-PROCESSO (1:6) TO WRK-FG-DO-COMPET
               (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM).
           MOVE ZEROS TO WRK-FG-DO-VALOR
               (WRK-IDX-FG-ACHADO, WRK-IDX-FG-ORIGEM).

      *>*********************************************
       220000-CALCULAR-IRRF.
      *>*********************************************
                   MOVE WRK-EP-PARCELA (WRK-IDX-EMPREST)
                       TO WRK-PARCELA-CONSIG
                   SUBTRACT 1 FROM WRK-EP-RESTAM (WRK-IDX-EMPREST)
                   IF WRK-CRONOG-ABERTO = 'S'
                       PERFORM 225500-BAIXAR-PARCELA-CRONOG
                   END-IF
                   IF WRK-EP-RESTAM (WRK-IDX-EMPREST) = 0
                       MOVE 'Q' TO WRK-EP-SITUACAO (WRK-IDX-EMPREST)
                       DISPLAY 'CONSIGNADO QUITADO - MATRICULA '
               END-IF
           END-IF.

      *>*********************************************
       225500-BAIXAR-PARCELA-CRONOG.
      *>*********************************************
      *>   A PARCELA DESCONTADA E A DE NUMERO TOTAL - RESTAM (JA
      *>   DEPOIS DO DESCONTO DESTE MES); LINHA DE OUTRO CONTRATO OU
      *>   JA BAIXADA NAO E TOCADA
           COMPUTE WRK-PARCELA-BAIXAR =
                   WRK-EP-TOTAL (WRK-IDX-EMPREST) -
                   WRK-EP-RESTAM (WRK-IDX-EMPREST).
           MOVE EMP-MATRICULA      TO EC-MATRICULA.
           MOVE WRK-PARCELA-BAIXAR TO EC-NUM-PARCELA.
           READ EMPRCRON
               INVALID KEY
                   DISPLAY 'PARCELA ' WRK-PARCELA-BAIXAR
                           ' FORA DO CRONOGRAMA - MATRICULA '
                           EMP-MATRICULA
               NOT INVALID KEY
                   IF EC-EM-ABERTO
                       AND EC-PRINCIPAL =
                           WRK-EP-PRINCIPAL (WRK-IDX-EMPREST)
                       MOVE 'B' TO EC-SITUACAO
                       MOVE WRK-DATA-PROCESSO (1:6)
                           TO EC-COMPET-BAIXA
                       REWRITE EC-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO BAIXAR PARCELA DO '
                                       'CRONOGRAMA - MATRICULA '
                                       EMP-MATRICULA
                       END-REWRITE
                   END-IF
           END-READ.

      *>*********************************************
       226000-APLICAR-RECORRENTES.
      *>*********************************************
      *>   ITENS DO BENEFREC DA MATRICULA. A PENSAO (ORDEM JUDICIAL)
      *>   VEM PRIMEIRO, SOBRE O LIQUIDO LEGAL (BRUTO - INSS - IRRF);
      *>   DEPOIS O ADIANTAMENTO QUINZENAL JA PAGO NO MES; OS DEMAIS
      *>   SO DESCONTAM O QUE AINDA CABE NO LIQUIDO - O QUE NAO CABE
      *>   FICA SUSPENSO NO MES, COMO NO CONSIGNADO
           MOVE ZEROS TO WRK-VALOR-PENSAO.
           MOVE ZEROS TO WRK-DESC-ADIANT.
           MOVE ZEROS TO WRK-DESC-VT.
           MOVE ZEROS TO WRK-DESC-SAUDE.
           MOVE ZEROS TO WRK-DESC-FIXO.
           COMPUTE WRK-LIQUIDO-DISPON =
                   WRK-SALARIO-BRUTO + WRK-VALOR-SALFAM -
                   WRK-INSS - WRK-IRRF - WRK-PARCELA-CONSIG.
           IF WRK-SALARIO-BRUTO > WRK-INSS + WRK-IRRF
               COMPUTE WRK-BASE-PENSAO =
                       WRK-SALARIO-BRUTO - WRK-INSS - WRK-IRRF
           ELSE
               MOVE ZEROS TO WRK-BASE-PENSAO
           END-IF.

           PERFORM VARYING WRK-IDX-RECORRENTE FROM 1 BY 1
                   UNTIL WRK-IDX-RECORRENTE > WRK-QTD-RECORRENTES
               IF WRK-BN-MATRICULA (WRK-IDX-RECORRENTE) = EMP-MATRICULA
                   MOVE ZEROS
                       TO WRK-BN-VALOR-MES (WRK-IDX-RECORRENTE)
                   IF WRK-BN-TIPO (WRK-IDX-RECORRENTE) = 'PA'
                       PERFORM 226100-CALCULAR-PENSAO
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-ADIANTQZ FROM 1 BY 1
                   UNTIL WRK-IDX-ADIANTQZ > WRK-QTD-ADIANTQZ
               IF WRK-AQ-MATRICULA (WRK-IDX-ADIANTQZ) = EMP-MATRICULA
                   AND WRK-AQ-SITUACAO (WRK-IDX-ADIANTQZ) = 'P'
                   PERFORM 226300-DESCONTAR-ADIANTAMENTO
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-RECORRENTE FROM 1 BY 1
                   UNTIL WRK-IDX-RECORRENTE > WRK-QTD-RECORRENTES
               IF WRK-BN-MATRICULA (WRK-IDX-RECORRENTE) = EMP-MATRICULA
                   AND WRK-BN-TIPO (WRK-IDX-RECORRENTE) NOT = 'PA'
                   PERFORM 226200-CALCULAR-DESCONTO
               END-IF
           END-PERFORM.

      *>*********************************************
       226100-CALCULAR-PENSAO.
      *>*********************************************
           IF WRK-BN-PERCENTUAL (WRK-IDX-RECORRENTE) > 0
               COMPUTE WRK-DESC-CALCULADO ROUNDED =
                       WRK-BASE-PENSAO *
                       (WRK-BN-PERCENTUAL (WRK-IDX-RECORRENTE) / 100)
           ELSE
               MOVE WRK-BN-VALOR (WRK-IDX-RECORRENTE)
                   TO WRK-DESC-CALCULADO
           END-IF.
           IF WRK-DESC-CALCULADO > WRK-LIQUIDO-DISPON
               DISPLAY 'PENSAO ALIMENTICIA MAIOR QUE O LIQUIDO - '
                       'MATRICULA ' EMP-MATRICULA
                       ' - DESCONTADO O SALDO DISPONIVEL'
               IF WRK-LIQUIDO-DISPON > 0
                   MOVE WRK-LIQUIDO-DISPON TO WRK-DESC-CALCULADO
               ELSE
                   MOVE ZEROS TO WRK-DESC-CALCULADO
               END-IF
           END-IF.
           MOVE WRK-DESC-CALCULADO
               TO WRK-BN-VALOR-MES (WRK-IDX-RECORRENTE).
           ADD WRK-DESC-CALCULADO TO WRK-VALOR-PENSAO.
           SUBTRACT WRK-DESC-CALCULADO FROM WRK-LIQUIDO-DISPON.

      *>*********************************************
       226200-CALCULAR-DESCONTO.
      *>*********************************************
      *>   VALE-TRANSPORTE: PERCENTUAL DO ITEM OU O PADRAO DO PARMGER
      *>   SOBRE O SALARIO BASE, NUNCA ACIMA DO CUSTO DO BENEFICIO
           EVALUATE WRK-BN-TIPO (WRK-IDX-RECORRENTE)
               WHEN 'VT'
                   IF WRK-BN-PERCENTUAL (WRK-IDX-RECORRENTE) > 0
                       COMPUTE WRK-DESC-CALCULADO ROUNDED =
                           WRK-SALARIO-BASE *
                           (WRK-BN-PERCENTUAL (WRK-IDX-RECORRENTE)
                            / 100)
                   ELSE
                       COMPUTE WRK-DESC-CALCULADO ROUNDED =
                           WRK-SALARIO-BASE * (WRK-VT-PCT / 100)
                   END-IF
                   IF WRK-DESC-CALCULADO >
                           WRK-BN-VALOR (WRK-IDX-RECORRENTE)
                       MOVE WRK-BN-VALOR (WRK-IDX-RECORRENTE)
                           TO WRK-DESC-CALCULADO
                   END-IF
               WHEN 'PS'
               WHEN 'DF'
                   MOVE WRK-BN-VALOR (WRK-IDX-RECORRENTE)
                       TO WRK-DESC-CALCULADO
               WHEN OTHER
                   DISPLAY 'TIPO ' WRK-BN-TIPO (WRK-IDX-RECORRENTE)
                           ' INVALIDO NO BENEFREC - MATRICULA '
                           EMP-MATRICULA ' - ITEM IGNORADO'
                   MOVE ZEROS TO WRK-DESC-CALCULADO
           END-EVALUATE.

           IF WRK-DESC-CALCULADO > WRK-LIQUIDO-DISPON
               DISPLAY 'DESCONTO ' WRK-BN-TIPO (WRK-IDX-RECORRENTE)
                       ' ACIMA DO LIQUIDO - MATRICULA ' EMP-MATRICULA
                       ' - DESCONTO SUSPENSO NO MES'
               MOVE ZEROS TO WRK-DESC-CALCULADO
           END-IF.

           MOVE WRK-DESC-CALCULADO
               TO WRK-BN-VALOR-MES (WRK-IDX-RECORRENTE).
           SUBTRACT WRK-DESC-CALCULADO FROM WRK-LIQUIDO-DISPON.
           EVALUATE WRK-BN-TIPO (WRK-IDX-RECORRENTE)
               WHEN 'VT'
                   ADD WRK-DESC-CALCULADO TO WRK-DESC-VT
               WHEN 'PS'
                   ADD WRK-DESC-CALCULADO TO WRK-DESC-SAUDE
               WHEN 'DF'
                   ADD WRK-DESC-CALCULADO TO WRK-DESC-FIXO
           END-EVALUATE.

      *>*********************************************
       226300-DESCONTAR-ADIANTAMENTO.
      *>*********************************************
      *>   SALDO DO ADIANTAMENTO DESCONTADO ATE O LIMITE DO LIQUIDO;
      *>   O QUE NAO CABE FICA PENDENTE PARA A PROXIMA FOLHA
           COMPUTE WRK-SALDO-ADIANT =
                   WRK-AQ-VALOR (WRK-IDX-ADIANTQZ) -
                   WRK-AQ-DESCONTADO (WRK-IDX-ADIANTQZ).
           IF WRK-SALDO-ADIANT > WRK-LIQUIDO-DISPON
               DISPLAY 'ADIANTAMENTO MAIOR QUE O LIQUIDO - '
                       'MATRICULA ' EMP-MATRICULA
                       ' - SALDO FICA PARA A PROXIMA FOLHA'
               IF WRK-LIQUIDO-DISPON > 0
                   MOVE WRK-LIQUIDO-DISPON TO WRK-SALDO-ADIANT
               ELSE
                   MOVE ZEROS TO WRK-SALDO-ADIANT
               END-IF
           END-IF.
           ADD WRK-SALDO-ADIANT
               TO WRK-AQ-DESCONTADO (WRK-IDX-ADIANTQZ).
           MOVE WRK-SALDO-ADIANT
               TO WRK-AQ-ULT-DESC (WRK-IDX-ADIANTQZ).
           MOVE WRK-DATA-PROCESSO (1:6)
               TO WRK-AQ-COMPET-DESC (WRK-IDX-ADIANTQZ).
           IF WRK-AQ-DESCONTADO (WRK-IDX-ADIANTQZ) >=
                   WRK-AQ-VALOR (WRK-IDX-ADIANTQZ)
               MOVE 'D' TO WRK-AQ-SITUACAO (WRK-IDX-ADIANTQZ)
           END-IF.
           ADD WRK-SALDO-ADIANT TO WRK-DESC-ADIANT.
           SUBTRACT WRK-SALDO-ADIANT FROM WRK-LIQUIDO-DISPON.

      *>*********************************************
       228000-ACUMULAR-CENTRO-CUSTO.
      *>*********************************************
      *>   OS VALORES DO FUNCIONARIO ENTRAM NO ACUMULADO DO CENTRO
      *>   DE CUSTO DO SEU DEPARTAMENTO - DEPARTAMENTO FORA DO
      *>   DEPTMAST CAI NO CENTRO EM BRANCO. O ACUMULADO E SEPARADO
      *>   POR EMPRESA DO FUNCIONARIO, PARA O LANCAMENTO SAIR NA
      *>   EMPRESA CERTA
           MOVE SPACES TO WRK-CC-EMPREGADO.
           PERFORM VARYING WRK-IDX-CCUSTO FROM 1 BY 1
                   UNTIL WRK-IDX-CCUSTO > WRK-QTD-CCUSTO
           PERFORM VARYING WRK-IDX-CC-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-CC-FOLHA > WRK-QTD-CC-FOLHA
               IF WRK-CF-CC (WRK-IDX-CC-FOLHA) = WRK-CC-EMPREGADO
                   AND WRK-CF-EMPRESA (WRK-IDX-CC-FOLHA) = EMP-EMPRESA
                   MOVE 'S' TO WRK-CC-ACHADO
                   MOVE WRK-IDX-CC-FOLHA TO WRK-IDX-CC-ACHADO
                   MOVE WRK-QTD-CC-FOLHA TO WRK-IDX-CC-FOLHA
                   MOVE WRK-QTD-CC-FOLHA TO WRK-IDX-CC-FOLHA
                   MOVE WRK-CC-EMPREGADO
                       TO WRK-CF-CC (WRK-IDX-CC-FOLHA)
                   MOVE EMP-EMPRESA
                       TO WRK-CF-EMPRESA (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-LIQUIDO (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-INSS    (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-IRRF    (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-FGTS    (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-PENSAO  (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-BENEF   (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-RETRO   (WRK-IDX-CC-FOLHA)
                   MOVE ZEROS TO WRK-CF-ADIANT  (WRK-IDX-CC-FOLHA)
               ELSE
                   MOVE ZEROS TO WRK-IDX-CC-FOLHA
               END-IF
               ADD WRK-LIQUIDO TO WRK-CF-LIQUIDO (WRK-IDX-CC-FOLHA)
               ADD WRK-INSS    TO WRK-CF-INSS    (WRK-IDX-CC-FOLHA)
               ADD WRK-IRRF    TO WRK-CF-IRRF    (WRK-IDX-CC-FOLHA)
               ADD WRK-VALOR-FGTS TO WRK-CF-FGTS (WRK-IDX-CC-FOLHA)
               ADD WRK-VALOR-PENSAO
                   TO WRK-CF-PENSAO (WRK-IDX-CC-FOLHA)
               ADD WRK-DESC-VT WRK-DESC-SAUDE WRK-DESC-FIXO
                   TO WRK-CF-BENEF (WRK-IDX-CC-FOLHA)
               ADD WRK-VALOR-RETRO
                   TO WRK-CF-RETRO (WRK-IDX-CC-FOLHA)
               ADD WRK-DESC-ADIANT
                   TO WRK-CF-ADIANT (WRK-IDX-CC-FOLHA)
           END-IF.

      *>*********************************************
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           IF WRK-DIAS-PAGOS < 30
               MOVE WRK-SALARIO-BASE TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'SALARIO PROPORCIONAL ' CE-VALOR-EDITADO
                      '  (' WRK-DIAS-PAGOS '/30 DIAS)'
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
               IF WRK-DIAS-AFAST-PAGOS > 0
                   MOVE SPACES TO CONTRACHQ-LINHA
                   STRING '  DOS QUAIS ' WRK-DIAS-AFAST-PAGOS
                          ' DIAS DE AFASTAMENTO PAGOS PELA EMPRESA'
                       DELIMITED BY SIZE INTO CONTRACHQ-LINHA
                   END-STRING
                   WRITE CONTRACHQ-LINHA
               END-IF
           END-IF.

           IF WRK-VALOR-HE50 > 0
               MOVE WRK-VALOR-HE50 TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-VALOR-AULAS > 0
               MOVE WRK-VALOR-AULAS TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'HORAS-AULA.......... ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-VALOR-COMISSAO > 0
               MOVE WRK-VALOR-COMISSAO TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-VALOR-RETRO > 0
               MOVE WRK-VALOR-RETRO TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'DIFERENCAS RETROAT.. ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-VALOR-FALTAS > 0
               MOVE WRK-VALOR-FALTAS TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-DESC-VT > 0
               MOVE WRK-DESC-VT TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'VALE-TRANSPORTE..... ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-DESC-SAUDE > 0
               MOVE WRK-DESC-SAUDE TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'PLANO DE SAUDE...... ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-DESC-FIXO > 0
               MOVE WRK-DESC-FIXO TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'OUTROS DESCONTOS.... ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-VALOR-PENSAO > 0
               MOVE WRK-VALOR-PENSAO TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'PENSAO ALIMENTICIA.. ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           IF WRK-DESC-ADIANT > 0
               MOVE WRK-DESC-ADIANT TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'ADIANTAMENTO SALAR.. ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           MOVE WRK-LIQUIDO TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'SALARIO LIQUIDO..... ' CE-VALOR-EDITADO
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE WRK-VALOR-FGTS TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'FGTS DO MES......... ' CE-VALOR-EDITADO
                  ' (DEPOSITO DA EMPRESA)'
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           IF WRK-IDX-FG-ACHADO > 0
               MOVE WRK-FG-SALDO (WRK-IDX-FG-ACHADO)
                   TO CE-VALOR-EDITADO
               MOVE SPACES TO CONTRACHQ-LINHA
               STRING 'SALDO FGTS.......... ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO CONTRACHQ-LINHA
               END-STRING
               WRITE CONTRACHQ-LINHA
           END-IF.

           MOVE SPACES TO CONTRACHQ-LINHA.
           WRITE CONTRACHQ-LINHA.

      *>*********************************************
       240000-GRAVAR-HISTORICO.
      *>*********************************************
      *>   UMA LINHA DO FOLHAHST POR VERBA DO CONTRACHEQUE, NA MESMA
      *>   ORDEM DA IMPRESSAO - VERBA ZERADA SO ENTRA QUANDO O
      *>   CONTRACHEQUE TAMBEM A IMPRIME (BASE, INSS, IRRF, LIQUIDO)
           MOVE ZEROS TO WRK-HST-SEQUENCIA.

           MOVE 'SALB'               TO WRK-HST-RUBRICA.
           MOVE 'P'                  TO WRK-HST-TIPO.
           MOVE 'SALARIO BASE'       TO WRK-HST-DESCRICAO.
           MOVE ZEROS                TO WRK-HST-QTD.
           IF WRK-DIAS-PAGOS < 30
               MOVE WRK-DIAS-PAGOS   TO WRK-HST-QTD
           END-IF.
           MOVE WRK-SALARIO-BASE     TO WRK-HST-VALOR.
           PERFORM 241000-GRAVAR-LINHA-HIST.

           IF WRK-VALOR-HE50 > 0
               MOVE 'HE50'             TO WRK-HST-RUBRICA
               MOVE 'P'                TO WRK-HST-TIPO
               MOVE 'HORAS EXTRAS 50%' TO WRK-HST-DESCRICAO
               MOVE WRK-HORAS-HE50     TO WRK-HST-QTD
               MOVE WRK-VALOR-HE50     TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-HE100 > 0
               MOVE 'HE10'              TO WRK-HST-RUBRICA
               MOVE 'P'                 TO WRK-HST-TIPO
               MOVE 'HORAS EXTRAS 100%' TO WRK-HST-DESCRICAO
               MOVE WRK-HORAS-HE100     TO WRK-HST-QTD
               MOVE WRK-VALOR-HE100     TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-NOTURNO > 0
               MOVE 'NOTU'              TO WRK-HST-RUBRICA
               MOVE 'P'                 TO WRK-HST-TIPO
               MOVE 'ADICIONAL NOTURNO' TO WRK-HST-DESCRICAO
               MOVE WRK-HORAS-NOTURNO   TO WRK-HST-QTD
               MOVE WRK-VALOR-NOTURNO   TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-AULAS > 0
               MOVE 'AULA'             TO WRK-HST-RUBRICA
               MOVE 'P'                TO WRK-HST-TIPO
               MOVE 'HORAS-AULA'       TO WRK-HST-DESCRICAO
               MOVE WRK-HORAS-AULA     TO WRK-HST-QTD
               MOVE WRK-VALOR-AULAS    TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-COMISSAO > 0
               MOVE 'COMI'             TO WRK-HST-RUBRICA
               MOVE 'P'                TO WRK-HST-TIPO
               MOVE 'COMISSOES DO MES' TO WRK-HST-DESCRICAO
               MOVE ZEROS              TO WRK-HST-QTD
               MOVE WRK-VALOR-COMISSAO TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-RETRO > 0
               MOVE 'RETR'             TO WRK-HST-RUBRICA
               MOVE 'P'                TO WRK-HST-TIPO
               MOVE 'DIF RETROATIVAS'  TO WRK-HST-DESCRICAO
               MOVE ZEROS              TO WRK-HST-QTD
               MOVE WRK-VALOR-RETRO    TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-FALTAS > 0
               MOVE 'FALT'             TO WRK-HST-RUBRICA
               MOVE 'D'                TO WRK-HST-TIPO
               MOVE 'DESCONTO FALTAS'  TO WRK-HST-DESCRICAO
               MOVE WRK-DIAS-FALTAS    TO WRK-HST-QTD
               MOVE WRK-VALOR-FALTAS   TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           MOVE 'BRUT'               TO WRK-HST-RUBRICA.
           MOVE 'I'                  TO WRK-HST-TIPO.
           MOVE 'SALARIO BRUTO'      TO WRK-HST-DESCRICAO.
           MOVE ZEROS                TO WRK-HST-QTD.
           MOVE WRK-SALARIO-BRUTO    TO WRK-HST-VALOR.
           PERFORM 241000-GRAVAR-LINHA-HIST.

           IF WRK-VALOR-SALFAM > 0
               MOVE 'SFAM'             TO WRK-HST-RUBRICA
               MOVE 'P'                TO WRK-HST-TIPO
               MOVE 'SALARIO FAMILIA'  TO WRK-HST-DESCRICAO
               MOVE WRK-QTD-SALFAM-EMP TO WRK-HST-QTD
               MOVE WRK-VALOR-SALFAM   TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           MOVE 'INSS'               TO WRK-HST-RUBRICA.
           MOVE 'D'                  TO WRK-HST-TIPO.
           MOVE 'DESCONTO INSS'      TO WRK-HST-DESCRICAO.
           MOVE ZEROS                TO WRK-HST-QTD.
           MOVE WRK-INSS             TO WRK-HST-VALOR.
           PERFORM 241000-GRAVAR-LINHA-HIST.

           MOVE 'IRRF'               TO WRK-HST-RUBRICA.
           MOVE 'D'                  TO WRK-HST-TIPO.
           MOVE 'DESCONTO IRRF'      TO WRK-HST-DESCRICAO.
           MOVE WRK-QTD-DEP-EMP      TO WRK-HST-QTD.
           MOVE WRK-IRRF             TO WRK-HST-VALOR.
           PERFORM 241000-GRAVAR-LINHA-HIST.

           IF WRK-PARCELA-CONSIG > 0
               MOVE 'CONS'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'EMPRESTIMO CONSIG' TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-PARCELA-CONSIG  TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-DESC-VT > 0
               MOVE 'VTRA'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'VALE-TRANSPORTE'   TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-DESC-VT         TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-DESC-SAUDE > 0
               MOVE 'SAUD'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'PLANO DE SAUDE'    TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-DESC-SAUDE      TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-DESC-FIXO > 0
               MOVE 'DFIX'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'OUTROS DESCONTOS'  TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-DESC-FIXO       TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-VALOR-PENSAO > 0
               MOVE 'PENS'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'PENSAO ALIMENTICIA' TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-VALOR-PENSAO    TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-DESC-ADIANT > 0
               MOVE 'ADIA'              TO WRK-HST-RUBRICA
               MOVE 'D'                 TO WRK-HST-TIPO
               MOVE 'ADIANTAMENTO SALAR' TO WRK-HST-DESCRICAO
               MOVE ZEROS               TO WRK-HST-QTD
               MOVE WRK-DESC-ADIANT     TO WRK-HST-VALOR
               PERFORM 241000-GRAVAR-LINHA-HIST
           END-IF.

           MOVE 'LIQU'               TO WRK-HST-RUBRICA.
           MOVE 'L'                  TO WRK-HST-TIPO.
           MOVE 'SALARIO LIQUIDO'    TO WRK-HST-DESCRICAO.
           MOVE ZEROS                TO WRK-HST-QTD.
           MOVE WRK-LIQUIDO          TO WRK-HST-VALOR.
           PERFORM 241000-GRAVAR-LINHA-HIST.

           MOVE 'FGTS'               TO WRK-HST-RUBRICA.
           MOVE 'I'                  TO WRK-HST-TIPO.
           MOVE 'FGTS DO MES'        TO WRK-HST-DESCRICAO.
           MOVE ZEROS                TO WRK-HST-QTD.
           MOVE WRK-VALOR-FGTS       TO WRK-HST-VALOR.
           PERFORM 241000-GRAVAR-LINHA-HIST.

      *>*********************************************
       241000-GRAVAR-LINHA-HIST.
      *>*********************************************
           ADD 1 TO WRK-HST-SEQUENCIA.
           MOVE SPACES                  TO HF-REGISTRO.
           MOVE EMP-MATRICULA           TO HF-MATRICULA.
           MOVE WRK-DATA-PROCESSO (1:6) TO HF-COMPETENCIA.
           MOVE 'F'                     TO HF-ORIGEM.
           MOVE WRK-HST-SEQUENCIA       TO HF-SEQUENCIA.
           MOVE WRK-HST-RUBRICA         TO HF-RUBRICA.
           MOVE WRK-HST-TIPO            TO HF-TIPO.
           MOVE WRK-HST-DESCRICAO       TO HF-DESCRICAO.
           MOVE WRK-HST-QTD             TO HF-QUANTIDADE.
           MOVE WRK-HST-VALOR           TO HF-VALOR.
           MOVE EMP-DEPARTAMENTO        TO HF-DEPARTAMENTO.
           MOVE WRK-DATA-PROCESSO       TO HF-DATA-PROCESSAMENTO.
           WRITE HF-REGISTRO.
           IF WRK-FOLHAHST-STATUS = '00'
               ADD 1 TO WRK-QTD-HISTORICO
           ELSE
               DISPLAY 'ERRO AO GRAVAR FOLHAHST - MATRICULA '
                       EMP-MATRICULA ' - STATUS ' WRK-FOLHAHST-STATUS
           END-IF.

      *>*********************************************
       250000-GRAVAR-REMESSA.
      *>*********************************************
               MOVE EMP-AGENCIA   TO BR-AGENCIA
               MOVE EMP-CONTA     TO BR-CONTA
               MOVE WRK-LIQUIDO   TO BR-VALOR
               MOVE 'S'           TO BR-TIPO-CREDITO
               WRITE BR-REGISTRO
               ADD 1           TO WRK-QTD-REMESSA
               ADD WRK-LIQUIDO TO WRK-TOT-REMESSA
                       'BANCARIO - FORA DA REMESSA'
           END-IF.

           IF WRK-VALOR-PENSAO > 0
               PERFORM VARYING WRK-IDX-RECORRENTE FROM 1 BY 1
                       UNTIL WRK-IDX-RECORRENTE > WRK-QTD-RECORRENTES
                   IF WRK-BN-MATRICULA (WRK-IDX-RECORRENTE) =
                           EMP-MATRICULA
                       AND WRK-BN-TIPO (WRK-IDX-RECORRENTE) = 'PA'
                       AND WRK-BN-VALOR-MES (WRK-IDX-RECORRENTE) > 0
                       PERFORM 251000-GRAVAR-REMESSA-PENSAO
                   END-IF
               END-PERFORM
           END-IF.

      *>*********************************************
       251000-GRAVAR-REMESSA-PENSAO.
      *>*********************************************
      *>   PENSAO DESCONTADA VAI PARA A CONTA DO FAVORECIDO, NUM
      *>   DETALHE PROPRIO (TIPO DE CREDITO 'P') COM A MATRICULA DO
      *>   FUNCIONARIO - SEM CONTA NO BENEFREC, A TESOURARIA PAGA POR
      *>   FORA E O CADASTRO E COMPLETADO
           IF WRK-BN-BANCO (WRK-IDX-RECORRENTE) > 0
               AND WRK-BN-CONTA (WRK-IDX-RECORRENTE) NOT = SPACES
               MOVE SPACES        TO BR-REGISTRO
               MOVE 'D'           TO BR-TIPO
               MOVE EMP-MATRICULA TO BR-MATRICULA
               MOVE WRK-BN-BANCO (WRK-IDX-RECORRENTE)   TO BR-BANCO
               MOVE WRK-BN-AGENCIA (WRK-IDX-RECORRENTE) TO BR-AGENCIA
               MOVE WRK-BN-CONTA (WRK-IDX-RECORRENTE)   TO BR-CONTA
               MOVE WRK-BN-VALOR-MES (WRK-IDX-RECORRENTE) TO BR-VALOR
               MOVE 'P'           TO BR-TIPO-CREDITO
               WRITE BR-REGISTRO
               ADD 1 TO WRK-QTD-REMESSA
               ADD 1 TO WRK-QTD-PENSAO
               ADD WRK-BN-VALOR-MES (WRK-IDX-RECORRENTE)
                   TO WRK-TOT-REMESSA
           ELSE
               ADD 1 TO WRK-QTD-SEM-BANCO
               DISPLAY 'PENSAO DA MATRICULA ' EMP-MATRICULA
                       ' SEM CONTA DO FAVORECIDO '
                       WRK-BN-FAVORECIDO (WRK-IDX-RECORRENTE)
                       ' - FORA DA REMESSA'
           END-IF.

      *>*********************************************
       300000-FINALIZAR.
      *>*********************************************

           PERFORM 310000-IMPRIMIR-TOTAIS.
           CLOSE CONTRACHQ.
           CLOSE FOLHAHST.

           IF WRK-QTD-CC-FOLHA > 0
               PERFORM 320000-GRAVAR-GLPOST
           IF WRK-QTD-EMPRESTIMOS > 0
               PERFORM 330000-REGRAVAR-EMPRESTIMOS
           END-IF.
           IF WRK-CRONOG-ABERTO = 'S'
               CLOSE EMPRCRON
           END-IF.

      *>   TABELA TRANSBORDADA = REGRAVAR APAGARIA O EXCEDENTE -
      *>   O FGTSSALD FICA INTACTO E A RODADA TERMINA COM RC 4
           IF WRK-FGTS-TRANSB = 'S'
               DISPLAY 'FGTSSALD COM MAIS DE 500 MATRICULAS - SALDOS '
                       'PRESERVADOS SEM O DEPOSITO DO MES'
           ELSE
               IF WRK-QTD-FGTS > 0
                   PERFORM 335000-REGRAVAR-SALDOS-FGTS
               END-IF
           END-IF.

           IF WRK-QTD-DIFRETRO > 0
               PERFORM 337000-REGRAVAR-DIFRETRO
           END-IF.

           IF WRK-QTD-ADIANTQZ > 0
               PERFORM 338000-REGRAVAR-ADIANTAMENTOS
           END-IF.

           MOVE SPACES           TO BR-REGISTRO.
           MOVE 'T'              TO BR-TIPO.
           DISPLAY 'CREDITOS NA REMESSA..: ' WRK-QTD-REMESSA.
           DISPLAY 'SEM DOMICILIO BANCARIO: ' WRK-QTD-SEM-BANCO.
           DISPLAY 'PARCELAS CONSIGNADO..: ' WRK-QTD-CONSIG.
           DISPLAY 'CREDITOS DE PENSAO...: ' WRK-QTD-PENSAO.
           MOVE WRK-TOT-PENSAO TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL PENSAO DESCONT.: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-BENEF TO CE-VALOR-EDITADO.
           DISPLAY 'DESCONTOS RECORRENTES: ' CE-VALOR-EDITADO.
           DISPLAY 'DIFERENCAS RETROATIV.: ' WRK-QTD-RETRO.
           DISPLAY 'SALARIOS PROPORCIONAIS: ' WRK-QTD-PROPORC.
           MOVE WRK-TOT-RETRO TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL RETROATIVO.....: ' CE-VALOR-EDITADO.
           DISPLAY 'ADIANTAM. DESCONTADOS: ' WRK-QTD-ADIANT.
           MOVE WRK-TOT-ADIANT TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL ADIANTAMENTOS..: ' CE-VALOR-EDITADO.
           MOVE WRK-TOT-FGTS TO CE-VALOR-EDITADO.
           DISPLAY 'TOTAL FGTS DEPOSITADO: ' CE-VALOR-EDITADO.
           DISPLAY 'LINHAS NO FOLHAHST...: ' WRK-QTD-HISTORICO.
           DISPLAY '========================='.

      *>*********************************************
           END-STRING.
           WRITE CONTRACHQ-LINHA.

           MOVE WRK-TOT-FGTS TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONTRACHQ-LINHA.
           STRING 'TOTAL FGTS.......... ' CE-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONTRACHQ-LINHA
           END-STRING.
           WRITE CONTRACHQ-LINHA.

      *>*********************************************
       320000-GRAVAR-GLPOST.
      *>*********************************************
       322000-GRAVAR-LANCAMENTOS-CC.
      *>*********************************************
           MOVE WRK-CF-CC (WRK-IDX-CC-FOLHA) TO GL-CENTRO-CUSTO.
           MOVE WRK-CF-EMPRESA (WRK-IDX-CC-FOLHA) TO GL-EMPRESA.

      *>   A DIFERENCA RETROATIVA PAGA SAI DO LANCAMENTO DO LIQUIDO
      *>   PARA O SEU PROPRIO HISTORICO - O TOTAL A PAGAR NAO MUDA
           MOVE WRK-CF-RETRO (WRK-IDX-CC-FOLHA) TO WRK-GL-RETRO.
           IF WRK-GL-RETRO > WRK-CF-LIQUIDO (WRK-IDX-CC-FOLHA)
               MOVE WRK-CF-LIQUIDO (WRK-IDX-CC-FOLHA) TO WRK-GL-RETRO
           END-IF.

           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE 'DESP-FOLHA'      TO GL-CONTA-DEBITO.
           MOVE 'SAL-A-PAGAR'     TO GL-CONTA-CREDITO.
           MOVE 'FOLHA LIQUIDA MES'  TO GL-HISTORICO.
           COMPUTE GL-VALOR =
                   WRK-CF-LIQUIDO (WRK-IDX-CC-FOLHA) - WRK-GL-RETRO.
           PERFORM 325000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           IF WRK-GL-RETRO > 0
               MOVE 'DESP-FOLHA'  TO GL-CONTA-DEBITO
               MOVE 'SAL-A-PAGAR' TO GL-CONTA-CREDITO
               MOVE 'DIF RETROATIVAS FOLH' TO GL-HISTORICO
               MOVE WRK-GL-RETRO  TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-CF-INSS (WRK-IDX-CC-FOLHA) > 0
               MOVE 'DESP-FOLHA'  TO GL-CONTA-DEBITO
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-CF-IRRF (WRK-IDX-CC-FOLHA) > 0
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-CF-FGTS (WRK-IDX-CC-FOLHA) > 0
               MOVE 'DESP-FGTS'   TO GL-CONTA-DEBITO
               MOVE 'FGTS-RECOL'  TO GL-CONTA-CREDITO
               MOVE 'FGTS DEPOSITO FOLHA' TO GL-HISTORICO
               MOVE WRK-CF-FGTS (WRK-IDX-CC-FOLHA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-CF-PENSAO (WRK-IDX-CC-FOLHA) > 0
               MOVE 'DESP-FOLHA'  TO GL-CONTA-DEBITO
               MOVE 'PENSAO-PAG'  TO GL-CONTA-CREDITO
               MOVE 'PENSAO ALIMENT FOLHA' TO GL-HISTORICO
               MOVE WRK-CF-PENSAO (WRK-IDX-CC-FOLHA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-CF-BENEF (WRK-IDX-CC-FOLHA) > 0
               MOVE 'DESP-FOLHA'  TO GL-CONTA-DEBITO
               MOVE 'DESC-BENEF'  TO GL-CONTA-CREDITO
               MOVE 'DESC VT/SAUDE FOLHA' TO GL-HISTORICO
               MOVE WRK-CF-BENEF (WRK-IDX-CC-FOLHA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
      *>   O ADIANTAMENTO DESCONTADO BAIXA O ADIANTAMENTO A
      *>   FUNCIONARIOS LANCADO PELO ADIANTAM NO DIA DO PAGAMENTO
           IF WRK-CF-ADIANT (WRK-IDX-CC-FOLHA) > 0
               MOVE 'DESP-FOLHA'  TO GL-CONTA-DEBITO
               MOVE 'ADIANT-SAL'  TO GL-CONTA-CREDITO
               MOVE 'ADIANTAMENTO DESCONT' TO GL-HISTORICO
               MOVE WRK-CF-ADIANT (WRK-IDX-CC-FOLHA) TO GL-VALOR
               PERFORM 325000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.

                   TO EP-PARCELAS-RESTAM
               MOVE WRK-EP-SITUACAO (WRK-IDX-EMPREST)
                   TO EP-SITUACAO
               MOVE WRK-EP-TAXA (WRK-IDX-EMPREST)
                   TO EP-TAXA-MENSAL
               WRITE EP-REGISTRO
           END-PERFORM.
           CLOSE EMPRESTA.

      *>*********************************************
       335000-REGRAVAR-SALDOS-FGTS.
      *>*********************************************
      *>   O SALDO DE FGTS VOLTA PARA O ARQUIVO COM O DEPOSITO DO MES
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
       337000-REGRAVAR-DIFRETRO.
      *>*********************************************
      *>   DIFERENCAS RETROATIVAS VOLTAM PARA O ARQUIVO - AS PAGAS
      *>   NESTA FOLHA COM A SITUACAO E A COMPETENCIA DO PAGAMENTO
           OPEN OUTPUT DIFRETRO.
           PERFORM VARYING WRK-IDX-DIFRETRO FROM 1 BY 1
                   UNTIL WRK-IDX-DIFRETRO > WRK-QTD-DIFRETRO
               MOVE SPACES TO DR-REGISTRO
               MOVE WRK-DR-MATRICULA  (WRK-IDX-DIFRETRO)
                   TO DR-MATRICULA
               MOVE WRK-DR-DATA-CALC  (WRK-IDX-DIFRETRO)
                   TO DR-DATA-CALCULO
               MOVE WRK-DR-COMPET-INI (WRK-IDX-DIFRETRO)
                   TO DR-COMPET-INICIO
               MOVE WRK-DR-COMPET-FIM (WRK-IDX-DIFRETRO)
                   TO DR-COMPET-FIM
               MOVE WRK-DR-PERCENTUAL (WRK-IDX-DIFRETRO)
                   TO DR-PERCENTUAL
               MOVE WRK-DR-SALARIO    (WRK-IDX-DIFRETRO)
                   TO DR-VALOR-SALARIO
               MOVE WRK-DR-DECIMO     (WRK-IDX-DIFRETRO)
                   TO DR-VALOR-DECIMO
               MOVE WRK-DR-FERIAS     (WRK-IDX-DIFRETRO)
                   TO DR-VALOR-FERIAS
               MOVE WRK-DR-TOTAL      (WRK-IDX-DIFRETRO)
                   TO DR-VALOR-TOTAL
               MOVE WRK-DR-DEPTO      (WRK-IDX-DIFRETRO)
                   TO DR-DEPARTAMENTO
               MOVE WRK-DR-SITUACAO   (WRK-IDX-DIFRETRO)
                   TO DR-SITUACAO
               MOVE WRK-DR-COMPET-PAG (WRK-IDX-DIFRETRO)
                   TO DR-COMPET-PAGAMENTO
               WRITE DR-REGISTRO
           END-PERFORM.
           CLOSE DIFRETRO.

      *>*********************************************
       338000-REGRAVAR-ADIANTAMENTOS.
      *>*********************************************
      *>   ADIANTAMENTOS VOLTAM PARA O ARQUIVO COM O VALOR DESCONTADO
      *>   NESTA FOLHA. OS QUITADOS EM FOLHA ANTERIOR SAEM DO ARQUIVO
      *>   (O DESCONTO FICA NO FOLHAHST); OS QUITADOS NESTA FOLHA
      *>   FICAM ATE A PROXIMA, PARA UM EVENTUAL REPROCESSAMENTO. SE O
      *>   ARQUIVO NAO COUBE NA TABELA ELE NAO E REGRAVADO
           IF WRK-ADIANTQZ-CHEIO = 'S'
               DISPLAY 'ADIANTQZ NAO REGRAVADO - MAIS DE 500 ITENS; '
                       'DESCONTOS DESTA FOLHA A ACERTAR NO ARQUIVO'
           ELSE
               OPEN OUTPUT ADIANTQZ
               PERFORM VARYING WRK-IDX-ADIANTQZ FROM 1 BY 1
                       UNTIL WRK-IDX-ADIANTQZ > WRK-QTD-ADIANTQZ
                   IF WRK-AQ-SITUACAO (WRK-IDX-ADIANTQZ) NOT = 'D'
                       OR WRK-AQ-COMPET-DESC (WRK-IDX-ADIANTQZ) =
                           WRK-DATA-PROCESSO (1:6)
                       PERFORM 339000-GRAVAR-ADIANTAMENTO
                   END-IF
               END-PERFORM
               CLOSE ADIANTQZ
           END-IF.

      *>*********************************************
       339000-GRAVAR-ADIANTAMENTO.
      *>*********************************************
           MOVE SPACES TO AQ-REGISTRO.
           MOVE WRK-AQ-MATRICULA   (WRK-IDX-ADIANTQZ)
               TO AQ-MATRICULA.
           MOVE WRK-AQ-COMPET      (WRK-IDX-ADIANTQZ)
               TO AQ-COMPETENCIA.
           MOVE WRK-AQ-DATA-PAG    (WRK-IDX-ADIANTQZ)
               TO AQ-DATA-PAGAMENTO.
           MOVE WRK-AQ-PERCENTUAL  (WRK-IDX-ADIANTQZ)
               TO AQ-PERCENTUAL.
           MOVE WRK-AQ-VALOR       (WRK-IDX-ADIANTQZ)
               TO AQ-VALOR.
           MOVE WRK-AQ-DESCONTADO  (WRK-IDX-ADIANTQZ)
               TO AQ-VALOR-DESCONTADO.
           MOVE WRK-AQ-COMPET-DESC (WRK-IDX-ADIANTQZ)
               TO AQ-COMPET-DESCONTO.
           MOVE WRK-AQ-ULT-DESC    (WRK-IDX-ADIANTQZ)
               TO AQ-VALOR-ULT-DESCONTO.
           MOVE WRK-AQ-DEPTO       (WRK-IDX-ADIANTQZ)
               TO AQ-DEPARTAMENTO.
           MOVE WRK-AQ-SITUACAO    (WRK-IDX-ADIANTQZ)
               TO AQ-SITUACAO.
           WRITE AQ-REGISTRO.

      *>*********************************************
       325000-VALIDAR-CONTAS-GL.
      *>*********************************************
                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               IF WRK-FGTS-TRANSB = 'S'
                   MOVE 'FGTSSALD TRANSBORDADO - NAO REGRAVADO'
                       TO BL-DETALHE
               ELSE
                   MOVE 'FALHA NO CALCULO DA FOLHA LIQUIDA'
                       TO BL-DETALHE
               END-IF
           END-IF.
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
           MOVE 'FOLHAPAG' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
