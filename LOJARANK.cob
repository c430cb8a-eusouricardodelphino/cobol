      *> LOJAS CARREGA A LOJA E AS DEVOLUCOES DE CADA LOTE): RECEITA,
      *> TICKET MEDIO (TOTAL/QTD) E TAXA DE DEVOLUCAO POR LOJA DO
      *> MES DA DATA DE PROCESSAMENTO, ORDENADAS POR RECEITA, COM O
      *> NOME/REGIAO DO CADASTRO LOJAMAST. CADA LOJA TRAZ OS DIAS
      *> EM QUE ESTEVE ABERTA NO MES ATE A DATA DE PROCESSAMENTO
      *> (SUBPROGRAMA LOJABERT: LOJACAL, FERIADOS E AS EXCECOES DA
      *> LOJA NO LOJAEXC) E A RECEITA MEDIA POR DIA ABERTO, PARA A
      *> LOJA QUE FICOU FECHADA NAO SER JULGADA PELO TOTAL DO MES.
      *> DATA 02/09/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - DIAS ABERTOS NO MES POR LOJA (LOJABERT -
      *>              CALENDARIO LOJACAL, FERIADOS E EXCECOES DO
      *>              LOJAEXC) E RECEITA MEDIA POR DIA ABERTO NO
      *>              RELATORIO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-NOME-LOJA       PIC X(30) VALUE SPACES.
       77 WRK-TICKET-MEDIO    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TAXA-DEVOL      PIC 9(03)V99 VALUE ZEROS.
      *>   DIAS EM QUE A LOJA ABRIU NO MES, ATE A DATA DO LOTE
       77 WRK-DATA-CORRENTE   PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DATA        PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ABERTOS    PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA-DIA       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TROCA           PIC X(01) VALUE 'N'.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
               10  WRK-CD-CODIGO      PIC X(06).
               10  WRK-CD-NOME        PIC X(30).
               10  WRK-CD-REGIAO      PIC X(10).
       01 WRK-LOJA-ABERTA.
           COPY "ABERTLOJ.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

           END-STRING.
           WRITE LOJARPT-LINHA.

           PERFORM 420000-CONTAR-DIAS-ABERTOS.
           MOVE SPACES TO LOJARPT-LINHA.
           IF WRK-DIAS-ABERTOS > 0
               COMPUTE WRK-MEDIA-DIA ROUNDED =
                       WRK-RK-RECEITA (WRK-IDX-LOJA) / WRK-DIAS-ABERTOS
               MOVE WRK-MEDIA-DIA TO CE-VALOR-EDITADO
               STRING '  DIAS ABERTOS ' WRK-DIAS-ABERTOS
                      '  MEDIA POR DIA ABERTO ' CE-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LOJARPT-LINHA
               END-STRING
           ELSE
               STRING '  DIAS ABERTOS 00  LOJA FECHADA NO PERIODO'
                   DELIMITED BY SIZE INTO LOJARPT-LINHA
               END-STRING
           END-IF.
           WRITE LOJARPT-LINHA.

      *>*********************************************
       420000-CONTAR-DIAS-ABERTOS.
      *>*********************************************
      *>   DO DIA 1 DO MES ATE A DATA DO LOTE - O LOJABERT DECIDE
      *>   CADA DIA PELA EXCECAO DA LOJA, PELO FERIADO NACIONAL E
      *>   PELO CALENDARIO LOJACAL, NESSA ORDEM
           MOVE ZEROS TO WRK-DIAS-ABERTOS.
           MOVE WRK-RK-LOJA (WRK-IDX-LOJA) TO AB-LOJA.
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-CORRENTE.
           MOVE 01 TO WRK-DATA-CORRENTE (7:2).
           PERFORM 421000-TESTAR-DIA
               UNTIL WRK-DATA-CORRENTE > WRK-DATA-PROCESSO.

      *>*********************************************
       421000-TESTAR-DIA.
      *>*********************************************
           MOVE WRK-DATA-CORRENTE TO AB-DATA.
           CALL 'LOJABERT' USING WRK-LOJA-ABERTA
           END-CALL.
           IF AB-LOJA-ABERTA
               ADD 1 TO WRK-DIAS-ABERTOS
           END-IF.
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE) + 1.
           COMPUTE WRK-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DATA).

      *>*********************************************
       500000-FINALIZAR.
      *>*********************************************
