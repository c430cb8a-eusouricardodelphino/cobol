      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - O INVERSO SAI NA MESMA EMPRESA DO LANCAMENTO
      *>              ORIGINAL (GL-EMPRESA)
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-CONTA-CREDITO    PIC X(10) VALUE SPACES.
       77 WRK-VALOR            PIC 9(12)V99 VALUE ZEROS.
       77 WRK-HISTORICO-ORIG   PIC X(20) VALUE SPACES.
       77 WRK-EMPRESA-ORIG     PIC X(02) VALUE SPACES.
       77 WRK-ACHADO           PIC X(01) VALUE 'N'.
       77 WRK-FIM-GLPOST       PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
           05  WRK-VC-PERIODO-OK      PIC X(01).
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           IF WRK-ACESSO-PERMITIDO AND WRK-NIVEL-ACESSO <= 02
               PERFORM 200000-PROCESSAR-ESTORNO
                   UNTIL WRK-CONTINUA NOT = 'S'
               PERFORM 910000-GRAVAR-TOTAIS-CONTROLE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ACESSO NEGADO - ESTORNO EXIGE SUPERVISOR'
                       AND GL-VALOR = WRK-VALOR
                       MOVE 'S' TO WRK-ACHADO
                       MOVE GL-HISTORICO TO WRK-HISTORICO-ORIG
                       MOVE GL-EMPRESA TO WRK-EMPRESA-ORIG
                       MOVE 'S' TO WRK-FIM-GLPOST
                   END-IF
           END-READ.
           END-STRING.
           MOVE WRK-VALOR         TO GL-VALOR.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE WRK-EMPRESA-ORIG  TO GL-EMPRESA.
           PERFORM 310000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
               DISPLAY 'ESTORNO GRAVADO'
               PERFORM 320000-REGISTRAR-AUDITORIA
           ELSE
           END-STRING.
           WRITE SA-REGISTRO.
           CLOSE SECAUDIT.

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
           MOVE 'ESTORNO'  TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
