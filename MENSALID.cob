      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - COBRANCA NOVA SAI COM VALOR PAGO E ENCARGOS
      *>              ZERADOS (NOVOS CAMPOS DO MENSALID)
      *> 15/10/2026 - BOLSA SUSPENSA NA REVISAO DE FIM DE PERIODO
      *>              (SM-DESCONTO 'S', GRAVADO PELO BOLSAREV) COBRA
      *>              PRECO CHEIO A PARTIR DA COMPETENCIA SEGUINTE
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 200000-GERAR-COBRANCAS UNTIL WRK-EOF-MATRTURM.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 500000-FINALIZAR.

           GOBACK.
      *>*********************************************
      *>   DESCONTO PELA MARCACAO DO ALUNO NO STUMAST, COM OS
      *>   PERCENTUAIS DO PARMGER - ALUNO FORA DO CADASTRO COBRA
      *>   PRECO CHEIO, ASSIM COMO A BOLSA SUSPENSA PELA REVISAO DE
      *>   FIM DE PERIODO (BOLSAREV)
           MOVE WRK-VALOR-BASE TO WRK-VALOR-COBRANCA.
           IF WRK-STUMAST-STATUS = '00'
               MOVE MT-MATRICULA TO SM-MATRICULA
                               COMPUTE WRK-VALOR-COBRANCA ROUNDED =
                                   WRK-VALOR-BASE *
                                   (1 - (WRK-DESC-IRMAO-PCT / 100))
                           WHEN SM-BOLSA-SUSPENSA
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.
           MOVE WRK-DATA-VENC-NUM TO ME-VENCIMENTO.
           MOVE 'A'               TO ME-SITUACAO.
           MOVE ZEROS             TO ME-DATA-PAGAMENTO.
           MOVE ZEROS             TO ME-VALOR-PAGO.
           MOVE ZEROS             TO ME-ENCARGOS.
           WRITE ME-REGISTRO.
           CLOSE MENSALID.

           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE SPACES            TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'MENS-RECEB'      TO GL-CONTA-DEBITO.
           MOVE 'REC-MENSAL'      TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           PERFORM 265000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

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
           MOVE 'MENSALID' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
