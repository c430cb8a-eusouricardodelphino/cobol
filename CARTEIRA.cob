      *>              ARQUIVO SUITOVRD (EMITIDA PELO SUITAPRV E
      *>              AUDITADA NO SECAUDIT) - SEM LIBERACAO, A
      *>              POSICAO E REJEITADA COM OCORRENCIA NO ERRLOG
      *> 15/10/2026 - RESGATE TOTAL OU PARCIAL EM MENOS DE 30 DIAS
      *>              CORRIDOS DA DATA DE APLICACAO (IM-DATA-ABERTURA)
      *>              PASSA A PAGAR IOF REGRESSIVO SOBRE A FATIA DE
      *>              RENDIMENTO, PELA TABELA DIARIA DO COPYBOOK
      *>              IOFTAB SOBREPOSTA PELAS CHAVES IOF-DIA-nn DO
      *>              PARMGER; O IR INCIDE SOBRE O RENDIMENTO LIQUIDO
      *>              DO IOF. O IOF SAI NO CAMPO IL-IOF-RETIDO DO
      *>              INVLEDG E NA CONTA IOF-A-RECOLHER DO GLPOST
      *> 15/10/2026 - COME-COTAS: EM MAIO E NOVEMBRO, A POSICAO ABERTA
      *>              EM PRODUTO DE FUNDO (PR-TIPO-PRODUTO 'F') TEM O
      *>              IR ANTECIPADO RETIDO SOBRE O RENDIMENTO DESDE O
      *>              ULTIMO EVENTO, A ALIQUOTA PCT-COME-COTAS DO
      *>              PARMGER (PADRAO 15%), DEDUZIDO DO SALDO, COM
      *>              LANCAMENTO TIPO 'C' NO INVLEDG E NO GLPOST. NO
      *>              RESGATE, O IR REGRESSIVO E CALCULADO SOBRE O
      *>              RENDIMENTO TOTAL E SO A DIFERENCA PARA O JA
      *>              ANTECIPADO E RETIDA
      *> 15/10/2026 - FGC E CONCENTRACAO NA ABERTURA E NO APORTE: O
      *>              SALDO ABERTO DO CLIENTE POR EMISSOR (PR-EMISSOR
      *>              DO PRODCAT; SEM EMISSOR, POR PRODUTO) MAIS O
      *>              VALOR NOVO E CONFERIDO CONTRA LIMITE-CONCENTR DO
      *>              PARMGER - ACIMA DELE, SO COM LIBERACAO 'C' DE
      *>              SUPERVISOR NO SUITOVRD; PASSAR DA COBERTURA
      *>              LIMITE-FGC DO EMISSOR GERA AVISO NO ERRLOG
      *> 15/10/2026 - LANCAMENTOS NO GLPOST SAEM NA EMPRESA PRINCIPAL
      *>              (GL-EMPRESA EM BRANCO)
      *> 15/10/2026 - APROPRIACAO DIARIA: A POSICAO RENDE CADA DIA
      *>              UTIL (DIAUTIL/FERIADOS) DEPOIS DE IM-DATA-RENDIDA
      *>              ATE A DATA DO LOTE - CDI/IPC PELA CONVENCAO 252,
      *>              PREFIXADO PELA TAXA DO MES REPARTIDA NOS DIAS
      *>              UTEIS DO MES. POSICAO ABERTA OU RESGATADA NO MEIO
      *>              DO MES RENDE SO OS DIAS APLICADOS; O APORTE ENTRA
      *>              DEPOIS DE O SALDO RENDER ATE O DIA
      *> 15/10/2026 - SEM TAXA NO INDEXRT PARA O MES DO LOTE EM INDICE
      *>              USADO POR PRODUTO DO PRODCAT (CDI/IPC), O PASSO
      *>              NAO APROPRIA NADA: OCORRENCIA ABEND NO ERRLOG E
      *>              RC 12 - A TAXA ENTRA PELO IDXCARGA/APROVMNT E O
      *>              LOTE E RETOMADO. TABELA DE INDICES PARA 600
      *> 15/10/2026 - CADA REGISTRO GRAVADO NO GLPOST E INVLEDG ENTRA NO
      *>              TOTAL DE CONTROLE (CTLTOTAL), LEVADO AO CTLTOT AO
      *>              TERMINAR - QUEM LE O ARQUIVO CONFERE CONTRA ELE
      *> 15/10/2026 - LIMITE DE CONCENTRACAO SO E CONFERIDO QUANDO O
      *>              CONTRATO AINDA NAO ESTA NA CARTEIRA - O ARQUIVO DE
      *>              ONTEM AINDA NO DD NAO E MAIS CONTADO COMO BLOQUEIO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-OVERRIDES   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-OVERRIDE    PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-OVERRIDES.
           05  WRK-OV-ITEM OCCURS 200 TIMES.
               10  WRK-OV-CONTRATO       PIC 9(08).
               10  WRK-OV-TIPO           PIC X(01).
       77 WRK-LIMITE-FGC      PIC 9(08)V99 VALUE 250000,00.
       77 WRK-LIMITE-CONCENTR PIC 9(08)V99 VALUE 500000,00.
       77 WRK-CONC-LIBERADO   PIC X(01) VALUE 'S'.
       77 WRK-QTD-CONC-BLOQ   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FGC-EXCEDE  PIC 9(04) VALUE ZEROS.
       77 WRK-FIM-EXPOSICAO   PIC X(01) VALUE 'N'.
           88 WRK-EOF-EXPOSICAO   VALUE 'S'.
       77 WRK-QTD-EXPOSICOES  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EXPOSICAO   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-EXP-ACHADO  PIC 9(04) VALUE ZEROS.
       77 WRK-EXP-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-EXP-PRODUTO     PIC X(06) VALUE SPACES.
       77 WRK-EXP-CONTRATO    PIC 9(08) VALUE ZEROS.
       77 WRK-EXP-VALOR       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EXP-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-EXP-CHAVE       PIC X(06) VALUE SPACES.
       77 WRK-EXP-ATUAL       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EXP-TOTAL       PIC 9(12)V99 VALUE ZEROS.
      *>   SALDO ABERTO POR CLIENTE E EMISSOR ('E') OU, PARA PRODUTO
      *>   SEM EMISSOR NO PRODCAT, POR CLIENTE E PRODUTO ('P')
       01 WRK-TABELA-EXPOSICAO.
           05  WRK-EXPOSICAO-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-TEX.
               10  WRK-EX-CLIENTE        PIC 9(06).
               10  WRK-EX-TIPO           PIC X(01).
               10  WRK-EX-CHAVE          PIC X(06).
               10  WRK-EX-SALDO          PIC 9(12)V99.
       77 WRK-TAXASCH-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PARMGER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-INVLEDG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PCT-IR          PIC 9(02)V99 VALUE ZEROS.
       77 WRK-IR-RETIDO       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MULTA-RESGATE   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-IOF-RETIDO      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-PCT-IOF         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DIA-IOF         PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-COME-COTAS  PIC 9(02)V99 VALUE 15,00.
       77 WRK-BASE-COME-COTAS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-IR-COME-COTAS   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-IR-ANTEC-PARC   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-COME-COTAS  PIC 9(04) VALUE ZEROS.
       77 WRK-FIM-COME-COTAS  PIC X(01) VALUE 'N'.
           88 WRK-EOF-COME-COTAS  VALUE 'S'.
       77 WRK-TIPO-PRODUTO    PIC X(01) VALUE SPACES.
       77 WRK-RESULTADO-NETO  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MESES-CARENCIA  PIC 9(02) VALUE 3.
       77 WRK-VALOR-RESGATE   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-IDX-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-INDICES     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-INDICE      PIC 9(03) VALUE ZEROS.
       77 WRK-INDICE-FALTANTE PIC X(01) VALUE 'N'.
       77 WRK-METODO-PRODUTO  PIC X(03) VALUE SPACES.
       77 WRK-PARAM-PRODUTO   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ANO-MES-PROC    PIC 9(06) VALUE ZEROS.
       77 WRK-TAXA-INDICE     PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-INDICE-ACHADO   PIC X(01) VALUE 'N'.
      *>   APROPRIACAO DIARIA POR DIA UTIL (CALENDARIO FERIADOS)
       77 WRK-DATA-APROPRIACAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TESTE-UTIL PIC 9(08) VALUE ZEROS.
       77 WRK-INT-APROPRIACAO PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-MES-APROP   PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-APROPRIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-POSICAO-APROPRIADA PIC X(01) VALUE 'N'.
       77 WRK-DIAS-BASE-ANO   PIC 9(03) VALUE 252.
       77 WRK-DIAS-UTEIS-MES  PIC 9(02) VALUE ZEROS.
       77 WRK-FATOR-DIA       PIC 9(01)V9(15) VALUE ZEROS.
       77 WRK-FATOR-PERIODO   PIC 9(03)V9(15) VALUE ZEROS.
       77 WRK-ULTIMO-AVISO-IX PIC X(14) VALUE SPACES.
       77 WRK-AVISO-IX        PIC X(14) VALUE SPACES.
       77 WRK-QTD-MESES-DU    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MES-DU      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-CONTAGEM.
           05 WRK-DC-ANO-MES      PIC 9(06).
           05 WRK-DC-DIA          PIC 9(02).
       01 WRK-DATA-CONTAGEM-NUM REDEFINES WRK-DATA-CONTAGEM
                              PIC 9(08).
      *>   DIAS UTEIS DE CADA MES JA CONTADOS - BASE DO FATOR DIARIO
      *>   DO PREFIXADO
       01 WRK-TABELA-MESES-DU.
           05  WRK-MES-DU-ITEM OCCURS 24 TIMES.
               10  WRK-MD-ANO-MES        PIC 9(06).
               10  WRK-MD-DIAS-UTEIS     PIC 9(02).
       01 WRK-TABELA-TAXAS-SCH.
           05  WRK-TAXA-SCH OCCURS 60 TIMES
                   INDEXED BY WRK-IDX-TX.
               10  WRK-PR-METODO         PIC X(03).
               10  WRK-PR-PARAMETRO      PIC 9(03)V99.
               10  WRK-PR-PERFIL-MIN     PIC X(01).
               10  WRK-PR-TIPO           PIC X(01).
               10  WRK-PR-EMISSOR        PIC X(06).
       01 WRK-TABELA-INDICES.
           05  WRK-INDICE-ITEM OCCURS 600 TIMES
                   INDEXED BY WRK-IDX-TIX.
               10  WRK-IX-INDICE         PIC X(03).
               10  WRK-IX-ANO-MES        PIC 9(06).
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "IOFTAB.CPY" IN 'COPYBOOKS'.
      *>   CONTROLE DE REINICIO DO LOTE (SUBPROGRAMA RESTGATE)
       01 WRK-CONTROLE-REINICIO.
           05  WRK-RG-PASSO           PIC X(08).
           05  WRK-RG-FUNCAO          PIC X(01).
           05  WRK-RG-RESULTADO       PIC X(01).
      *>   TOTAIS DE CONTROLE DOS ARQUIVOS GRAVADOS (SUBPROGRAMA
      *>   CTLTOTAL)
       01 WRK-TOTAIS-CONTROLE.
           COPY "TOTCTL.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 100000-INICIALIZAR.

      *>   SEM A TAXA DO MES DO LOTE NENHUMA POSICAO E TOCADA - O
      *>   PASSO PARA COM RC 12 ATE A TAXA SER APROVADA
           IF WRK-INDICE-FALTANTE = 'N'
               PERFORM 200000-ABSORVER-POSICOES UNTIL WRK-EOF-INVPOS
               PERFORM 250000-PROCESSAR-APORTES UNTIL WRK-EOF-INVAPORT
               PERFORM 300000-RENDER-CARTEIRA
               PERFORM 350000-PROCESSAR-COME-COTAS
               PERFORM 400000-PROCESSAR-RESGATES UNTIL WRK-EOF-INVRESG
               PERFORM 450000-APLICAR-INSTRUCOES
                   UNTIL WRK-EOF-VENCINST
               PERFORM 460000-PROCESSAR-VENCIMENTOS
           END-IF.

           PERFORM 910000-GRAVAR-TOTAIS-CONTROLE.
           PERFORM 500000-FINALIZAR.

           IF RETURN-CODE < 8
           PERFORM 120000-CARREGAR-TAXAS-SCH.
           PERFORM 130000-CARREGAR-PRODUTOS.
           PERFORM 140000-CARREGAR-INDICES.
           PERFORM 145000-CONFERIR-INDICES-MES.

           OPEN I-O INVMAST.
           IF WRK-INVMAST-STATUS NOT = '00'
           END-IF.

           PERFORM 160000-CARREGAR-LIBERACOES.
           PERFORM 150000-CARREGAR-EXPOSICAO.

      *>*********************************************
       110000-CARREGAR-PARAMETROS.
                               MOVE PG-VALOR TO WRK-MESES-CARENCIA
                           WHEN 'PCT-MULTA'
                               MOVE PG-VALOR TO WRK-PCT-MULTA
                           WHEN 'PCT-COME-COTAS'
                               MOVE PG-VALOR TO WRK-PCT-COME-COTAS
                           WHEN 'LIMITE-FGC'
                               MOVE PG-VALOR TO WRK-LIMITE-FGC
                           WHEN 'LIMITE-CONCENTR'
                               MOVE PG-VALOR TO WRK-LIMITE-CONCENTR
                       END-EVALUATE
                       PERFORM 111500-LER-PARAMETRO-IOF
                   END-IF
           END-READ.

      *>*********************************************
       111500-LER-PARAMETRO-IOF.
      *>*********************************************
      *>   CHAVE IOF-DIA-nn SOBREPOE O PERCENTUAL DO DIA nn DA
      *>   TABELA PADRAO (01 A 29 - DO 30O DIA EM DIANTE NAO HA IOF)
           IF PG-CHAVE (1:8) = 'IOF-DIA-'
               AND PG-CHAVE (9:2) NUMERIC
               MOVE PG-CHAVE (9:2) TO WRK-DIA-IOF
               IF WRK-DIA-IOF > 0 AND WRK-DIA-IOF < 30
                   MOVE PG-VALOR TO IOF-PCT-DIA (WRK-DIA-IOF)
               END-IF
           END-IF.

      *>*********************************************
       112000-OBTER-CC-OPERACAO.
                           TO WRK-PR-PARAMETRO (WRK-QTD-PRODUTOS)
                       MOVE PR-PERFIL-MIN
                           TO WRK-PR-PERFIL-MIN (WRK-QTD-PRODUTOS)
                       MOVE PR-TIPO-PRODUTO
                           TO WRK-PR-TIPO (WRK-QTD-PRODUTOS)
                       MOVE PR-EMISSOR
                           TO WRK-PR-EMISSOR (WRK-QTD-PRODUTOS)
                   ELSE
                       DISPLAY 'PRODCAT COM MAIS DE 20 PRODUTOS - '
                               'REGISTRO IGNORADO'
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-INDICES < 600
                       ADD 1 TO WRK-QTD-INDICES
                       MOVE IX-INDICE
                           TO WRK-IX-INDICE (WRK-QTD-INDICES)
                       MOVE IX-TAXA-MES
                           TO WRK-IX-TAXA (WRK-QTD-INDICES)
                   ELSE
                       DISPLAY 'INDEXRT COM MAIS DE 600 OBSERVACOES '
                               '- REGISTRO IGNORADO'
                   END-IF
           END-READ.

      *>*********************************************
       145000-CONFERIR-INDICES-MES.
      *>*********************************************
      *>   TODO INDICE USADO POR PRODUTO DO CATALOGO PRECISA DA TAXA
      *>   DO MES DO LOTE - SEM ELA A APROPRIACAO CAIRIA NA ULTIMA
      *>   OBSERVACAO SEM NINGUEM PERCEBER
           PERFORM VARYING WRK-IDX-PRODUTO FROM 1 BY 1
                   UNTIL WRK-IDX-PRODUTO > WRK-QTD-PRODUTOS
               IF WRK-PR-METODO (WRK-IDX-PRODUTO) = 'CDI'
                   OR WRK-PR-METODO (WRK-IDX-PRODUTO) = 'IPC'
                   MOVE 'N' TO WRK-INDICE-ACHADO
                   PERFORM VARYING WRK-IDX-INDICE FROM 1 BY 1
                           UNTIL WRK-IDX-INDICE > WRK-QTD-INDICES
                       IF WRK-IX-INDICE (WRK-IDX-INDICE) =
                               WRK-PR-METODO (WRK-IDX-PRODUTO)
                           AND WRK-IX-ANO-MES (WRK-IDX-INDICE) =
                               WRK-ANO-MES-PROC
                           MOVE 'S' TO WRK-INDICE-ACHADO
                           MOVE WRK-QTD-INDICES TO WRK-IDX-INDICE
                       END-IF
                   END-PERFORM
                   IF WRK-INDICE-ACHADO = 'N'
                       AND WRK-INDICE-FALTANTE = 'N'
                       MOVE 'S' TO WRK-INDICE-FALTANTE
                       DISPLAY 'INDEXRT SEM TAXA DE '
                               WRK-PR-METODO (WRK-IDX-PRODUTO)
                               ' PARA ' WRK-ANO-MES-PROC
                               ' - APROPRIACAO INTERROMPIDA'
                       MOVE 'CARTEIRA'           TO ERR-PROGRAMA
                       MOVE '145000-CONF-INDICES' TO ERR-PARAGRAFO
                       MOVE 'ABEND'              TO ERR-SEVERIDADE
                       MOVE WRK-PR-METODO (WRK-IDX-PRODUTO)
                           TO ERR-CODIGO
                       MOVE SPACES TO ERR-MENSAGEM
                       STRING 'INDEXRT SEM TAXA DO MES DO LOTE '
                              WRK-ANO-MES-PROC
                           DELIMITED BY SIZE INTO ERR-MENSAGEM
                       END-STRING
                       CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
                       END-CALL
                   END-IF
               END-IF
           END-PERFORM.

      *>*********************************************
       150000-CARREGAR-EXPOSICAO.
      *>*********************************************
      *>   FOTO DO SALDO ABERTO POR CLIENTE E EMISSOR NO INICIO DO
      *>   PASSO - ABERTURAS E APORTES DA RODADA VAO SOMANDO NELA
           MOVE ZEROS TO WRK-QTD-EXPOSICOES.
           IF WRK-INVMAST-DISPONIVEL
               MOVE 'N' TO WRK-FIM-EXPOSICAO
               MOVE ZEROS TO IM-CONTRATO
               START INVMAST KEY NOT LESS THAN IM-CONTRATO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-EXPOSICAO
               END-START
               PERFORM 151000-LER-EXPOSICAO
                   UNTIL WRK-EOF-EXPOSICAO
           END-IF.

      *>*********************************************
       151000-LER-EXPOSICAO.
      *>*********************************************
           READ INVMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-EXPOSICAO
               NOT AT END
                   IF IM-POSICAO-ABERTA
                       MOVE IM-CLIENTE         TO WRK-EXP-CLIENTE
                       MOVE IM-PRODUTO         TO WRK-EXP-PRODUTO
                       MOVE IM-SALDO-ACUMULADO TO WRK-EXP-VALOR
                       PERFORM 168000-SOMAR-EXPOSICAO
                   END-IF
           END-READ.

      *>*********************************************
       160000-CARREGAR-LIBERACOES.
      *>*********************************************
                       ADD 1 TO WRK-QTD-OVERRIDES
                       MOVE SO-CONTRATO
                           TO WRK-OV-CONTRATO (WRK-QTD-OVERRIDES)
                       MOVE SO-TIPO-LIBERACAO
                           TO WRK-OV-TIPO (WRK-QTD-OVERRIDES)
                   END-IF
           END-READ.

                           UNTIL WRK-IDX-OVERRIDE > WRK-QTD-OVERRIDES
                       IF WRK-OV-CONTRATO (WRK-IDX-OVERRIDE) =
                               IP-CONTRATO
                           AND WRK-OV-TIPO (WRK-IDX-OVERRIDE) NOT = 'C'
                           MOVE 'S' TO WRK-SUIT-LIBERADO
                           DISPLAY 'CONTRATO ' IP-CONTRATO
                                   ' ACIMA DO PERFIL - ABERTO POR '
               END-IF
           END-IF.

      *>*********************************************
       166000-LOCALIZAR-EXPOSICAO.
      *>*********************************************
      *>   CHAVE DA CONCENTRACAO: EMISSOR DO PRODUTO (COBERTO PELO
      *>   FGC) OU, SEM EMISSOR, O PROPRIO PRODUTO
           MOVE 'P'             TO WRK-EXP-TIPO.
           MOVE WRK-EXP-PRODUTO TO WRK-EXP-CHAVE.
           PERFORM VARYING WRK-IDX-PRODUTO FROM 1 BY 1
                   UNTIL WRK-IDX-PRODUTO > WRK-QTD-PRODUTOS
               IF WRK-PR-CODIGO (WRK-IDX-PRODUTO) = WRK-EXP-PRODUTO
                   IF WRK-PR-EMISSOR (WRK-IDX-PRODUTO) NOT = SPACES
                       MOVE 'E' TO WRK-EXP-TIPO
                       MOVE WRK-PR-EMISSOR (WRK-IDX-PRODUTO)
                           TO WRK-EXP-CHAVE
                   END-IF
                   MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PRODUTO
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-IDX-EXP-ACHADO.
           PERFORM VARYING WRK-IDX-EXPOSICAO FROM 1 BY 1
                   UNTIL WRK-IDX-EXPOSICAO > WRK-QTD-EXPOSICOES
               IF WRK-EX-CLIENTE (WRK-IDX-EXPOSICAO) = WRK-EXP-CLIENTE
                   AND WRK-EX-TIPO (WRK-IDX-EXPOSICAO) = WRK-EXP-TIPO
                   AND WRK-EX-CHAVE (WRK-IDX-EXPOSICAO) = WRK-EXP-CHAVE
                   MOVE WRK-IDX-EXPOSICAO TO WRK-IDX-EXP-ACHADO
                   MOVE WRK-QTD-EXPOSICOES TO WRK-IDX-EXPOSICAO
               END-IF
           END-PERFORM.

      *>*********************************************
       167000-CONFERIR-CONCENTRACAO.
      *>*********************************************
      *>   SALDO DO CLIENTE NO EMISSOR MAIS O VALOR NOVO: ACIMA DO
      *>   LIMITE DE CONCENTRACAO (ZERO = SEM LIMITE) SO COM
      *>   LIBERACAO 'C' DE SUPERVISOR NO SUITOVRD; ACIMA DA
      *>   COBERTURA DO FGC, SO AVISO - O CLIENTE PODE QUERER
      *>   CORRER O RISCO, MAS FICA REGISTRADO
           MOVE 'S' TO WRK-CONC-LIBERADO.
           PERFORM 166000-LOCALIZAR-EXPOSICAO.
           IF WRK-IDX-EXP-ACHADO > 0
               MOVE WRK-EX-SALDO (WRK-IDX-EXP-ACHADO) TO WRK-EXP-ATUAL
           ELSE
               MOVE ZEROS TO WRK-EXP-ATUAL
           END-IF.
           COMPUTE WRK-EXP-TOTAL = WRK-EXP-ATUAL + WRK-EXP-VALOR.

           IF WRK-LIMITE-CONCENTR > 0
               AND WRK-EXP-TOTAL > WRK-LIMITE-CONCENTR
               MOVE 'N' TO WRK-CONC-LIBERADO
               PERFORM VARYING WRK-IDX-OVERRIDE FROM 1 BY 1
                       UNTIL WRK-IDX-OVERRIDE > WRK-QTD-OVERRIDES
                   IF WRK-OV-CONTRATO (WRK-IDX-OVERRIDE) =
                           WRK-EXP-CONTRATO
                       AND WRK-OV-TIPO (WRK-IDX-OVERRIDE) = 'C'
                       MOVE 'S' TO WRK-CONC-LIBERADO
                       DISPLAY 'CONTRATO ' WRK-EXP-CONTRATO
                               ' ACIMA DO LIMITE DE CONCENTRACAO - '
                               'LIBERADO POR SUPERVISOR'
                       MOVE WRK-QTD-OVERRIDES TO WRK-IDX-OVERRIDE
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-CONC-LIBERADO = 'S'
               AND WRK-EXP-TIPO = 'E'
               AND WRK-EXP-TOTAL > WRK-LIMITE-FGC
               AND WRK-EXP-ATUAL NOT > WRK-LIMITE-FGC
               ADD 1 TO WRK-QTD-FGC-EXCEDE
               MOVE WRK-EXP-TOTAL TO CE-VALOR-EDITADO
               DISPLAY 'CLIENTE ' WRK-EXP-CLIENTE ' PASSA DA '
                       'COBERTURA DO FGC NO EMISSOR ' WRK-EXP-CHAVE
                       ' - SALDO ' CE-VALOR-EDITADO
               MOVE 'CARTEIRA'            TO ERR-PROGRAMA
               MOVE '167000-CONCENTRACAO' TO ERR-PARAGRAFO
               MOVE 'AVISO'               TO ERR-SEVERIDADE
               MOVE 'FGCEXC'              TO ERR-CODIGO
               MOVE SPACES                TO ERR-MENSAGEM
               STRING 'ACIMA DO FGC - CLIENTE ' WRK-EXP-CLIENTE
                      ' EMISSOR ' WRK-EXP-CHAVE
                      ' CT ' WRK-EXP-CONTRATO
                   DELIMITED BY SIZE INTO ERR-MENSAGEM
               END-STRING
               CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
               END-CALL
           END-IF.

      *>*********************************************
       168000-SOMAR-EXPOSICAO.
      *>*********************************************
           PERFORM 166000-LOCALIZAR-EXPOSICAO.
           IF WRK-IDX-EXP-ACHADO > 0
               ADD WRK-EXP-VALOR TO WRK-EX-SALDO (WRK-IDX-EXP-ACHADO)
           ELSE
               IF WRK-QTD-EXPOSICOES < 2000
                   ADD 1 TO WRK-QTD-EXPOSICOES
                   MOVE WRK-EXP-CLIENTE
                       TO WRK-EX-CLIENTE (WRK-QTD-EXPOSICOES)
                   MOVE WRK-EXP-TIPO
                       TO WRK-EX-TIPO (WRK-QTD-EXPOSICOES)
                   MOVE WRK-EXP-CHAVE
                       TO WRK-EX-CHAVE (WRK-QTD-EXPOSICOES)
                   MOVE WRK-EXP-VALOR
                       TO WRK-EX-SALDO (WRK-QTD-EXPOSICOES)
               ELSE
                   DISPLAY 'MAIS DE 2000 SALDOS CLIENTE/EMISSOR - '
                           'CLIENTE ' WRK-EXP-CLIENTE
                           ' FORA DA CONFERENCIA DE CONCENTRACAO'
               END-IF
           END-IF.

      *>*********************************************
       169000-REGISTRAR-BLOQ-CONC.
      *>*********************************************
           MOVE 'CARTEIRA'            TO ERR-PROGRAMA.
           MOVE '167000-CONCENTRACAO' TO ERR-PARAGRAFO.
           MOVE 'ERRO'                TO ERR-SEVERIDADE.
           MOVE 'CONCBL'              TO ERR-CODIGO.
           MOVE SPACES                TO ERR-MENSAGEM.
           STRING 'ACIMA DO LIMITE DE CONCENTRACAO - CT '
                  WRK-EXP-CONTRATO
               DELIMITED BY SIZE INTO ERR-MENSAGEM
           END-STRING.
           CALL 'REGERRO' USING WRK-ERRO-OCORRENCIA
           END-CALL.

      *>*********************************************
       200000-ABSORVER-POSICOES.
      *>*********************************************
                   IF IP-CONTRATO > 0 AND IP-MONTANTE > 0
                       PERFORM 165000-CONFERIR-SUITABILITY
                       IF WRK-SUIT-LIBERADO = 'S'
                           PERFORM 205000-CONFERIR-E-ABRIR
                       ELSE
                           ADD 1 TO WRK-QTD-SUIT-BLOQ
                           ADD 1 TO WRK-QTD-REJEITADOS
           END-READ.

      *>*********************************************
       205000-CONFERIR-E-ABRIR.
      *>*********************************************
           MOVE IP-CLIENTE  TO WRK-EXP-CLIENTE.
           MOVE IP-PRODUTO  TO WRK-EXP-PRODUTO.
           MOVE IP-CONTRATO TO WRK-EXP-CONTRATO.
           MOVE IP-MONTANTE TO WRK-EXP-VALOR.
           MOVE IP-CONTRATO TO IM-CONTRATO.
           READ INVMAST
               INVALID KEY
                   PERFORM 167000-CONFERIR-CONCENTRACAO
                   IF WRK-CONC-LIBERADO = 'S'
                       PERFORM 210000-ABRIR-POSICAO
                   ELSE
                       ADD 1 TO WRK-QTD-CONC-BLOQ
                       ADD 1 TO WRK-QTD-REJEITADOS
                       DISPLAY 'POSICAO BLOQUEADA POR CONCENTRACAO - '
                               'CONTRATO ' IP-CONTRATO
                               ' CLIENTE ' IP-CLIENTE
                       PERFORM 169000-REGISTRAR-BLOQ-CONC
                   END-IF
               NOT INVALID KEY
      *>           CONTRATO JA NA CARTEIRA - O ARQUIVO DE ONTEM AINDA
      *>           NO DD NAO REABRE NEM DUPLICA A POSICAO
                   CONTINUE
           END-READ.

      *>*********************************************
       210000-ABRIR-POSICAO.
      *>*********************************************
           MOVE IP-CONTRATO        TO IM-CONTRATO.
           MOVE IP-CLIENTE         TO IM-CLIENTE.
           MOVE WRK-DATA-PROCESSO  TO IM-DATA-ABERTURA.
           MOVE IP-MONTANTE        TO IM-MONTANTE-INICIAL.
           MOVE IP-MONTANTE        TO IM-SALDO-ACUMULADO.
           MOVE ZEROS              TO IM-MESES-DECORRIDOS.
           MOVE IP-TAXA            TO IM-TAXA-CONTRATADA.
           MOVE IP-PRODUTO         TO IM-PRODUTO.
           MOVE WRK-ANO-MES-PROC   TO IM-ANO-MES-RENDIDO.
           MOVE WRK-DATA-PROCESSO  TO IM-DATA-RENDIDA.
           MOVE IP-MESES           TO WRK-PRAZO-MESES.
           PERFORM 215000-CALCULAR-VENCIMENTO.
           MOVE WRK-DATA-VENC-NUM  TO IM-DATA-VENCIMENTO.
           MOVE 'L'                TO IM-INSTRUCAO-VENC.
           MOVE 'A'                TO IM-SITUACAO.
           MOVE ZEROS              TO IM-BASE-COME-COTAS.
           MOVE ZEROS              TO IM-IR-ANTECIPADO.
           MOVE ZEROS              TO IM-ANO-MES-COME-COTAS.
           WRITE IM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO ABRIR POSICAO - CONTRATO '
                           IP-CONTRATO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ABERTAS
                   DISPLAY 'POSICAO ABERTA - CONTRATO '
                           IP-CONTRATO
                   PERFORM 168000-SOMAR-EXPOSICAO
           END-WRITE.

      *>*********************************************
       215000-CALCULAR-VENCIMENTO.
      *>*********************************************
      *>*********************************************
       260000-CREDITAR-APORTE.
      *>*********************************************
      *>   O DEPOSITO ENTRA NO SALDO E NO PRINCIPAL DEPOIS DE O
      *>   SALDO ANTERIOR RENDER ATE A DATA DO LOTE - CONTRIBUICAO
      *>   NAO E RENDIMENTO E SO RENDE A PARTIR DO DIA UTIL SEGUINTE
           MOVE AO-CONTRATO TO IM-CONTRATO.
           READ INVMAST
               INVALID KEY
                           AO-CONTRATO
               NOT INVALID KEY
                   IF IM-POSICAO-ABERTA
                       MOVE IM-CLIENTE  TO WRK-EXP-CLIENTE
                       MOVE IM-PRODUTO  TO WRK-EXP-PRODUTO
                       MOVE IM-CONTRATO TO WRK-EXP-CONTRATO
                       MOVE AO-VALOR    TO WRK-EXP-VALOR
                       PERFORM 167000-CONFERIR-CONCENTRACAO
                       IF WRK-CONC-LIBERADO = 'S'
                           PERFORM 265000-EFETIVAR-APORTE
                       ELSE
                           ADD 1 TO WRK-QTD-CONC-BLOQ
                           ADD 1 TO WRK-QTD-REJEITADOS
                           DISPLAY 'APORTE BLOQUEADO POR '
                                   'CONCENTRACAO - CONTRATO '
                                   AO-CONTRATO
                           PERFORM 169000-REGISTRAR-BLOQ-CONC
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QTD-REJEITADOS
                       DISPLAY 'APORTE EM CONTRATO JA RESGATADO: '
                   END-IF
           END-READ.

      *>*********************************************
       265000-EFETIVAR-APORTE.
      *>*********************************************
           PERFORM 315000-APROPRIAR-DIAS.
           ADD AO-VALOR TO IM-SALDO-ACUMULADO.
           ADD AO-VALOR TO IM-MONTANTE-INICIAL
               ON SIZE ERROR
                   SUBTRACT AO-VALOR
                       FROM IM-SALDO-ACUMULADO
                   DISPLAY 'OVERFLOW DE PRINCIPAL NO '
                           'CONTRATO ' IM-CONTRATO
                           ' - APORTE NAO CREDITADO'
               NOT ON SIZE ERROR
      *>           APORTE DEPOIS DE UM COME-COTAS ENTRA NA BASE DO
      *>           PROXIMO EVENTO - NAO E RENDIMENTO
                   IF IM-BASE-COME-COTAS NUMERIC
                       AND IM-BASE-COME-COTAS > 0
                       ADD AO-VALOR TO IM-BASE-COME-COTAS
                   END-IF
                   PERFORM 168000-SOMAR-EXPOSICAO
           END-ADD.
           REWRITE IM-REGISTRO.
           ADD 1 TO WRK-QTD-APORTES.
           PERFORM 270000-GRAVAR-LEDGER-APORTE.
           PERFORM 280000-GRAVAR-GLPOST-APORTE.
           MOVE AO-VALOR TO CE-VALOR-EDITADO.
           DISPLAY 'APORTE CREDITADO - CONTRATO '
                   IM-CONTRATO ' VALOR ' CE-VALOR-EDITADO.

      *>*********************************************
       270000-GRAVAR-LEDGER-APORTE.
      *>*********************************************
           MOVE ZEROS                TO IL-MULTA-RESGATE.
           MOVE AO-VALOR             TO IL-RESULTADO-NETO.
           MOVE 'A'                  TO IL-TIPO.
           MOVE ZEROS                TO IL-IOF-RETIDO.
           WRITE IL-REGISTRO
           PERFORM 902000-TOTALIZAR-INVLEDG.
           CLOSE INVLEDG.

      *>*********************************************
           END-IF.
           MOVE WRK-DATA-PROCESSO TO GL-DATA.
           MOVE WRK-CC-OPERACAO   TO GL-CENTRO-CUSTO.
           MOVE SPACES            TO GL-EMPRESA.
           MOVE 'CAIXA'           TO GL-CONTA-DEBITO.
           MOVE 'APLICACAO'       TO GL-CONTA-CREDITO.
           MOVE SPACES            TO GL-HISTORICO.
           PERFORM 445000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

      *>*********************************************
       300000-RENDER-CARTEIRA.
      *>*********************************************
      *>   RENDIMENTO DIARIO DE CADA POSICAO ABERTA, DIA UTIL A DIA
      *>   UTIL, DO DIA SEGUINTE A ULTIMA DATA JA APROPRIADA
      *>   (IM-DATA-RENDIDA) ATE A DATA DO LOTE - POSICAO ABERTA OU
      *>   RESGATADA NO MEIO DO MES RENDE SO OS DIAS EM QUE FICOU
      *>   APLICADA E RERODADA APOS ABEND NAO APROPRIA EM DOBRO
           IF WRK-INVMAST-DISPONIVEL
               MOVE ZEROS TO IM-CONTRATO
               START INVMAST KEY NOT LESS THAN IM-CONTRATO
               AT END
                   MOVE 'S' TO WRK-FIM-INVMAST
               NOT AT END
                   IF IM-POSICAO-ABERTA
                       PERFORM 315000-APROPRIAR-DIAS
                       IF WRK-POSICAO-APROPRIADA = 'S'
                           REWRITE IM-REGISTRO
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       315000-APROPRIAR-DIAS.
      *>*********************************************
      *>   ACUMULA O FATOR DE CADA DIA UTIL DO PERIODO E APLICA UMA
      *>   UNICA VEZ SOBRE O SALDO (SEM ARREDONDAR CENTAVO DIA A
      *>   DIA). O PRIMEIRO DIA UTIL DE UM MES NOVO CONTA MAIS UM MES
      *>   DECORRIDO E MARCA O MES EM IM-ANO-MES-RENDIDO. A POSICAO
      *>   FICA NA MEMORIA - QUEM CHAMA REGRAVA
           MOVE ZEROS TO WRK-DIAS-APROPRIADOS.
           MOVE 'N' TO WRK-POSICAO-APROPRIADA.
           PERFORM 316000-OBTER-DATA-RENDIDA.
           IF WRK-DATA-APROPRIACAO < WRK-DATA-PROCESSO
               MOVE 'S' TO WRK-POSICAO-APROPRIADA
               MOVE 1 TO WRK-FATOR-PERIODO
               PERFORM 317000-APROPRIAR-UM-DIA
                   UNTIL WRK-DATA-APROPRIACAO >= WRK-DATA-PROCESSO
               IF WRK-DIAS-APROPRIADOS > 0
                   COMPUTE IM-SALDO-ACUMULADO ROUNDED =
                           IM-SALDO-ACUMULADO * WRK-FATOR-PERIODO
                       ON SIZE ERROR
                           DISPLAY 'OVERFLOW NO SALDO DO '
                                   'CONTRATO ' IM-CONTRATO
                   END-COMPUTE
                   ADD 1 TO WRK-QTD-RENDIDAS
               END-IF
      *>       DIAS NAO UTEIS ATE O LOTE TAMBEM FICAM VENCIDOS
               MOVE WRK-DATA-PROCESSO TO IM-DATA-RENDIDA
           END-IF.

      *>*********************************************
       316000-OBTER-DATA-RENDIDA.
      *>*********************************************
      *>   POSICAO DO LEGADO, SEM IM-DATA-RENDIDA, JA RENDEU O MES
      *>   CHEIO DE IM-ANO-MES-RENDIDO - RECOMECA NO DIA SEGUINTE AO
      *>   ULTIMO DIA DAQUELE MES; NUNCA RENDIDA, NA DATA DE ABERTURA
           EVALUATE TRUE
               WHEN IM-DATA-RENDIDA NUMERIC
                   AND IM-DATA-RENDIDA > 19000000
                   MOVE IM-DATA-RENDIDA TO WRK-DATA-APROPRIACAO
               WHEN IM-ANO-MES-RENDIDO NUMERIC
                   AND IM-ANO-MES-RENDIDO > 190000
                   MOVE IM-ANO-MES-RENDIDO TO WRK-DC-ANO-MES
                   MOVE 28 TO WRK-DC-DIA
                   COMPUTE WRK-INT-APROPRIACAO =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-CONTAGEM-NUM)
                       + 4
                   COMPUTE WRK-DATA-CONTAGEM-NUM =
                       FUNCTION DATE-OF-INTEGER (WRK-INT-APROPRIACAO)
                   MOVE 01 TO WRK-DC-DIA
                   COMPUTE WRK-INT-APROPRIACAO =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-CONTAGEM-NUM)
                       - 1
                   COMPUTE WRK-DATA-APROPRIACAO =
                       FUNCTION DATE-OF-INTEGER (WRK-INT-APROPRIACAO)
               WHEN IM-DATA-ABERTURA NUMERIC
                   AND IM-DATA-ABERTURA > 19000000
                   MOVE IM-DATA-ABERTURA TO WRK-DATA-APROPRIACAO
               WHEN OTHER
                   MOVE WRK-DATA-PROCESSO TO WRK-DATA-APROPRIACAO
           END-EVALUATE.

      *>*********************************************
       317000-APROPRIAR-UM-DIA.
      *>*********************************************
      *>   DIA UTIL E O QUE O DIAUTIL DEVOLVE SEM ROLAR
           COMPUTE WRK-INT-APROPRIACAO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-APROPRIACAO)
                   + 1.
           COMPUTE WRK-DATA-APROPRIACAO =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-APROPRIACAO).
           MOVE WRK-DATA-APROPRIACAO TO WRK-DATA-TESTE-UTIL.
           CALL 'DIAUTIL' USING WRK-DATA-TESTE-UTIL
           END-CALL.

           IF WRK-DATA-TESTE-UTIL = WRK-DATA-APROPRIACAO
               MOVE WRK-DATA-APROPRIACAO (1:6) TO WRK-ANO-MES-APROP
               IF IM-ANO-MES-RENDIDO NOT NUMERIC
                   OR IM-ANO-MES-RENDIDO < WRK-ANO-MES-APROP
                   ADD 1 TO IM-MESES-DECORRIDOS
                   MOVE WRK-ANO-MES-APROP TO IM-ANO-MES-RENDIDO
               END-IF
      *>       DIAS DO MES DA ABERTURA RENDEM NA TAXA DO 1O MES
               IF IM-MESES-DECORRIDOS > 0
                   MOVE IM-MESES-DECORRIDOS TO WRK-MES-POSICAO
               ELSE
                   MOVE 1 TO WRK-MES-POSICAO
               END-IF
               PERFORM 320000-OBTER-TAXA-MES
               PERFORM 318000-CALCULAR-FATOR-DIA
               COMPUTE WRK-FATOR-PERIODO ROUNDED =
                       WRK-FATOR-PERIODO * WRK-FATOR-DIA
               ADD 1 TO WRK-DIAS-APROPRIADOS
           END-IF.

      *>*********************************************
       318000-CALCULAR-FATOR-DIA.
      *>*********************************************
      *>   POS-FIXADO (CDI/IPC): CONVENCAO 252 - A TAXA MENSAL E
      *>   ANUALIZADA E DIVIDIDA EM 252 DIAS UTEIS NO ANO, COMO NO
      *>   EXTRATO DO BANCO. PREFIXADO: A TAXA DO MES E REPARTIDA
      *>   PELOS DIAS UTEIS DAQUELE MES - O MES CHEIO PAGA EXATAMENTE
      *>   A TAXA CONTRATADA
           EVALUATE WRK-METODO-PRODUTO
               WHEN 'CDI'
               WHEN 'IPC'
                   COMPUTE WRK-FATOR-DIA ROUNDED =
                           (1 + (WRK-TAXA-MES / 100)) **
                           (12 / WRK-DIAS-BASE-ANO)
               WHEN OTHER
                   PERFORM 319000-OBTER-DIAS-UTEIS-MES
                   COMPUTE WRK-FATOR-DIA ROUNDED =
                           (1 + (WRK-TAXA-MES / 100)) **
                           (1 / WRK-DIAS-UTEIS-MES)
           END-EVALUATE.

      *>*********************************************
       319000-OBTER-DIAS-UTEIS-MES.
      *>*********************************************
           MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
           PERFORM VARYING WRK-IDX-MES-DU FROM 1 BY 1
                   UNTIL WRK-IDX-MES-DU > WRK-QTD-MESES-DU
               IF WRK-MD-ANO-MES (WRK-IDX-MES-DU) = WRK-ANO-MES-APROP
                   MOVE WRK-MD-DIAS-UTEIS (WRK-IDX-MES-DU)
                       TO WRK-DIAS-UTEIS-MES
                   MOVE WRK-QTD-MESES-DU TO WRK-IDX-MES-DU
               END-IF
           END-PERFORM.

           IF WRK-DIAS-UTEIS-MES = 0
               MOVE WRK-ANO-MES-APROP TO WRK-DC-ANO-MES
               MOVE 01 TO WRK-DC-DIA
               PERFORM 319100-CONTAR-DIA-MES
                   UNTIL WRK-DC-ANO-MES NOT = WRK-ANO-MES-APROP
               IF WRK-DIAS-UTEIS-MES = 0
                   MOVE 1 TO WRK-DIAS-UTEIS-MES
               END-IF
               IF WRK-QTD-MESES-DU < 24
                   ADD 1 TO WRK-QTD-MESES-DU
                   MOVE WRK-ANO-MES-APROP
                       TO WRK-MD-ANO-MES (WRK-QTD-MESES-DU)
                   MOVE WRK-DIAS-UTEIS-MES
                       TO WRK-MD-DIAS-UTEIS (WRK-QTD-MESES-DU)
               END-IF
           END-IF.

      *>*********************************************
       319100-CONTAR-DIA-MES.
      *>*********************************************
           MOVE WRK-DATA-CONTAGEM-NUM TO WRK-DATA-TESTE-UTIL.
           CALL 'DIAUTIL' USING WRK-DATA-TESTE-UTIL
           END-CALL.
           IF WRK-DATA-TESTE-UTIL = WRK-DATA-CONTAGEM-NUM
               ADD 1 TO WRK-DIAS-UTEIS-MES
           END-IF.
           COMPUTE WRK-INT-APROPRIACAO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CONTAGEM-NUM)
                   + 1.
           COMPUTE WRK-DATA-CONTAGEM-NUM =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-APROPRIACAO).

      *>*********************************************
       320000-OBTER-TAXA-MES.
      *>*********************************************
       321000-OBTER-METODO-PRODUTO.
      *>*********************************************
           MOVE SPACES TO WRK-METODO-PRODUTO.
           MOVE SPACES TO WRK-TIPO-PRODUTO.
           MOVE ZEROS  TO WRK-PARAM-PRODUTO.
           PERFORM VARYING WRK-IDX-PRODUTO FROM 1 BY 1
                   UNTIL WRK-IDX-PRODUTO > WRK-QTD-PRODUTOS
               IF WRK-PR-CODIGO (WRK-IDX-PRODUTO) = IM-PRODUTO
                   MOVE WRK-PR-METODO (WRK-IDX-PRODUTO)
                       TO WRK-METODO-PRODUTO
                   MOVE WRK-PR-TIPO (WRK-IDX-PRODUTO)
                       TO WRK-TIPO-PRODUTO
                   MOVE WRK-PR-PARAMETRO (WRK-IDX-PRODUTO)
                       TO WRK-PARAM-PRODUTO
                   MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PRODUTO
      *>*********************************************
       322000-OBTER-OBSERVACAO.
      *>*********************************************
      *>   OBSERVACAO DO INDICE PARA O MES DO DIA QUE ESTA SENDO
      *>   APROPRIADO - A FALTA E AVISADA UMA VEZ POR CONTRATO E MES
           MOVE 'N'   TO WRK-INDICE-ACHADO.
           MOVE ZEROS TO WRK-TAXA-INDICE.
           PERFORM VARYING WRK-IDX-INDICE FROM 1 BY 1
                   UNTIL WRK-IDX-INDICE > WRK-QTD-INDICES
               IF WRK-IX-INDICE (WRK-IDX-INDICE) = WRK-METODO-PRODUTO
                   AND WRK-IX-ANO-MES (WRK-IDX-INDICE) =
                       WRK-ANO-MES-APROP
                   MOVE 'S' TO WRK-INDICE-ACHADO
                   MOVE WRK-IX-TAXA (WRK-IDX-INDICE)
                       TO WRK-TAXA-INDICE
                   MOVE WRK-QTD-INDICES TO WRK-IDX-INDICE
               END-IF
           END-PERFORM.
           MOVE IM-CONTRATO       TO WRK-AVISO-IX (1:8).
           MOVE WRK-ANO-MES-APROP TO WRK-AVISO-IX (9:6).
           IF WRK-INDICE-ACHADO = 'N'
               AND WRK-AVISO-IX NOT = WRK-ULTIMO-AVISO-IX
               MOVE WRK-AVISO-IX TO WRK-ULTIMO-AVISO-IX
               DISPLAY 'SEM OBSERVACAO DO INDICE ' WRK-METODO-PRODUTO
                       ' PARA ' WRK-ANO-MES-APROP ' - CONTRATO '
                       IM-CONTRATO ' USA A TAXA CONTRATADA'
           END-IF.

      *>*********************************************
       350000-PROCESSAR-COME-COTAS.
      *>*********************************************
      *>   COME-COTAS SEMESTRAL DOS FUNDOS - SO NOS MESES DE MAIO E
      *>   NOVEMBRO, NA PRIMEIRA RODADA DO MES (DEPOIS DA APROPRIACAO
      *>   DO MES); CADA POSICAO GUARDA O ANO-MES DO ULTIMO EVENTO E
      *>   A RERODADA NAO RETEM EM DOBRO
           IF WRK-INVMAST-DISPONIVEL
               AND (WRK-DATA-PROCESSO (5:2) = '05'
                   OR WRK-DATA-PROCESSO (5:2) = '11')
               MOVE 'N' TO WRK-FIM-COME-COTAS
               MOVE ZEROS TO IM-CONTRATO
               START INVMAST KEY NOT LESS THAN IM-CONTRATO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-COME-COTAS
               END-START
               PERFORM 355000-COME-COTAS-UMA-POSICAO
                   UNTIL WRK-EOF-COME-COTAS
           END-IF.

      *>*********************************************
       355000-COME-COTAS-UMA-POSICAO.
      *>*********************************************
           READ INVMAST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-COME-COTAS
               NOT AT END
                   IF IM-POSICAO-ABERTA
                       AND (IM-ANO-MES-COME-COTAS NOT NUMERIC
                           OR IM-ANO-MES-COME-COTAS < WRK-ANO-MES-PROC)
                       PERFORM 321000-OBTER-METODO-PRODUTO
                       IF WRK-TIPO-PRODUTO = 'F'
                           PERFORM 360000-RETER-COME-COTAS
                       END-IF
                   END-IF
           END-READ.

      *>*********************************************
       360000-RETER-COME-COTAS.
      *>*********************************************
      *>   RENDIMENTO DO SEMESTRE = SALDO MENOS A BASE DO ULTIMO
      *>   EVENTO (SEM EVENTO AINDA, MENOS O PRINCIPAL). O IR SAI DO
      *>   SALDO - A POSICAO DIMINUI, NAO HA DINHEIRO PARA O CLIENTE
           IF IM-IR-ANTECIPADO NOT NUMERIC
               MOVE ZEROS TO IM-IR-ANTECIPADO
           END-IF.
           IF IM-BASE-COME-COTAS NUMERIC
               AND IM-BASE-COME-COTAS > 0
               MOVE IM-BASE-COME-COTAS TO WRK-BASE-COME-COTAS
           ELSE
               MOVE IM-MONTANTE-INICIAL TO WRK-BASE-COME-COTAS
           END-IF.

           MOVE ZEROS TO WRK-IR-COME-COTAS.
           MOVE ZEROS TO WRK-RENDIMENTO.
           IF IM-SALDO-ACUMULADO > WRK-BASE-COME-COTAS
               COMPUTE WRK-RENDIMENTO =
                       IM-SALDO-ACUMULADO - WRK-BASE-COME-COTAS
               COMPUTE WRK-IR-COME-COTAS ROUNDED =
                       WRK-RENDIMENTO * (WRK-PCT-COME-COTAS / 100)
           END-IF.

           IF WRK-IR-COME-COTAS > 0
               SUBTRACT WRK-IR-COME-COTAS FROM IM-SALDO-ACUMULADO
               ADD WRK-IR-COME-COTAS TO IM-IR-ANTECIPADO
               PERFORM 365000-GRAVAR-LEDGER-COME-COTAS
               PERFORM 370000-GRAVAR-GLPOST-COME-COTAS
               ADD 1 TO WRK-QTD-COME-COTAS
               MOVE WRK-IR-COME-COTAS TO CE-VALOR-EDITADO
               DISPLAY 'COME-COTAS DO CONTRATO ' IM-CONTRATO
                       ' - IR ANTECIPADO ' CE-VALOR-EDITADO
           END-IF.

           MOVE IM-SALDO-ACUMULADO TO IM-BASE-COME-COTAS.
           MOVE WRK-ANO-MES-PROC   TO IM-ANO-MES-COME-COTAS.
           REWRITE IM-REGISTRO.

      *>*********************************************
       365000-GRAVAR-LEDGER-COME-COTAS.
      *>*********************************************
           OPEN EXTEND INVLEDG.
           IF WRK-INVLEDG-STATUS NOT = '00'
               OPEN OUTPUT INVLEDG
           END-IF.
           MOVE SPACES               TO IL-REGISTRO.
           MOVE WRK-DATA-PROCESSO    TO IL-DATA-PROCESSAMENTO.
           MOVE IM-CONTRATO          TO IL-CONTRATO.
           MOVE IM-CLIENTE           TO IL-CLIENTE.
           MOVE ZEROS                TO IL-MONTANTE.
           MOVE IM-MESES-DECORRIDOS  TO IL-MESES.
           MOVE IM-TAXA-CONTRATADA   TO IL-TAXA-BASE.
           MOVE WRK-RENDIMENTO       TO IL-RESULTADO-BRUTO.
           MOVE WRK-IR-COME-COTAS    TO IL-IR-RETIDO.
           MOVE ZEROS                TO IL-MULTA-RESGATE.
           MOVE ZEROS                TO IL-RESULTADO-NETO.
           MOVE 'C'                  TO IL-TIPO.
           MOVE ZEROS                TO IL-IOF-RETIDO.
           WRITE IL-REGISTRO
           PERFORM 902000-TOTALIZAR-INVLEDG.
           CLOSE INVLEDG.

      *>*********************************************
       370000-GRAVAR-GLPOST-COME-COTAS.
      *>*********************************************
           OPEN EXTEND GLPOST.
           IF WRK-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GLPOST
           END-IF.
           MOVE WRK-DATA-PROCESSO    TO GL-DATA.
           MOVE WRK-CC-OPERACAO      TO GL-CENTRO-CUSTO.
           MOVE SPACES               TO GL-EMPRESA.
           MOVE 'APLICACAO'          TO GL-CONTA-DEBITO.
           MOVE 'IR-A-RECOLHER'      TO GL-CONTA-CREDITO.
           MOVE SPACES               TO GL-HISTORICO.
           STRING 'COME-COTAS ' IM-CONTRATO
               DELIMITED BY SIZE INTO GL-HISTORICO
           END-STRING.
           MOVE WRK-IR-COME-COTAS    TO GL-VALOR.
           PERFORM 445000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           CLOSE GLPOST.

      *>*********************************************
       400000-PROCESSAR-RESGATES.
      *>*********************************************
           COMPUTE WRK-RENDIMENTO =
                   IM-SALDO-ACUMULADO - IM-MONTANTE-INICIAL.
           COMPUTE WRK-DIAS-APLICADO = IM-MESES-DECORRIDOS * 30.
      *>   FUNDO: O IR JA ANTECIPADO NO COME-COTAS SAIU DO SALDO -
      *>   VOLTA PARA A BASE DO IR TOTAL E E ABATIDO DO IR DEVIDO
           IF IM-IR-ANTECIPADO NUMERIC
               MOVE IM-IR-ANTECIPADO TO WRK-IR-ANTEC-PARC
           ELSE
               MOVE ZEROS TO WRK-IR-ANTEC-PARC
           END-IF.

           PERFORM 447000-CALCULAR-IOF.

           EVALUATE TRUE
               WHEN WRK-DIAS-APLICADO <= WRK-IR-FAIXA1-DIAS
                   MOVE WRK-PCT-IR-FAIXA4 TO WRK-PCT-IR
           END-EVALUATE.
           COMPUTE WRK-IR-RETIDO ROUNDED =
                   (WRK-RENDIMENTO + WRK-IR-ANTEC-PARC -
                    WRK-IOF-RETIDO) * (WRK-PCT-IR / 100).
           IF WRK-IR-RETIDO > WRK-IR-ANTEC-PARC
               SUBTRACT WRK-IR-ANTEC-PARC FROM WRK-IR-RETIDO
           ELSE
               MOVE ZEROS TO WRK-IR-RETIDO
           END-IF.

           IF IM-MESES-DECORRIDOS < WRK-MESES-CARENCIA
               COMPUTE WRK-MULTA-RESGATE ROUNDED =

           COMPUTE WRK-RESULTADO-NETO =
                   IM-SALDO-ACUMULADO - WRK-IR-RETIDO -
                   WRK-MULTA-RESGATE - WRK-IOF-RETIDO.

           PERFORM 430000-GRAVAR-LEDGER.
           PERFORM 440000-GRAVAR-GLPOST.
               MOVE ZEROS TO WRK-RENDIMENTO
           END-IF.
           COMPUTE WRK-DIAS-APLICADO = IM-MESES-DECORRIDOS * 30.
      *>   FUNDO: A FATIA DO IR JA ANTECIPADO NO COME-COTAS SEGUE A
      *>   MESMA PROPORCAO DO VALOR SACADO
           IF IM-IR-ANTECIPADO NUMERIC
               COMPUTE WRK-IR-ANTEC-PARC ROUNDED =
                       IM-IR-ANTECIPADO * WRK-PROPORCAO
           ELSE
               MOVE ZEROS TO IM-IR-ANTECIPADO
               MOVE ZEROS TO WRK-IR-ANTEC-PARC
           END-IF.

           PERFORM 447000-CALCULAR-IOF.

           EVALUATE TRUE
               WHEN WRK-DIAS-APLICADO <= WRK-IR-FAIXA1-DIAS
                   MOVE WRK-PCT-IR-FAIXA4 TO WRK-PCT-IR
           END-EVALUATE.
           COMPUTE WRK-IR-RETIDO ROUNDED =
                   (WRK-RENDIMENTO + WRK-IR-ANTEC-PARC -
                    WRK-IOF-RETIDO) * (WRK-PCT-IR / 100).
           IF WRK-IR-RETIDO > WRK-IR-ANTEC-PARC
               SUBTRACT WRK-IR-ANTEC-PARC FROM WRK-IR-RETIDO
           ELSE
               MOVE ZEROS TO WRK-IR-RETIDO
           END-IF.

           IF IM-MESES-DECORRIDOS < WRK-MESES-CARENCIA
               COMPUTE WRK-MULTA-RESGATE ROUNDED =

           COMPUTE WRK-RESULTADO-NETO =
                   WRK-VALOR-RESGATE - WRK-IR-RETIDO -
                   WRK-MULTA-RESGATE - WRK-IOF-RETIDO.

           PERFORM 435000-GRAVAR-LEDGER-PARCIAL.
           PERFORM 440000-GRAVAR-GLPOST.

           SUBTRACT WRK-VALOR-RESGATE  FROM IM-SALDO-ACUMULADO.
           SUBTRACT WRK-IR-ANTEC-PARC  FROM IM-IR-ANTECIPADO.
           IF IM-BASE-COME-COTAS NUMERIC
               AND IM-BASE-COME-COTAS > 0
               COMPUTE IM-BASE-COME-COTAS ROUNDED =
                       IM-BASE-COME-COTAS * (1 - WRK-PROPORCAO)
           END-IF.
           SUBTRACT WRK-PRINCIPAL-PARC FROM IM-MONTANTE-INICIAL
               ON SIZE ERROR
                   MOVE ZEROS TO IM-MONTANTE-INICIAL
           MOVE WRK-MULTA-RESGATE    TO IL-MULTA-RESGATE.
           MOVE WRK-RESULTADO-NETO   TO IL-RESULTADO-NETO.
           MOVE 'R'                  TO IL-TIPO.
           MOVE WRK-IOF-RETIDO       TO IL-IOF-RETIDO.
           WRITE IL-REGISTRO
           PERFORM 902000-TOTALIZAR-INVLEDG.
           CLOSE INVLEDG.

      *>*********************************************
           MOVE WRK-MULTA-RESGATE    TO IL-MULTA-RESGATE.
           MOVE WRK-RESULTADO-NETO   TO IL-RESULTADO-NETO.
           MOVE 'R'                  TO IL-TIPO.
           MOVE WRK-IOF-RETIDO       TO IL-IOF-RETIDO.
           WRITE IL-REGISTRO
           PERFORM 902000-TOTALIZAR-INVLEDG.
           CLOSE INVLEDG.

      *>*********************************************
           END-IF.
           MOVE WRK-DATA-PROCESSO    TO GL-DATA.
           MOVE WRK-CC-OPERACAO      TO GL-CENTRO-CUSTO.
           MOVE SPACES               TO GL-EMPRESA.
           MOVE 'CAIXA'              TO GL-CONTA-DEBITO.
           MOVE 'APLICACAO'          TO GL-CONTA-CREDITO.
           MOVE SPACES               TO GL-HISTORICO.
           PERFORM 445000-VALIDAR-CONTAS-GL.
           IF WRK-VC-PERIODO-OK NOT = 'N'
               WRITE GL-REGISTRO
               PERFORM 900000-TOTALIZAR-GLPOST
           END-IF.
           IF WRK-IR-RETIDO > 0
               MOVE 'APLICACAO'          TO GL-CONTA-DEBITO
               PERFORM 445000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-MULTA-RESGATE > 0
               PERFORM 445000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           IF WRK-IOF-RETIDO > 0
               MOVE 'APLICACAO'          TO GL-CONTA-DEBITO
               MOVE 'IOF-A-RECOLHER'     TO GL-CONTA-CREDITO
               MOVE 'IOF RESGATE < 30D'  TO GL-HISTORICO
               MOVE WRK-IOF-RETIDO       TO GL-VALOR
               PERFORM 445000-VALIDAR-CONTAS-GL
               IF WRK-VC-PERIODO-OK NOT = 'N'
                   WRITE GL-REGISTRO
                   PERFORM 900000-TOTALIZAR-GLPOST
               END-IF
           END-IF.
           CLOSE GLPOST.
           CALL 'VALCONTA' USING WRK-VALIDACAO-CONTA
           END-CALL.

      *>*********************************************
       447000-CALCULAR-IOF.
      *>*********************************************
      *>   IOF REGRESSIVO SOBRE O RENDIMENTO SACADO ANTES DO 30O DIA
      *>   CORRIDO DESDE A APLICACAO - A CONTAGEM E PELO CALENDARIO,
      *>   NAO PELOS MESES APROPRIADOS (RESGATE NO PROPRIO DIA DA
      *>   APLICACAO CONTA COMO 1O DIA). POSICAO SEM DATA DE
      *>   ABERTURA VALIDA NAO PAGA IOF
           MOVE ZEROS TO WRK-IOF-RETIDO.
           MOVE ZEROS TO WRK-PCT-IOF.
           MOVE 30 TO WRK-DIAS-CORRIDOS.
           IF IM-DATA-ABERTURA NUMERIC
               AND IM-DATA-ABERTURA > 19000000
               AND IM-DATA-ABERTURA <= WRK-DATA-PROCESSO
               COMPUTE WRK-DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO) -
                       FUNCTION INTEGER-OF-DATE (IM-DATA-ABERTURA)
           END-IF.
           IF WRK-DIAS-CORRIDOS < 30
               IF WRK-DIAS-CORRIDOS < 1
                   MOVE 1 TO WRK-DIA-IOF
               ELSE
                   MOVE WRK-DIAS-CORRIDOS TO WRK-DIA-IOF
               END-IF
               MOVE IOF-PCT-DIA (WRK-DIA-IOF) TO WRK-PCT-IOF
               COMPUTE WRK-IOF-RETIDO ROUNDED =
                       WRK-RENDIMENTO * (WRK-PCT-IOF / 100)
               IF WRK-IOF-RETIDO > 0
                   DISPLAY 'RESGATE DO CONTRATO ' IM-CONTRATO
                           ' NO DIA ' WRK-DIA-IOF
                           ' DA APLICACAO - IOF APLICADO'
               END-IF
           END-IF.

      *>*********************************************
       450000-APLICAR-INSTRUCOES.
      *>*********************************************
           MOVE ZEROS                TO IL-MULTA-RESGATE.
           MOVE IM-SALDO-ACUMULADO   TO IL-RESULTADO-NETO.
           MOVE 'V'                  TO IL-TIPO.
           MOVE ZEROS                TO IL-IOF-RETIDO.
           WRITE IL-REGISTRO
           PERFORM 902000-TOTALIZAR-INVLEDG.
           CLOSE INVLEDG.

           IF IM-MESES-DECORRIDOS > 0

           MOVE IM-SALDO-ACUMULADO  TO IM-MONTANTE-INICIAL.
           MOVE ZEROS               TO IM-MESES-DECORRIDOS.
      *>   O SALDO ROLADO VIRA PRINCIPAL - O COME-COTAS DO PERIODO
      *>   QUE VENCEU FICA COMO IR DEFINITIVO DAQUELE RENDIMENTO
           MOVE ZEROS               TO IM-BASE-COME-COTAS.
           MOVE ZEROS               TO IM-IR-ANTECIPADO.
           MOVE WRK-DATA-PROCESSO   TO IM-DATA-ABERTURA.
           MOVE WRK-DATA-VENC-NUM   TO IM-DATA-VENCIMENTO.
           REWRITE IM-REGISTRO.
           DISPLAY 'POSICOES ABERTAS HOJE..: ' WRK-QTD-ABERTAS.
           DISPLAY 'APORTES CREDITADOS.....: ' WRK-QTD-APORTES.
           DISPLAY 'POSICOES RENDIDAS......: ' WRK-QTD-RENDIDAS.
           DISPLAY 'COME-COTAS RETIDOS.....: ' WRK-QTD-COME-COTAS.
           DISPLAY 'POSICOES RESGATADAS....: ' WRK-QTD-RESGATADAS.
           DISPLAY 'VENCIDAS LIQUIDADAS....: ' WRK-QTD-LIQUIDADAS.
           DISPLAY 'VENCIDAS ROLADAS.......: ' WRK-QTD-ROLADAS.
           DISPLAY 'BLOQUEIOS SUITABILITY..: ' WRK-QTD-SUIT-BLOQ.
           DISPLAY 'BLOQUEIOS CONCENTRACAO.: ' WRK-QTD-CONC-BLOQ.
           DISPLAY 'AVISOS DE FGC EXCEDIDO.: ' WRK-QTD-FGC-EXCEDE.
           DISPLAY 'TRANSACOES REJEITADAS..: ' WRK-QTD-REJEITADOS.
           DISPLAY '========================='.

           EVALUATE TRUE
               WHEN WRK-INDICE-FALTANTE = 'S'
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 510000-REGISTRAR-BATCHLOG.

                   TO BL-DETALHE
           ELSE
               MOVE 'ERRO' TO BL-STATUS
               IF WRK-INDICE-FALTANTE = 'S'
                   MOVE 'ACCRUAL INTERROMPIDO - SEM INDICE DO MES'
                       TO BL-DETALHE
               ELSE
                   MOVE 'CARTEIRA ATUALIZADA COM TRANSACOES REJEITADAS'
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
       902000-TOTALIZAR-INVLEDG.
      *>*********************************************
           MOVE 'A'        TO TC-FUNCAO.
           MOVE 'INVLEDG'  TO TC-ARQUIVO.
           MOVE IL-DATA-PROCESSAMENTO TO TC-DATA.
           MOVE 1          TO TC-QTD.
           MOVE IL-RESULTADO-BRUTO TO TC-VALOR.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.

      *>*********************************************
       910000-GRAVAR-TOTAIS-CONTROLE.
      *>*********************************************
      *>   UM REGISTRO NO CTLTOT POR ARQUIVO E DATA GRAVADOS NESTA
      *>   EXECUCAO - O PASSO QUE LE O ARQUIVO CONFERE CONTRA ELE
           MOVE 'G'        TO TC-FUNCAO.
           MOVE 'CARTEIRA' TO TC-PROGRAMA.
           CALL 'CTLTOTAL' USING WRK-TOTAIS-CONTROLE
           END-CALL.
