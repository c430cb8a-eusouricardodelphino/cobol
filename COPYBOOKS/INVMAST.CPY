      *>              PERIODO NAS CONDICOES CORRENTES DO PRODUTO) -
      *>              POSICAO VENCIDA DEIXA DE RENDER PARA SEMPRE NA
      *>              TAXA ANTIGA ESPERANDO ALGUEM LEMBRAR DELA
      *> 15/10/2026 - COME-COTAS DOS FUNDOS: NOVOS CAMPOS AO FINAL -
      *>              IM-BASE-COME-COTAS (SALDO APOS O ULTIMO EVENTO
      *>              DE COME-COTAS, MAIS OS APORTES DESDE ENTAO; ZERO
      *>              = NENHUM EVENTO AINDA, BASE E O PRINCIPAL),
      *>              IM-IR-ANTECIPADO (IR JA RETIDO NOS EVENTOS, A
      *>              ABATER DO IR DO RESGATE) E IM-ANO-MES-COME-COTAS
      *>              (ULTIMO ANO-MES COM EVENTO - NAO RETEM EM DOBRO
      *>              NA RERODADA). CONVERSAO DO LEGADO NO CONV1026
      *> 15/10/2026 - APROPRIACAO DIARIA: NOVO CAMPO IM-DATA-RENDIDA
      *>              AO FINAL - ULTIMA DATA JA APROPRIADA; A CARTEIRA
      *>              RENDE CADA DIA UTIL DEPOIS DELA ATE A DATA DO
      *>              LOTE. ZERO (LEGADO) = RECOMECA APOS O FIM DO MES
      *>              DE IM-ANO-MES-RENDIDO, QUE PASSA A SER O ULTIMO
      *>              MES COM DIA APROPRIADO. ZERADO PELO CONV1026
      *>*************************************************************
       01  IM-REGISTRO.
           05  IM-CONTRATO             PIC 9(08).
           05  IM-INSTRUCAO-VENC       PIC X(01).
               88  IM-VENC-LIQUIDA         VALUE 'L' ' '.
               88  IM-VENC-ROLA            VALUE 'R'.
           05  IM-BASE-COME-COTAS      PIC 9(12)V99.
           05  IM-IR-ANTECIPADO        PIC 9(12)V99.
           05  IM-ANO-MES-COME-COTAS   PIC 9(06).
           05  IM-DATA-RENDIDA         PIC 9(08).
