      *> PARCIAL (AR-VALOR-PAGO ACUMULA) - PELO RECEBPAG, QUE TAMBEM
      *> EMITE O AGING POR CLIENTE E MARCA NO CLIBLOQ O CLIENTE COM
      *> VENCIDOS ALEM DO LIMITE, PARA A COTACAO RETER PEDIDO NOVO.
      *> 15/10/2026 - NOVO CAMPO AR-TIPO: 'C' = CREDITO DO CLIENTE
      *>              (INDENIZACAO DE SINISTRO APROVADO, GERADA PELO
      *>              RECEBPAG), COMPENSADO CONTRA OS TITULOS EM ABERTO
      *>              DO MESMO CLIENTE - AR-VALOR-PAGO ACUMULA O JA
      *>              COMPENSADO. BRANCO OU 'T' = TITULO DE FRETE
      *> 15/10/2026 - NOVO CAMPO AR-ICMS: ICMS DESTACADO NO FRETE DO
      *>              TITULO PELO FRETEFAT (JA INCLUIDO EM AR-VALOR -
      *>              SO INFORMATIVO NA BAIXA). ZERO NO CREDITO E NO
      *>              LEGADO ANTERIOR AO CAMPO
      *> 15/10/2026 - NOVOS CAMPOS DE COBRANCA NO FIM DO REGISTRO:
      *>              AR-ESTAGIO-COBRANCA (ULTIMO AVISO ENVIADO PELO
      *>              COBRANCA: 1 = LEMBRETE, 2 = NOTIFICACAO
      *>              FORMAL, 3 = AVISO FINAL) E A DATA DO AVISO -
      *>              O MESMO ESTAGIO NUNCA SAI DUAS VEZES - E
      *>              AR-NEGATIVACAO ('S' = ENVIADO AO BIRO DE
      *>              CREDITO/COBRANCA EXTERNA, 'R' = RETIRADO PELO
      *>              RECEBPAG NA QUITACAO) COM A DATA. BRANCO NO
      *>              LEGADO VALE COMO SEM AVISO/NAO NEGATIVADO
      *>*************************************************************
       01  AR-REGISTRO.
           05  AR-CLIENTE             PIC 9(06).
               88  AR-ABERTO              VALUE 'A' ' '.
               88  AR-PAGO                VALUE 'P'.
           05  AR-DATA-BAIXA          PIC 9(08).
           05  AR-TIPO                PIC X(01).
               88  AR-TITULO              VALUE 'T' ' '.
               88  AR-CREDITO             VALUE 'C'.
           05  AR-ICMS                PIC 9(06)V99.
           05  AR-ESTAGIO-COBRANCA    PIC 9(01).
               88  AR-SEM-AVISO           VALUE 0.
               88  AR-LEMBRETE            VALUE 1.
               88  AR-NOTIFICACAO         VALUE 2.
               88  AR-AVISO-FINAL         VALUE 3.
           05  AR-DATA-AVISO          PIC 9(08).
           05  AR-NEGATIVACAO         PIC X(01).
               88  AR-NAO-NEGATIVADO      VALUE 'N' ' '.
               88  AR-NEGATIVADO          VALUE 'S'.
               88  AR-NEGATIV-RETIRADA    VALUE 'R'.
           05  AR-DATA-NEGATIVACAO    PIC 9(08).
