      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 22/08/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - IOF RETIDO NOS RESGATES (IL-IOF-RETIDO) PASSA A
      *>              SER TOTALIZADO E IMPRESSO EM LINHA PROPRIA NO
      *>              INFORME
      *> 15/10/2026 - LANCAMENTO TIPO 'C' (COME-COTAS) SOMA O IR
      *>              ANTECIPADO AO IR RETIDO E AO RENDIMENTO BRUTO DO
      *>              CLIENTE, SEM CONTAR COMO RESGATE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WRK-INF-BRUTO      PIC 9(12)V99.
               10  WRK-INF-IR         PIC 9(12)V99.
               10  WRK-INF-MULTA      PIC 9(12)V99.
               10  WRK-INF-IOF        PIC 9(12)V99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                                  WRK-INF-BRUTO (WRK-IDX-CLIENTE)
                                  WRK-INF-IR    (WRK-IDX-CLIENTE)
                                  WRK-INF-MULTA (WRK-IDX-CLIENTE)
                                  WRK-INF-IOF   (WRK-IDX-CLIENTE)
               ELSE
                   DISPLAY 'MAIS DE 200 CLIENTES NO ANO - CLIENTE '
                           IL-CLIENTE ' FORA DO INFORME'
               END-IF
           END-IF.

      *>   COME-COTAS: O RENDIMENTO DO SEMESTRE CONTINUA NA POSICAO
      *>   E ENTRA NO BRUTO DO RESGATE; SO O IR ANTECIPADO, QUE SAIU
      *>   DO SALDO, E SOMADO AQUI (AO IR E AO BRUTO)
           IF WRK-IDX-CLIENTE > 0
               AND IL-TIPO = 'C'
               ADD IL-IR-RETIDO   TO WRK-INF-BRUTO (WRK-IDX-CLIENTE)
               ADD IL-IR-RETIDO   TO WRK-INF-IR    (WRK-IDX-CLIENTE)
               MOVE ZEROS TO WRK-IDX-CLIENTE
           END-IF.

           IF WRK-IDX-CLIENTE > 0
               COMPUTE WRK-RENDIMENTO =
                       IL-RESULTADO-BRUTO - IL-MONTANTE
               ADD IL-IR-RETIDO   TO WRK-INF-IR    (WRK-IDX-CLIENTE)
               ADD IL-MULTA-RESGATE
                                  TO WRK-INF-MULTA (WRK-IDX-CLIENTE)
      *>           REGISTRO ANTERIOR AO CAMPO DE IOF = SEM IOF
               IF IL-IOF-RETIDO NUMERIC
                   ADD IL-IOF-RETIDO
                                  TO WRK-INF-IOF   (WRK-IDX-CLIENTE)
               END-IF
           END-IF.

      *>*********************************************
               DELIMITED BY SIZE INTO INFORRPT-LINHA
           END-STRING.
           WRITE INFORRPT-LINHA.
           MOVE SPACES TO INFORRPT-LINHA.
           STRING 'IOF RETIDO................. '
                  WRK-INF-IOF (WRK-IDX-CLIENTE)
               DELIMITED BY SIZE INTO INFORRPT-LINHA
           END-STRING.
           WRITE INFORRPT-LINHA.

      *>*********************************************
       320000-LOCALIZAR-CLIENTE.
