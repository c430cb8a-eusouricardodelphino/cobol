      *>              COM TOTAL PROPRIO POR CLIENTE - O EXTRATO DO
      *>              CLIENTE QUE CONTRIBUI TODO MES VOLTA A SER
      *>              LEGIVEL
      *> 15/10/2026 - IOF RETIDO NO RESGATE (IL-IOF-RETIDO) PASSA A
      *>              SAIR EM LINHA PROPRIA NO LANCAMENTO, QUANDO
      *>              HOUVER, E NOS TOTAIS DO CLIENTE
      *> 15/10/2026 - LANCAMENTO TIPO 'C' (COME-COTAS) SAI EM LINHA
      *>              PROPRIA COM O RENDIMENTO DO SEMESTRE E O IR
      *>              ANTECIPADO; O IR ENTRA NO TOTAL DE IR E NO DE
      *>              RENDIMENTO (SAIU DO SALDO), NAO NO LIQUIDO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-CLI-TOT-RENDIM   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CLI-TOT-IR       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CLI-TOT-MULTA    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CLI-TOT-IOF      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CLI-TOT-NETO     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CLI-TOT-APORTES  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO       PIC 9(12)V99 VALUE ZEROS.
               10  WRK-LG-MULTA       PIC 9(12)V99.
               10  WRK-LG-NETO        PIC 9(12)V99.
               10  WRK-LG-TIPO        PIC X(01).
               10  WRK-LG-IOF         PIC 9(12)V99.
       01 WRK-TABELA-CLIENTES.
           05  WRK-CLI-ITEM OCCURS 200 TIMES INDEXED BY WRK-IDX-TCI.
               10  WRK-CLI-CODIGO     PIC 9(06).
                           TO WRK-LG-NETO (WRK-QTD-LANCAMENTOS)
                       MOVE IL-TIPO
                           TO WRK-LG-TIPO (WRK-QTD-LANCAMENTOS)
      *>                   REGISTRO ANTERIOR AO CAMPO DE IOF = SEM IOF
                       IF IL-IOF-RETIDO NUMERIC
                           MOVE IL-IOF-RETIDO
                               TO WRK-LG-IOF (WRK-QTD-LANCAMENTOS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-LG-IOF (WRK-QTD-LANCAMENTOS)
                       END-IF
                       PERFORM 210000-ANOTAR-CLIENTE
                   ELSE
                       DISPLAY 'INVLEDG COM MAIS DE 1000 LANCAMENTOS '

           MOVE ZEROS TO WRK-CLI-TOT-APLICADO WRK-CLI-TOT-RENDIM
                          WRK-CLI-TOT-IR WRK-CLI-TOT-MULTA
                          WRK-CLI-TOT-IOF
                          WRK-CLI-TOT-NETO WRK-CLI-TOT-APORTES.

           MOVE SPACES TO EXTRATO-LINHA.
               ADD WRK-LG-NETO (WRK-IDX-LANC)
                   TO WRK-CLI-TOT-APORTES
           ELSE
               IF WRK-LG-TIPO (WRK-IDX-LANC) = 'C'
                   PERFORM 327000-IMPRIMIR-COME-COTAS
               ELSE
                   PERFORM 325000-IMPRIMIR-RESGATE
               END-IF
           END-IF.

      *>*********************************************
               DELIMITED BY SIZE INTO EXTRATO-LINHA
           END-STRING.
           WRITE EXTRATO-LINHA.
           IF WRK-LG-IOF (WRK-IDX-LANC) > 0
               MOVE SPACES TO EXTRATO-LINHA
               STRING '         IOF ' WRK-LG-IOF (WRK-IDX-LANC)
                      ' (RESGATE EM MENOS DE 30 DIAS)'
                   DELIMITED BY SIZE INTO EXTRATO-LINHA
               END-STRING
               WRITE EXTRATO-LINHA
           END-IF.

           ADD WRK-LG-MONTANTE (WRK-IDX-LANC) TO WRK-CLI-TOT-APLICADO.
           ADD WRK-RENDIMENTO                 TO WRK-CLI-TOT-RENDIM.
           ADD WRK-LG-IR (WRK-IDX-LANC)       TO WRK-CLI-TOT-IR.
           ADD WRK-LG-MULTA (WRK-IDX-LANC)    TO WRK-CLI-TOT-MULTA.
           ADD WRK-LG-IOF (WRK-IDX-LANC)      TO WRK-CLI-TOT-IOF.
           ADD WRK-LG-NETO (WRK-IDX-LANC)     TO WRK-CLI-TOT-NETO.

      *>*********************************************
       327000-IMPRIMIR-COME-COTAS.
      *>*********************************************
      *>   COME-COTAS NAO MOVIMENTA DINHEIRO DO CLIENTE - O IR
      *>   ANTECIPADO SAI DO SALDO DA POSICAO, QUE CONTINUA ABERTA;
      *>   O RENDIMENTO DO RESGATE FUTURO JA VEM LIQUIDO DESSE IR
           MOVE SPACES TO EXTRATO-LINHA.
           STRING WRK-LG-DATA (WRK-IDX-LANC)
                  ' CT ' WRK-LG-CONTRATO (WRK-IDX-LANC)
                  ' COME-COTAS REND ' WRK-LG-BRUTO (WRK-IDX-LANC)
                  ' IR ' WRK-LG-IR (WRK-IDX-LANC)
               DELIMITED BY SIZE INTO EXTRATO-LINHA
           END-STRING.
           WRITE EXTRATO-LINHA.

           ADD WRK-LG-IR (WRK-IDX-LANC)       TO WRK-CLI-TOT-RENDIM.
           ADD WRK-LG-IR (WRK-IDX-LANC)       TO WRK-CLI-TOT-IR.

      *>*********************************************
       330000-IMPRIMIR-TOTAIS-CLIENTE.
      *>*********************************************
               DELIMITED BY SIZE INTO EXTRATO-LINHA
           END-STRING.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING '         IOF ' WRK-CLI-TOT-IOF
               DELIMITED BY SIZE INTO EXTRATO-LINHA
           END-STRING.
           WRITE EXTRATO-LINHA.
           IF WRK-CLI-TOT-APORTES > 0
               MOVE SPACES TO EXTRATO-LINHA
               STRING '         APORTES NO PERIODO '
