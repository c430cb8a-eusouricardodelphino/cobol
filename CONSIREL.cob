      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - CONTRATO ENCERRADO NA RESCISAO COM SALDO
      *>              REMANESCENTE (EP-SITUACAO 'R') SAI EM LINHA
      *>              PROPRIA, FORA DOS EM ATRASO - O VALOR ESTA NO
      *>              RELATORIO CONSIRSC DO EMPMOVTO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-QUITADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ATRASO      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EM-DIA      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RESCINDIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-EMP    PIC X(01) VALUE SPACES.
       77 WRK-HOJE-LOG        PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
                       WHEN EP-EMPREST-QUITADO
                           ADD 1 TO WRK-QTD-QUITADOS
                           PERFORM 220000-LINHA-QUITADO
                       WHEN EP-EMPREST-RESCINDIDO
                           ADD 1 TO WRK-QTD-RESCINDIDOS
                           PERFORM 225000-LINHA-RESCINDIDO
                       WHEN WRK-SITUACAO-EMP = 'F'
                           OR WRK-SITUACAO-EMP = 'D'
                           ADD 1 TO WRK-QTD-ATRASO
           END-STRING.
           WRITE CONSIRPT-LINHA.

      *>*********************************************
       225000-LINHA-RESCINDIDO.
      *>*********************************************
           MOVE EP-VALOR-PRINCIPAL TO CE-VALOR-EDITADO.
           MOVE SPACES TO CONSIRPT-LINHA.
           STRING 'RESCISAO - MAT ' EP-MATRICULA
                  ' PRINCIPAL ' CE-VALOR-EDITADO
                  ' - SALDO COM O BANCO'
               DELIMITED BY SIZE INTO CONSIRPT-LINHA
           END-STRING.
           WRITE CONSIRPT-LINHA.

      *>*********************************************
       230000-LINHA-ATRASO.
      *>*********************************************
               STRING 'EM DIA ' WRK-QTD-EM-DIA
                      '  QUITADOS ' WRK-QTD-QUITADOS
                      '  EM ATRASO ' WRK-QTD-ATRASO
                      '  RESCISAO ' WRK-QTD-RESCINDIDOS
                   DELIMITED BY SIZE INTO CONSIRPT-LINHA
               END-STRING
               WRITE CONSIRPT-LINHA
           DISPLAY 'CONSIGNADOS - EM DIA...: ' WRK-QTD-EM-DIA.
           DISPLAY 'CONSIGNADOS - QUITADOS.: ' WRK-QTD-QUITADOS.
           DISPLAY 'CONSIGNADOS - EM ATRASO: ' WRK-QTD-ATRASO.
           DISPLAY 'CONSIGNADOS - RESCISAO.: ' WRK-QTD-RESCINDIDOS.
           DISPLAY '========================='.

           IF WRK-QTD-ATRASO > 0
