      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - TABELA DE INDICES DO INDEXRT PASSA A 600
      *>              OBSERVACOES, COMO NA CARTEIRA - SERIE COM MAIS
      *>              DE 120 MESES DEIXAVA OS MAIS RECENTES DE FORA
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VOLTAS          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-METODO      PIC 9(01) VALUE ZEROS.
       01 WRK-TABELA-INDICES.
           05  WRK-INDICE-ITEM OCCURS 600 TIMES
                   INDEXED BY WRK-IDX-TIX.
               10  WRK-IX-INDICE      PIC X(03).
               10  WRK-IX-ANO-MES     PIC 9(06).
                   CONTINUE
               NOT AT END
                   IF IX-INDICE = 'CDI'
                       AND WRK-QTD-INDICES < 600
                       ADD 1 TO WRK-QTD-INDICES
                       MOVE IX-INDICE
                           TO WRK-IX-INDICE (WRK-QTD-INDICES)
