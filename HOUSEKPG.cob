      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 22/08/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - REGISTRO DE TRABALHO, DA GERACAO .HIST E DA TABELA
      *>              DE RETIDOS PASSA A 122 POSICOES - O SALESSUM
      *>              CRESCEU COM O VALE-TROCA E A REGRAVACAO CORTAVA O
      *>              FINAL DO REGISTRO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQTRAB
           RECORDING MODE IS F.
       01  ARQTRAB-REGISTRO         PIC X(122).
       FD  ARQHIST
           RECORDING MODE IS F.
       01  ARQHIST-REGISTRO         PIC X(122).
       FD  PARMGER.
           COPY "PARMGER.CPY" IN 'COPYBOOKS'.
       FD  BATCHLOG.
       77 WRK-AGORA-LOG       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-RETIDOS.
           05  WRK-RETIDO OCCURS 5000 TIMES PIC X(122).
       01  WRK-ERRO-OCORRENCIA.
           COPY "ERRHAND.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.
