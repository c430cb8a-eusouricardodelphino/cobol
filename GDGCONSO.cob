      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - REGISTROS CONSOLIDADOS ACOMPANHAM O CRESCIMENTO
      *>              DOS LAYOUTS: INVLEDG COM O IOF RETIDO (107
      *>              BYTES) E SALESSUM COM OS TOTAIS DE VALE-TROCA
      *>              (122 BYTES)
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  INVLEDGH.
           COPY "INVLEDG.CPY" IN 'COPYBOOKS'.
       FD  INVLEDGA.
       01  IA-REGISTRO              PIC X(107).
       FD  SALESSUMH.
           COPY "SALESSUM.CPY" IN 'COPYBOOKS'.
       FD  SALESSUMA.
       01  SA-REGISTRO-ANO          PIC X(122).
       FD  BATCHLOG.
           COPY "BATCHLOG.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-HORA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-LOG         PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA-LOG        PIC 9(08) VALUE ZEROS.
       01 WRK-CHAVE-VISTA      PIC X(122).
       01 WRK-TABELA-VISTAS.
           05  WRK-VISTA OCCURS 5000 TIMES PIC X(122).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               NOT AT END
                   IF IL-DATA-PROCESSAMENTO (1:4) = WRK-ANO
                       MOVE SPACES TO WRK-CHAVE-VISTA
                       MOVE IL-REGISTRO TO WRK-CHAVE-VISTA (1:107)
                       PERFORM 250000-CONFERIR-DUPLICATA
                       IF WRK-JA-VISTA = 'N'
                           MOVE IL-REGISTRO TO IA-REGISTRO
               NOT AT END
                   IF SS-DATA (1:4) = WRK-ANO
                       MOVE SPACES TO WRK-CHAVE-VISTA
                       MOVE SS-REGISTRO TO WRK-CHAVE-VISTA (1:122)
                       PERFORM 250000-CONFERIR-DUPLICATA
                       IF WRK-JA-VISTA = 'N'
                           MOVE SS-REGISTRO TO SA-REGISTRO-ANO
