      *>              PONTO (PONTOMOV) - MATRICULA, COMPETENCIA,
      *>              HORAS E DIAS DE FALTA - ANTES DO FOLHAPAG
      *>              APLICAR AS HORAS NO BRUTO
      *> 15/10/2026 - PONTOMOV: CRITICA DAS HORAS-AULA E DO VALOR DA
      *>              HORA-AULA GRAVADOS PELO DOCHORAS (EM BRANCO
      *>              PASSA - LANCAMENTO SEM AULA)
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       WHEN PT-DIAS-FALTA NOT NUMERIC
                           OR PT-DIAS-FALTA > 31
                           MOVE 'FALINV' TO WRK-MOTIVO
      *>               HORAS-AULA EM BRANCO E LANCAMENTO SEM AULA
                       WHEN (PT-HORAS-AULA NOT = SPACES
                               AND PT-HORAS-AULA NOT NUMERIC)
                           OR (PT-VALOR-HORA-AULA NOT = SPACES
                               AND PT-VALOR-HORA-AULA NOT NUMERIC)
                           MOVE 'AULINV' TO WRK-MOTIVO
                   END-EVALUATE
                   IF WRK-MOTIVO NOT = SPACES
                       MOVE 'PONTOMOV' TO RJ-ARQUIVO
