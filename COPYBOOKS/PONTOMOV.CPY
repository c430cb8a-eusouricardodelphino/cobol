      *> E OS DIAS DE FALTA NAO JUSTIFICADA. CRITICADO PELO VALINPUT
      *> COMO OS DEMAIS MOVIMENTOS DO LOTE E APLICADO PELO FOLHAPAG
      *> NA COMPOSICAO DO BRUTO, ANTES DO INSS/IRRF.
      *> 15/10/2026 - NOVOS CAMPOS ANEXADOS AO FINAL (MAIS 9 BYTES):
      *>              PT-HORAS-AULA E PT-VALOR-HORA-AULA, GRAVADOS
      *>              PELO DOCHORAS COM AS AULAS DADAS PELO PROFESSOR
      *>              NO MES E O VALOR DA HORA-AULA DO CADASTRO
      *>              DOCENTE. EM BRANCO NO LEGADO E NO LANCAMENTO
      *>              MANUAL VALE COMO ZERO
      *>*************************************************************
       01  PT-REGISTRO.
           05  PT-MATRICULA           PIC 9(06).
           05  PT-HORAS-NOTURNO       PIC 9(03)V9.
           05  PT-DIAS-FALTA          PIC 9(02).
           05  FILLER                 PIC X(08).
           05  PT-HORAS-AULA          PIC 9(03)V9.
           05  PT-VALOR-HORA-AULA     PIC 9(03)V99.
