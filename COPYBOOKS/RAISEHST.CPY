      *> AUMENTO_ESTRUTURADO - SERVE DE TRILHA DE AUDITORIA.
      *> 22/08/2026 - CAMPOS DE SALARIO AMPLIADOS PARA 9(07)V99,
      *>              ACOMPANHANDO A AMPLIACAO DE EMP-SALARIO
      *> 15/10/2026 - NOVA COMPETENCIA DE EFEITO DO REAJUSTE (AAAAMM),
      *>              ANEXADA AO FINAL; ANTERIOR A COMPETENCIA DO
      *>              LOTE QUANDO HOUVE DIFERENCA RETROATIVA
      *>*************************************************************
       01  RH-REGISTRO.
           05  RH-DATA-PROCESSAMENTO   PIC 9(08).
           05  RH-SALARIO-ANTERIOR     PIC 9(07)V99.
           05  RH-PERCENTUAL-APLICADO  PIC 9(01)V9(04).
           05  RH-SALARIO-NOVO         PIC 9(07)V99.
           05  RH-COMPETENCIA-EFEITO   PIC 9(06).
