      *> PRODUTO ACIMA DO PERFIL DE RISCO DO CLIENTE - A CARTEIRA SO
      *> ABRE A POSICAO BLOQUEADA QUANDO ENCONTRA A LIBERACAO AQUI; A
      *> DECISAO FICA TAMBEM NO SECAUDIT.
      *> 15/10/2026 - NOVO CAMPO SO-TIPO-LIBERACAO AO FINAL: 'S' OU
      *>              BRANCO = SUITABILITY (REGISTROS ANTERIORES AO
      *>              CAMPO); 'C' = CONCENTRACAO - LIBERA A ABERTURA OU
      *>              O APORTE QUE LEVA O CLIENTE ACIMA DO LIMITE POR
      *>              EMISSOR/PRODUTO DO PARMGER
      *>*************************************************************
       01  SO-REGISTRO.
           05  SO-CONTRATO             PIC 9(08).
           05  SO-USUARIO              PIC X(20).
           05  SO-DATA                 PIC 9(08).
           05  SO-TIPO-LIBERACAO       PIC X(01).
               88  SO-LIBERA-SUITABILITY   VALUE 'S' ' '.
               88  SO-LIBERA-CONCENTRACAO  VALUE 'C'.
