      *>              (C/M/A; BRANCO = QUALQUER PERFIL) - CONFERIDO
      *>              PELA CARTEIRA NA ABERTURA DE POSICAO CONTRA O
      *>              PERFIL DO CLIMAST (REGRA DE SUITABILITY)
      *> 15/10/2026 - NOVO CAMPO PR-TIPO-PRODUTO AO FINAL: 'F' = FUNDO
      *>              DE INVESTIMENTO, SUJEITO AO COME-COTAS (IR
      *>              ANTECIPADO EM MAIO E NOVEMBRO, DESCONTADO DO
      *>              SALDO DA POSICAO PELA CARTEIRA); 'T' OU BRANCO =
      *>              TITULO, IR SO NO RESGATE COMO SEMPRE
      *> 15/10/2026 - NOVO CAMPO PR-EMISSOR AO FINAL: CODIGO DA
      *>              INSTITUICAO EMISSORA DO TITULO COBERTO PELO FGC
      *>              (A GARANTIA E POR CLIENTE POR EMISSOR); BRANCO =
      *>              PRODUTO SEM COBERTURA DO FGC (FUNDOS) - A
      *>              CONCENTRACAO DO CLIENTE E ENTAO MEDIDA PELO
      *>              PROPRIO PRODUTO
      *>*************************************************************
       01  PR-REGISTRO.
           05  PR-CODIGO               PIC X(06).
               88  PR-PERFIL-MIN-CONSERV   VALUE 'C' ' '.
               88  PR-PERFIL-MIN-MODERADO  VALUE 'M'.
               88  PR-PERFIL-MIN-ARROJADO  VALUE 'A'.
           05  PR-TIPO-PRODUTO         PIC X(01).
               88  PR-PRODUTO-TITULO       VALUE 'T' ' '.
               88  PR-PRODUTO-FUNDO        VALUE 'F'.
           05  PR-EMISSOR              PIC X(06).
