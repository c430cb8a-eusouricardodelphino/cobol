      *>*************************************************************
      *> EMPRESAS.CPY
      *> LAYOUT DO CADASTRO DE EMPRESAS DO GRUPO (EMPRESAS). UM
      *> REGISTRO POR PESSOA JURIDICA QUE RODA NA SUITE, COM A RAZAO
      *> SOCIAL E O CNPJ. O CODIGO DA EMPRESA E CARREGADO NOS
      *> FUNCIONARIOS (EMP-EMPRESA), LOJAS (LJ-EMPRESA), DEPARTAMENTOS
      *> (DM-EMPRESA) E EM CADA LANCAMENTO DO GLPOST (GL-EMPRESA); EM
      *> TODOS ELES, CODIGO EM BRANCO VALE A EMPRESA PRINCIPAL '01' -
      *> O LEGADO ANTERIOR AO CAMPO E AS ROTINAS CORPORATIVAS. BASE DO
      *> BALANCETE, DAS DEMONSTRACOES, DO RAZAO E DO ENCERRAMENTO POR
      *> EMPRESA E DAS GUIAS DE RECOLHIMENTO POR CNPJ (GUIAIMP).
      *> 15/10/2026 - NOVO CAMPO ES-UF (UF DO ESTABELECIMENTO) NO
      *>              LUGAR DE PARTE DO FILLER - A UF DA EMPRESA
      *>              PRINCIPAL E A ORIGEM DO FRETE NA TABELA DE ICMS
      *>              (ICMSUF) DO FRETEFAT
      *>*************************************************************
       01  ES-REGISTRO.
           05  ES-CODIGO              PIC X(02).
               88  ES-EMPRESA-PRINCIPAL   VALUE '01'.
           05  ES-RAZAO-SOCIAL        PIC X(40).
           05  ES-CNPJ                PIC 9(14).
           05  ES-SITUACAO            PIC X(01).
               88  ES-ATIVA               VALUE 'A' ' '.
               88  ES-INATIVA             VALUE 'I'.
           05  ES-UF                  PIC X(02).
           05  FILLER                 PIC X(08).
