      *> VALIDAR EMP-DEPARTAMENTO (EVITANDO QUE GRAFIAS DIFERENTES DO
      *> MESMO DEPARTAMENTO VIREM DEPARTAMENTOS DISTINTOS NO
      *> RELATORIO) E PARA CONFERIR A NOVA FOLHA CONTRA O ORCAMENTO.
      *> 15/10/2026 - EMPRESA DO GRUPO DO DEPARTAMENTO (CADASTRO
      *>              EMPRESAS) ACRESCENTADA AO FINAL DO REGISTRO -
      *>              ASSUMIDA PELO FUNCIONARIO NA ADMISSAO E NA
      *>              TRANSFERENCIA; EM BRANCO VALE A PRINCIPAL '01'
      *>*************************************************************
       01  DM-REGISTRO.
           05  DM-DEPARTAMENTO        PIC X(10).
           05  DM-CENTRO-CUSTO        PIC X(06).
           05  DM-DESCRICAO           PIC X(30).
           05  DM-ORCAMENTO-FOLHA     PIC 9(11)V99.
           05  DM-EMPRESA             PIC X(02).
