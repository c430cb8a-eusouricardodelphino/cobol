      *>*************************************************************
      *> CARGOMST.CPY
      *> LAYOUT DO CADASTRO DE CARGOS (CARGOMST). UM REGISTRO POR
      *> CARGO VALIDO, COM A FAIXA SALARIAL APROVADA PELO COMITE DE
      *> REMUNERACAO: MINIMO, PONTO MEDIO E MAXIMO. USADO PARA
      *> VALIDAR EMP-CARGO E O SALARIO NO EMPMANUT E NO EMPMOVTO
      *> (SALARIO FORA DA FAIXA) E PELO RELATORIO MENSAL FAIXASAL
      *> (FORA DA FAIXA E COMPA-RATIO = SALARIO / PONTO MEDIO).
      *>*************************************************************
       01  CG-REGISTRO.
           05  CG-CARGO               PIC X(06).
           05  CG-DESCRICAO           PIC X(30).
           05  CG-SALARIO-MINIMO      PIC 9(07)V99.
           05  CG-SALARIO-MEDIO       PIC 9(07)V99.
           05  CG-SALARIO-MAXIMO      PIC 9(07)V99.
           05  FILLER                 PIC X(10).
