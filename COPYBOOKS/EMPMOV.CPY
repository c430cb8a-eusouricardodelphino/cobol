      *> FOLHA: ADMISSAO, DESLIGAMENTO (MARCA A SITUACAO SEM EXCLUIR
      *> O REGISTRO), AFASTAMENTO/RETORNO, TRANSFERENCIA DE
      *> DEPARTAMENTO E CORRECAO DE SALARIO.
      *> 15/10/2026 - NOVO MV-MOTIVO-DESLIG (TOMADO DO FILLER) NO
      *>              DESLIGAMENTO: 'S' DISPENSA SEM JUSTA CAUSA
      *>              (BRANCO NO LEGADO VALE COMO 'S'), 'J' JUSTA
      *>              CAUSA, 'P' PEDIDO DE DEMISSAO - SO A DISPENSA
      *>              SEM JUSTA CAUSA GERA A MULTA DE 40% DO FGTS
      *> 15/10/2026 - NOVO MV-CARGO (TOMADO DO FILLER): CARGO DO
      *>              CARGOMST NA ADMISSAO; NA TRANSFERENCIA E NA
      *>              CORRECAO DE SALARIO, QUANDO PREENCHIDO, TROCA O
      *>              CARGO (PROMOCAO) - BRANCO MANTEM O ATUAL
      *> 15/10/2026 - NOVO MV-MOTIVO-AFAST (ULTIMO BYTE DO FILLER) NO
      *>              AFASTAMENTO: 'D' DOENCA/ACIDENTE (BRANCO NO
      *>              LEGADO VALE COMO 'D') - A EMPRESA PAGA OS 15
      *>              PRIMEIROS DIAS; 'O' OUTROS (LICENCA NAO
      *>              REMUNERADA, MATERNIDADE PAGA PELO INSS) - SEM
      *>              PAGAMENTO PELA FOLHA. NOVA MV-DATA-MOVIMENTO
      *>              (AAAAMMDD) ANEXADA AO FINAL - O DIA EM QUE A
      *>              ADMISSAO/AFASTAMENTO/RETORNO VALE, BASE DA
      *>              PROPORCIONALIZACAO DA FOLHA; ZERADA VALE A DATA
      *>              DO LOTE
      *>*************************************************************
       01  MV-REGISTRO.
           05  MV-TIPO                PIC X(01).
           05  MV-MES-ADMISSAO        PIC 9(02).
           05  MV-SALARIO             PIC 9(07)V99.
           05  MV-DEPARTAMENTO        PIC X(10).
           05  MV-MOTIVO-DESLIG       PIC X(01).
               88  MV-DISPENSA-SEM-JUSTA  VALUE 'S' ' '.
               88  MV-DISPENSA-JUSTA      VALUE 'J'.
               88  MV-PEDIDO-DEMISSAO     VALUE 'P'.
           05  MV-CARGO               PIC X(06).
           05  MV-MOTIVO-AFAST        PIC X(01).
               88  MV-AFAST-DOENCA        VALUE 'D' ' '.
               88  MV-AFAST-OUTROS        VALUE 'O'.
           05  MV-DATA-MOVIMENTO      PIC 9(08).
