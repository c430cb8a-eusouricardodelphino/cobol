      *>              CRESCEU 9 BYTES - BANCO/CONTA ZERADOS OU EM
      *>              BRANCO VALEM COMO FUNCIONARIO AINDA SEM
      *>              DOMICILIO BANCARIO (FICA FORA DA REMESSA)
      *> 15/10/2026 - NOVO CAMPO EMP-CPF (11 DIGITOS) ANEXADO AO FINAL
      *>              DO REGISTRO, PARA O COMPROVANTE ANUAL DE
      *>              RENDIMENTOS E O EXTRATO ANUAL DE IRRF (COMPREND)
      *>              - O REGISTRO CRESCEU 11 BYTES; EM BRANCO NO
      *>              LEGADO ATE A MANUTENCAO PELO EMPMANUT
      *> 15/10/2026 - NOVO CAMPO EMP-CARGO (CODIGO DO CADASTRO DE
      *>              CARGOS CARGOMST, COM A FAIXA SALARIAL) ANEXADO
      *>              APOS O CPF - O REGISTRO CRESCEU 6 BYTES; EM
      *>              BRANCO NO LEGADO (FUNCIONARIO SEM CARGO NAO TEM
      *>              FAIXA A CONFERIR E SAI APONTADO NO FAIXASAL)
      *> 15/10/2026 - NOVOS EMP-DATA-AFASTAMENTO E EMP-MOTIVO-AFAST
      *>              ANEXADOS AO FINAL (MAIS 9 BYTES), GRAVADOS PELO
      *>              EMPMOVTO NO AFASTAMENTO E MANTIDOS NO RETORNO -
      *>              A FOLHA CONTA OS 15 DIAS PAGOS PELA EMPRESA DE
      *>              UM AFASTAMENTO POR DOENCA INICIADO NO MES
      *>              ANTERIOR. ZERADOS/EM BRANCO NO LEGADO
      *> 15/10/2026 - NOVO EMP-OPCAO-ADIANT ANEXADO AO FINAL (MAIS 1
      *>              BYTE): 'N' = FUNCIONARIO RECUSOU O ADIANTAMENTO
      *>              QUINZENAL (ADIANTAM); ESPACO VALE COMO 'S' PARA
      *>              O LEGADO E PARA AS ADMISSOES
      *> 15/10/2026 - NOVO EMP-EMPRESA ANEXADO AO FINAL (MAIS 2
      *>              BYTES): EMPRESA DO GRUPO EMPREGADORA (CADASTRO
      *>              EMPRESAS), ASSUMIDA DO DEPARTAMENTO NA ADMISSAO
      *>              E NA TRANSFERENCIA; EM BRANCO NO LEGADO VALE A
      *>              EMPRESA PRINCIPAL '01'
      *> 15/10/2026 - NO DESLIGADO ('D'), EMP-DATA-AFASTAMENTO GUARDA
      *>              A DATA DO DESLIGAMENTO (GRAVADA PELO EMPMOVTO) -
      *>              PASSADA A RETENCAO DO PARMGER, O ANONIMIZ APAGA
      *>              NOME, CPF E DADOS BANCARIOS E GRAVA
      *>              'ANONIMIZADO' EM EMP-NOME, MANTENDO MATRICULA,
      *>              DATAS E VALORES
      *>*************************************************************
       01  EMP-REGISTRO.
           05  EMP-MATRICULA          PIC 9(06).
           05  EMP-BANCO              PIC 9(03).
           05  EMP-AGENCIA            PIC 9(04).
           05  EMP-CONTA              PIC X(10).
           05  EMP-CPF                PIC X(11).
           05  EMP-CARGO              PIC X(06).
           05  EMP-DATA-AFASTAMENTO   PIC 9(08).
           05  EMP-MOTIVO-AFAST       PIC X(01).
               88  EMP-AFAST-DOENCA       VALUE 'D' ' '.
               88  EMP-AFAST-OUTROS       VALUE 'O'.
           05  EMP-OPCAO-ADIANT       PIC X(01).
               88  EMP-COM-ADIANTAMENTO   VALUE 'S' ' '.
               88  EMP-SEM-ADIANTAMENTO   VALUE 'N'.
           05  EMP-EMPRESA            PIC X(02).
