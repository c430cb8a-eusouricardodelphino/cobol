      *>              DOMICILIO BANCARIO DO FUNCIONARIO (BANCO,
      *>              AGENCIA E CONTA), USADO PELA REMESSA DE
      *>              CREDITO SALARIAL GERADA PELO FOLHAPAG
      *> 15/10/2026 - INCLUSAO/ALTERACAO PASSAM A CAPTURAR O CPF DO
      *>              FUNCIONARIO (11 DIGITOS NUMERICOS), EXIGIDO NO
      *>              COMPROVANTE ANUAL DE RENDIMENTOS E NO EXTRATO
      *>              ANUAL DE IRRF
      *> 15/10/2026 - INCLUSAO/ALTERACAO PASSAM A CAPTURAR O CARGO,
      *>              VALIDADO NO CADASTRO DE CARGOS CARGOMST; SALARIO
      *>              FORA DA FAIXA DO CARGO (MINIMO/MAXIMO) E AVISADO
      *>              COM A FAIXA E SO E GRAVADO COM CONFIRMACAO
      *> 15/10/2026 - INCLUSAO GRAVA A DATA E O MOTIVO DO ULTIMO
      *>              AFASTAMENTO ZERADOS (SO O EMPMOVTO OS PREENCHE)
      *> 15/10/2026 - INCLUSAO/ALTERACAO PASSAM A CAPTURAR A OPCAO DO
      *>              FUNCIONARIO PELO ADIANTAMENTO QUINZENAL (S/N,
      *>              EM BRANCO = S), RESPEITADA PELO ADIANTAM
      *> 15/10/2026 - INCLUSAO/ALTERACAO PASSAM A CAPTURAR A EMPRESA DO
      *>              FUNCIONARIO (EM BRANCO = A DO DEPARTAMENTO NO
      *>              DEPTMAST), VALIDADA COMO ATIVA NO CADASTRO
      *>              EMPRESAS
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEPTMAST ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTMAST-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESAS-STATUS.
           SELECT CARGOMST ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGOMST-STATUS.
           SELECT EMPAUDIT ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPAUDIT-STATUS.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  DEPTMAST.
           COPY "DEPTMAST.CPY" IN 'COPYBOOKS'.
       FD  EMPRESAS.
           COPY "EMPRESAS.CPY" IN 'COPYBOOKS'.
       FD  CARGOMST.
           COPY "CARGOMST.CPY" IN 'COPYBOOKS'.
       FD  EMPAUDIT.
           COPY "EMPAUDIT.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-EMPFILE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPTMAST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPAUDIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CARGOMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EMPRESAS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO-ACESSO   PIC X(20) VALUE SPACES.
       77 WRK-SENHA-ACESSO     PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA-ACESSO  PIC X(08) VALUE SPACES.
       77 WRK-BANCO            PIC 9(03) VALUE ZEROS.
       77 WRK-AGENCIA          PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA            PIC X(10) VALUE SPACES.
       77 WRK-CPF              PIC X(11) VALUE SPACES.
       77 WRK-CARGO            PIC X(06) VALUE SPACES.
       77 WRK-OPCAO-ADIANT     PIC X(01) VALUE SPACES.
       77 WRK-EMPRESA          PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-DEPTO    PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA   PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-VALIDA   VALUE 'S'.
       77 WRK-QTD-EMPRESAS     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-DADO-VALIDO      PIC X(01) VALUE 'N'.
           88 WRK-EH-DADO-VALIDO   VALUE 'S'.
       01 WRK-TABELA-DEPTOS.
           05  WRK-DEPTO OCCURS 50 TIMES INDEXED BY WRK-DP-IDX.
               10  WRK-DP-NOME        PIC X(10).
               10  WRK-DP-EMPRESA     PIC X(02).
       01 WRK-TABELA-EMPRESAS.
           05  WRK-EMPRESA-ITEM OCCURS 20 TIMES INDEXED BY WRK-ES-IDX.
               10  WRK-ES-CODIGO      PIC X(02).
               10  WRK-ES-SITUACAO    PIC X(01).
       77 WRK-CARGO-ACHADO     PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ENCONTRADO VALUE 'S'.
       77 WRK-QTD-CARGOS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CARGO        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CG-ACHADO    PIC 9(03) VALUE ZEROS.
       77 WRK-FAIXA-MIN-EDIT   PIC ZZZ.ZZ9,99.
       77 WRK-FAIXA-MAX-EDIT   PIC ZZZ.ZZ9,99.
       01 WRK-TABELA-CARGOS.
           05  WRK-CARGO-ITEM OCCURS 200 TIMES INDEXED BY WRK-CG-IDX.
               10  WRK-CG-CARGO       PIC X(06).
               10  WRK-CG-MINIMO      PIC 9(07)V99.
               10  WRK-CG-MAXIMO      PIC 9(07)V99.
       COPY "MOEDABR.CPY" IN 'COPYBOOKS'.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
       PROCEDURE DIVISION.
           MOVE WRK-HOJE (1:4) TO WRK-ANO-CORRENTE.

           PERFORM 110000-CARREGAR-DEPTOS.
           PERFORM 115000-CARREGAR-CARGOS.
           PERFORM 117000-CARREGAR-EMPRESAS.

           OPEN I-O EMPFILE.
           IF WRK-EMPFILE-STATUS NOT = '00'
                       ADD 1 TO WRK-QTD-DEPTOS
                       MOVE DM-DEPARTAMENTO
                           TO WRK-DP-NOME (WRK-QTD-DEPTOS)
                       MOVE DM-EMPRESA
                           TO WRK-DP-EMPRESA (WRK-QTD-DEPTOS)
                   END-IF
           END-READ.

      *>*********************************************
       115000-CARREGAR-CARGOS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-CARGOS.
           OPEN INPUT CARGOMST.
           IF WRK-CARGOMST-STATUS = '00'
               PERFORM 116000-LER-CARGO
                   UNTIL WRK-CARGOMST-STATUS = '10'
               CLOSE CARGOMST
           ELSE
               DISPLAY 'CARGOMST INDISPONIVEL - CARGO E FAIXA SALARIAL '
                       'NAO SERAO VALIDADOS NESTA SESSAO'
           END-IF.

      *>*********************************************
       116000-LER-CARGO.
      *>*********************************************
           READ CARGOMST
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-CARGOS < 200
                       ADD 1 TO WRK-QTD-CARGOS
                       MOVE CG-CARGO
                           TO WRK-CG-CARGO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MINIMO
                           TO WRK-CG-MINIMO (WRK-QTD-CARGOS)
                       MOVE CG-SALARIO-MAXIMO
                           TO WRK-CG-MAXIMO (WRK-QTD-CARGOS)
                   END-IF
           END-READ.

      *>*********************************************
       117000-CARREGAR-EMPRESAS.
      *>*********************************************
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WRK-EMPRESAS-STATUS = '00'
               PERFORM 118000-LER-EMPRESA
                   UNTIL WRK-EMPRESAS-STATUS = '10'
               CLOSE EMPRESAS
           ELSE
               DISPLAY 'EMPRESAS INDISPONIVEL - EMPRESA NAO SERA '
                       'VALIDADA NESTA SESSAO'
           END-IF.

      *>*********************************************
       118000-LER-EMPRESA.
      *>*********************************************
           READ EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   IF WRK-QTD-EMPRESAS < 20
                       ADD 1 TO WRK-QTD-EMPRESAS
                       MOVE ES-CODIGO
                           TO WRK-ES-CODIGO (WRK-QTD-EMPRESAS)
                       MOVE ES-SITUACAO
                           TO WRK-ES-SITUACAO (WRK-QTD-EMPRESAS)
                   END-IF
           END-READ.

           DISPLAY 'DEPARTAMENTO..'.
           ACCEPT WRK-DEPARTAMENTO.

           DISPLAY 'EMPRESA (EM BRANCO = A DO DEPARTAMENTO)..'.
           ACCEPT WRK-EMPRESA.

           DISPLAY 'CARGO..'.
           ACCEPT WRK-CARGO.

           DISPLAY 'BANCO (000 SE NAO INFORMADO)..'.
           ACCEPT WRK-BANCO.

           DISPLAY 'CONTA..'.
           ACCEPT WRK-CONTA.

           DISPLAY 'CPF (11 DIGITOS, SEM PONTOS)..'.
           ACCEPT WRK-CPF.

           DISPLAY 'ADIANTAMENTO QUINZENAL (S/N)..'.
           ACCEPT WRK-OPCAO-ADIANT.

           IF WRK-NOME = SPACES
               DISPLAY 'NOME NAO PODE FICAR EM BRANCO'
           ELSE
                   ELSE
                       PERFORM 230000-VALIDAR-DEPTO
                       IF WRK-DEPTO-ENCONTRADO
                           PERFORM 235000-VALIDAR-EMPRESA
                       END-IF
                       IF WRK-DEPTO-ENCONTRADO AND WRK-EMPRESA-VALIDA
                           IF WRK-CPF IS NUMERIC
                               IF WRK-OPCAO-ADIANT = 'S' OR 'N' OR ' '
                                   PERFORM 240000-VALIDAR-CARGO
                               ELSE
                                   DISPLAY 'OPCAO DE ADIANTAMENTO '
                                           'INVALIDA - INFORMAR S OU N'
                               END-IF
                           ELSE
                               DISPLAY 'CPF INVALIDO - INFORMAR OS 11 '
                                       'DIGITOS'
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *>*********************************************
      *>   SEM DEPTMAST CARREGADO NAO HA COMO VALIDAR - ACEITA O
      *>   DEPARTAMENTO DIGITADO PARA NAO TRAVAR A MANUTENCAO
           MOVE SPACES TO WRK-EMPRESA-DEPTO.
           IF WRK-QTD-DEPTOS = 0
               MOVE 'S' TO WRK-DEPTO-ACHADO
           ELSE
                          OR WRK-DEPTO-ENCONTRADO
                   IF WRK-DP-NOME (WRK-IDX-DEPTO) = WRK-DEPARTAMENTO
                       MOVE 'S' TO WRK-DEPTO-ACHADO
                       MOVE WRK-DP-EMPRESA (WRK-IDX-DEPTO)
                           TO WRK-EMPRESA-DEPTO
                   END-IF
               END-PERFORM
               IF NOT WRK-DEPTO-ENCONTRADO
               END-IF
           END-IF.

      *>*********************************************
       235000-VALIDAR-EMPRESA.
      *>*********************************************
      *>   EMPRESA EM BRANCO ASSUME A DO DEPARTAMENTO (E, SE ESTA
      *>   TAMBEM ESTIVER EM BRANCO, A PRINCIPAL); EMPRESA DIGITADA
      *>   TEM DE ESTAR ATIVA NO CADASTRO EMPRESAS, QUANDO CARREGADO
           IF WRK-EMPRESA = SPACES
               MOVE WRK-EMPRESA-DEPTO TO WRK-EMPRESA
           END-IF.
           IF WRK-QTD-EMPRESAS = 0 OR WRK-EMPRESA = SPACES
               MOVE 'S' TO WRK-EMPRESA-ACHADA
           ELSE
               MOVE 'N' TO WRK-EMPRESA-ACHADA
               PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                       UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESAS
                          OR WRK-EMPRESA-VALIDA
                   IF WRK-ES-CODIGO (WRK-IDX-EMPRESA) = WRK-EMPRESA
                       AND WRK-ES-SITUACAO (WRK-IDX-EMPRESA)
                           NOT = 'I'
                       MOVE 'S' TO WRK-EMPRESA-ACHADA
                   END-IF
               END-PERFORM
               IF NOT WRK-EMPRESA-VALIDA
                   DISPLAY 'EMPRESA NAO CADASTRADA OU INATIVA EM '
                           'EMPRESAS: ' WRK-EMPRESA
               END-IF
           END-IF.

      *>*********************************************
       240000-VALIDAR-CARGO.
      *>*********************************************
      *>   SEM CARGOMST CARREGADO ACEITA O CARGO DIGITADO, COMO NO
      *>   DEPARTAMENTO; CARGO DESCONHECIDO E REJEITADO E SALARIO
      *>   FORA DA FAIXA SO PASSA COM A CONFIRMACAO DO OPERADOR
           IF WRK-QTD-CARGOS = 0
               MOVE 'S' TO WRK-DADO-VALIDO
           ELSE
               MOVE 'N' TO WRK-CARGO-ACHADO
               PERFORM VARYING WRK-IDX-CARGO FROM 1 BY 1
                       UNTIL WRK-IDX-CARGO > WRK-QTD-CARGOS
                          OR WRK-CARGO-ENCONTRADO
                   IF WRK-CG-CARGO (WRK-IDX-CARGO) = WRK-CARGO
                       MOVE 'S' TO WRK-CARGO-ACHADO
                       MOVE WRK-IDX-CARGO TO WRK-IDX-CG-ACHADO
                   END-IF
               END-PERFORM
               IF NOT WRK-CARGO-ENCONTRADO
                   DISPLAY 'CARGO NAO CADASTRADO EM CARGOMST: '
                           WRK-CARGO
               ELSE
                   IF WRK-SALARIO < WRK-CG-MINIMO (WRK-IDX-CG-ACHADO)
                      OR WRK-SALARIO > WRK-CG-MAXIMO (WRK-IDX-CG-ACHADO)
                       MOVE WRK-CG-MINIMO (WRK-IDX-CG-ACHADO)
                           TO WRK-FAIXA-MIN-EDIT
                       MOVE WRK-CG-MAXIMO (WRK-IDX-CG-ACHADO)
                           TO WRK-FAIXA-MAX-EDIT
                       DISPLAY 'SALARIO FORA DA FAIXA DO CARGO '
                               WRK-CARGO ' (' WRK-FAIXA-MIN-EDIT
                               ' A ' WRK-FAIXA-MAX-EDIT ')'
                       DISPLAY 'CONFIRMA ASSIM MESMO (S/N)?'
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S'
                           MOVE 'S' TO WRK-DADO-VALIDO
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA - SALARIO FORA '
                                   'DA FAIXA'
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-DADO-VALIDO
                   END-IF
               END-IF
           END-IF.

      *>*********************************************
       300000-INCLUIR.
      *>*********************************************
               MOVE WRK-BANCO         TO EMP-BANCO
               MOVE WRK-AGENCIA       TO EMP-AGENCIA
               MOVE WRK-CONTA         TO EMP-CONTA
               MOVE WRK-CPF           TO EMP-CPF
               MOVE WRK-CARGO         TO EMP-CARGO
               MOVE WRK-OPCAO-ADIANT  TO EMP-OPCAO-ADIANT
               MOVE WRK-EMPRESA       TO EMP-EMPRESA
               MOVE ZEROS             TO EMP-DATA-AFASTAMENTO
               MOVE SPACES            TO EMP-MOTIVO-AFAST
               WRITE EMP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR - STATUS '
           DISPLAY 'REGISTRO ATUAL: ' EMP-NOME ' ADM '
                   EMP-ANO-ADMISSAO '/' EMP-MES-ADMISSAO
                   ' SALARIO ' CE-VALOR-EDITADO
                   ' DEPTO ' EMP-DEPARTAMENTO
                   ' CPF ' EMP-CPF
                   ' CARGO ' EMP-CARGO
                   ' EMPRESA ' EMP-EMPRESA.
           PERFORM 220000-OBTER-DADOS.
           IF WRK-EH-DADO-VALIDO
               MOVE WRK-NOME          TO EMP-NOME
               MOVE WRK-BANCO         TO EMP-BANCO
               MOVE WRK-AGENCIA       TO EMP-AGENCIA
               MOVE WRK-CONTA         TO EMP-CONTA
               MOVE WRK-CPF           TO EMP-CPF
               MOVE WRK-CARGO         TO EMP-CARGO
               MOVE WRK-OPCAO-ADIANT  TO EMP-OPCAO-ADIANT
               MOVE WRK-EMPRESA       TO EMP-EMPRESA
               REWRITE EMP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR - STATUS '
