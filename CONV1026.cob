       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV1026.
      *>**********************************
      *> AREA DE COMENTARIOS
      *> OBJETIVO = CONVERSAO UNICA DE LAYOUTS DO CICLO 10/2026,
      *> RODADA UMA VEZ NA IMPLANTACAO (JCL CONV1026.jcl), ANTES DO
      *> PRIMEIRO LOTE COM OS PROGRAMAS NOVOS. O CADASTRO INDEXADO E
      *> CONVERTIDO VIA EXTRATO SEQUENCIAL DO REPRO:
      *>   - EMPFILE: NOVO EMP-CPF ANEXADO AO FINAL - O REGISTRO
      *>     CRESCEU 11 BYTES; EM BRANCO NO LEGADO (O CPF E
      *>     COMPLETADO PELO EMPMANUT ANTES DO COMPROVANTE ANUAL DE
      *>     RENDIMENTOS; FUNCIONARIO SEM CPF SAI APONTADO NO
      *>     CONSOLE DO COMPREND);
      *>   - EMPFILE: NOVO EMP-CARGO APOS O CPF - MAIS 6 BYTES; EM
      *>     BRANCO NO LEGADO (CARGO ATRIBUIDO PELO EMPMANUT OU POR
      *>     MOVIMENTO; O FAIXASAL APONTA QUEM AINDA ESTA SEM CARGO);
      *>   - EMPFILE: NOVOS EMP-DATA-AFASTAMENTO E EMP-MOTIVO-AFAST
      *>     APOS O CARGO - MAIS 9 BYTES; ZERADO/EM BRANCO NO LEGADO
      *>     (PREENCHIDOS PELO EMPMOVTO NO PROXIMO AFASTAMENTO);
      *>   - EMPFILE: NOVO EMP-OPCAO-ADIANT AO FINAL - MAIS 1 BYTE;
      *>     EM BRANCO NO LEGADO (VALE COMO OPTANTE DO ADIANTAMENTO
      *>     QUINZENAL ATE A MANUTENCAO PELO EMPMANUT);
      *>   - EMPFILE: NOVO EMP-EMPRESA AO FINAL - MAIS 2 BYTES; EM
      *>     BRANCO NO LEGADO (VALE A EMPRESA PRINCIPAL '01' ATE A
      *>     MANUTENCAO PELO EMPMANUT OU A PROXIMA TRANSFERENCIA);
      *>   - INVMAST: NOVOS IM-BASE-COME-COTAS, IM-IR-ANTECIPADO E
      *>     IM-ANO-MES-COME-COTAS AO FINAL - MAIS 34 BYTES; ZERADOS
      *>     NO LEGADO (SEM EVENTO DE COME-COTAS AINDA - O PRIMEIRO
      *>     EVENTO DO CARTEIRA PARTE DO PRINCIPAL DA POSICAO);
      *>   - INVMAST: NOVO IM-DATA-RENDIDA AO FINAL - MAIS 8 BYTES;
      *>     ZERADO NO LEGADO (A APROPRIACAO DIARIA DO CARTEIRA
      *>     RECOMECA APOS O ULTIMO MES JA RENDIDO).
      *> SEM ESTA CONVERSAO, OS CADASTROS EXISTENTES NAO ABREM COM O
      *> LAYOUT NOVO NO PRIMEIRO LOTE APOS A IMPLANTACAO. CADA PAR DE
      *> DDS E OPCIONAL - DD AUSENTE E SIMPLESMENTE PULADO.
      *> DATA 15/10/2026
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - PROGRAMA CRIADO
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPVELHO ASSIGN TO "EMPVELHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENTRADA-STATUS.
           SELECT EMPNOVO ASSIGN TO "EMPNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT INVMVELH ASSIGN TO "INVMVELH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENTRADA-STATUS.
           SELECT INVMNOVO ASSIGN TO "INVMNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>   LAYOUTS ANTIGOS, COMO ERAM ANTES DO CICLO 10/2026
       FD  EMPVELHO
           RECORDING MODE IS F.
       01  EMPVELHO-REGISTRO.
           05  EV-MATRICULA           PIC X(06).
           05  EV-NOME                PIC X(20).
           05  EV-ANO-ADMISSAO        PIC X(04).
           05  EV-MES-ADMISSAO        PIC X(02).
           05  EV-SALARIO             PIC X(09).
           05  EV-DEPARTAMENTO        PIC X(10).
           05  EV-SITUACAO            PIC X(01).
           05  EV-BANCO               PIC X(03).
           05  EV-AGENCIA             PIC X(04).
           05  EV-CONTA               PIC X(10).
       FD  EMPNOVO.
           COPY "EMPREG.CPY" IN 'COPYBOOKS'.
       FD  INVMVELH
           RECORDING MODE IS F.
       01  INVMVELH-REGISTRO.
           05  MV-CONTRATO            PIC X(08).
           05  MV-RESTO               PIC X(66).
       FD  INVMNOVO.
           COPY "INVMAST.CPY" IN 'COPYBOOKS'.
       WORKING-STORAGE SECTION.
       77 WRK-ENTRADA-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SAIDA-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
       77 WRK-QTD-EMPFILE      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INVMAST      PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 100000-CONVERTER-EMPFILE.
           PERFORM 200000-CONVERTER-INVMAST.

           DISPLAY '========================='.
           DISPLAY 'CONVERSAO DE LAYOUTS 10/2026'.
           DISPLAY 'EMPFILE CONVERTIDOS.: ' WRK-QTD-EMPFILE.
           DISPLAY 'INVMAST CONVERTIDOS.: ' WRK-QTD-INVMAST.
           DISPLAY '========================='.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *>*********************************************
       100000-CONVERTER-EMPFILE.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPVELHO.
           IF WRK-ENTRADA-STATUS NOT = '00'
               DISPLAY 'EMPVELHO AUSENTE - EXTRATO DE EMPFILE NAO '
                       'CONVERTIDO NESTA RODADA'
           ELSE
               OPEN OUTPUT EMPNOVO
               PERFORM 110000-CONVERTER-UM-EMPREGADO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE EMPNOVO
               CLOSE EMPVELHO
           END-IF.

      *>*********************************************
       110000-CONVERTER-UM-EMPREGADO.
      *>*********************************************
           READ EMPVELHO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES            TO EMP-REGISTRO
                   MOVE EV-MATRICULA      TO EMP-REGISTRO (1:6)
                   MOVE EV-NOME           TO EMP-NOME
                   MOVE EV-ANO-ADMISSAO   TO EMP-REGISTRO (27:4)
                   MOVE EV-MES-ADMISSAO   TO EMP-REGISTRO (31:2)
                   MOVE EV-SALARIO        TO EMP-REGISTRO (33:9)
                   MOVE EV-DEPARTAMENTO   TO EMP-DEPARTAMENTO
                   MOVE EV-SITUACAO       TO EMP-SITUACAO
                   MOVE EV-BANCO          TO EMP-REGISTRO (53:3)
                   MOVE EV-AGENCIA        TO EMP-REGISTRO (56:4)
                   MOVE EV-CONTA          TO EMP-CONTA
      *>           CPF, CARGO, AFASTAMENTO, OPCAO DE ADIANTAMENTO E
      *>           EMPRESA NAO EXISTIAM - EM BRANCO ATE A MANUTENCAO
      *>           OU O MOVIMENTO
                   MOVE SPACES            TO EMP-CPF
                   MOVE SPACES            TO EMP-CARGO
                   MOVE ZEROS             TO EMP-DATA-AFASTAMENTO
                   MOVE SPACES            TO EMP-MOTIVO-AFAST
                   MOVE SPACES            TO EMP-OPCAO-ADIANT
                   MOVE SPACES            TO EMP-EMPRESA
                   WRITE EMP-REGISTRO
                   ADD 1 TO WRK-QTD-EMPFILE
           END-READ.

      *>*********************************************
       200000-CONVERTER-INVMAST.
      *>*********************************************
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT INVMVELH.
           IF WRK-ENTRADA-STATUS NOT = '00'
               DISPLAY 'INVMVELH AUSENTE - EXTRATO DE INVMAST NAO '
                       'CONVERTIDO NESTA RODADA'
           ELSE
               OPEN OUTPUT INVMNOVO
               PERFORM 210000-CONVERTER-UMA-POSICAO
                   UNTIL WRK-FIM-ARQUIVO = 'S'
               CLOSE INVMNOVO
               CLOSE INVMVELH
           END-IF.

      *>*********************************************
       210000-CONVERTER-UMA-POSICAO.
      *>*********************************************
           READ INVMVELH
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES      TO IM-REGISTRO
                   MOVE MV-CONTRATO TO IM-REGISTRO (1:8)
                   MOVE MV-RESTO    TO IM-REGISTRO (9:66)
      *>           COME-COTAS NAO EXISTIA - BASE, IR ANTECIPADO E
      *>           ANO-MES DO ULTIMO EVENTO ZERADOS
                   MOVE ZEROS       TO IM-BASE-COME-COTAS
                   MOVE ZEROS       TO IM-IR-ANTECIPADO
                   MOVE ZEROS       TO IM-ANO-MES-COME-COTAS
      *>           APROPRIACAO ERA MENSAL - SEM DATA RENDIDA
                   MOVE ZEROS       TO IM-DATA-RENDIDA
                   WRITE IM-REGISTRO
                   ADD 1 TO WRK-QTD-INVMAST
           END-READ.
