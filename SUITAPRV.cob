      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 02/09/2026 - PROGRAMA CRIADO
      *> 15/10/2026 - LIBERACAO PASSA A TER TIPO: 'S' = SUITABILITY
      *>              (COMO ANTES) OU 'C' = CONCENTRACAO POR EMISSOR/
      *>              PRODUTO ACIMA DO LIMITE DO PARMGER, CONFERIDA
      *>              PELA CARTEIRA NA ABERTURA E NO APORTE
      *> ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-CONTRATO         PIC X(08) VALUE SPACES.
       77 WRK-CONTRATO-NUM     PIC 9(08) VALUE ZEROS.
       77 WRK-CONTINUA         PIC X(01) VALUE 'S'.
       77 WRK-TIPO-LIBERACAO   PIC X(01) VALUE SPACES.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-AGORA            PIC 9(08) VALUE ZEROS.
       COPY "SESSAO.CPY" IN 'COPYBOOKS'.
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ACESSO NEGADO - LIBERACAO DE SUITABILITY '
                       'OU CONCENTRACAO EXIGE SUPERVISOR'
               MOVE 12 TO RETURN-CODE
           END-IF.

       200000-LIBERAR-CONTRATO.
      *>*********************************************
           DISPLAY ' '.
           DISPLAY '==== LIBERACAO DE CONTRATO (SUPERVISOR) ===='.
           DISPLAY 'CONTRATO A LIBERAR (8 DIGITOS, 0 = FIM)..'.
           ACCEPT WRK-CONTRATO.

               IF WRK-CONTRATO-NUM = 0
                   MOVE 'N' TO WRK-CONTINUA
               ELSE
                   DISPLAY 'TIPO (S = SUITABILITY, C = CONCENTRACAO)..'
                   ACCEPT WRK-TIPO-LIBERACAO
                   IF WRK-TIPO-LIBERACAO = 'S' OR 'C'
                       PERFORM 210000-GRAVAR-LIBERACAO
                   ELSE
                       DISPLAY 'TIPO DE LIBERACAO DEVE SER S OU C'
                   END-IF
               END-IF
           END-IF.

           MOVE WRK-CONTRATO-NUM  TO SO-CONTRATO.
           MOVE WRK-USUARIO-ACESSO TO SO-USUARIO.
           MOVE WRK-HOJE          TO SO-DATA.
           MOVE WRK-TIPO-LIBERACAO TO SO-TIPO-LIBERACAO.
           WRITE SO-REGISTRO.
           CLOSE SUITOVRD.

           MOVE WRK-AGORA          TO SA-HORA.
           MOVE WRK-USUARIO-ACESSO TO SA-USUARIO.
           MOVE 'SUITAPRV'         TO SA-PROGRAMA.
           IF WRK-TIPO-LIBERACAO = 'C'
               MOVE 'LIBERA-CONC'  TO SA-ACAO
           ELSE
               MOVE 'LIBERA-SUIT'  TO SA-ACAO
           END-IF.
           MOVE SPACES             TO SA-RESULTADO.
           STRING 'CONTRATO ' WRK-CONTRATO-NUM ' LIBERADO'
               DELIMITED BY SIZE INTO SA-RESULTADO
