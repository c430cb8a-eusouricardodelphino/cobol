       PROGRAM-ID. BATCHALT.
      *> ---------------------------------------------------------
      *> HISTORICO DE ALTERACOES
      *> 15/10/2026 - ALERTA DO DIA GRAVADO DIRETO NO ALERTAS POR
      *>              OUTRO PROGRAMA (ORIGEM FORA DE BATCHLOG,
      *>              ERRLOG E JANELA - EX.: CHEGADAS, CTLTOTAL)
      *>              PASSA A SER MANTIDO NA REGRAVACAO DO ARQUIVO
      *> 02/09/2026 - ALERTA DE JANELA: ALEM DOS PASSOS COM ERRO, O
      *>              TERMINO DO ULTIMO PASSO DO DIA PASSA A SER
      *>              COMPARADO COM A HORA-LIMITE DO DIA DA SEMANA
      *>   ALERTA DE HOJE GRAVADO POR UMA RODADA ANTERIOR DO PASSO
      *>   NAO E RECARREGADO - AS VARREDURAS DE BATCHLOG/ERRLOG
      *>   REDETECTAM AS OCORRENCIAS DO DIA E RECARREGA-LO DOBRARIA
      *>   CADA ALERTA A CADA RERODADA. JA O ALERTA DE HOJE GRAVADO
      *>   DIRETO POR OUTRO PROGRAMA (CHEGADAS, CTLTOTAL) NAO E
      *>   REDETECTADO AQUI E E MANTIDO
           READ ALERTAS
               AT END
                   MOVE 'S' TO WRK-FIM-ALERTAS
               NOT AT END
                   IF NOT AL-FOI-RECONHECIDO
                       AND WRK-QTD-ALERTAS < 300
                       AND (AL-DATA < WRK-HOJE
                            OR (AL-ORIGEM NOT = 'BATCHLOG'
                                AND AL-ORIGEM NOT = 'ERRLOG'
                                AND AL-ORIGEM NOT = 'JANELA'))
                       ADD 1 TO WRK-QTD-ALERTAS
                       IF AL-DATA < WRK-HOJE
                           ADD 1 TO WRK-QTD-PENDENTES
                       END-IF
                       MOVE AL-DATA
                           TO WRK-AL-DATA (WRK-QTD-ALERTAS)
                       MOVE AL-PRIORIDADE
