      *> DIA). USADO PELO CONTROLE DE CHEGADA (CHEGADAS) ANTES DO
      *> PASSO DE FECHAMENTO DE VENDAS: LOJA ESPERADA NO DIA UTIL E
      *> SEM CABECALHO NO SALESTXN OU SEM CONTROLE NO POSCTL BARRA O
      *> PASSO E GERA ALERTA NOMEANDO A LOJA. FERIADO NACIONAL
      *> (FERIADOS) E AS EXCECOES DA PROPRIA LOJA (LOJAEXC, MANTIDO
      *> NO LOJEMANT) PREVALECEM SOBRE O DIA DA SEMANA - VER O
      *> SUBPROGRAMA LOJABERT.
      *>*************************************************************
       01  LC-REGISTRO.
           05  LC-LOJA                PIC X(06).
