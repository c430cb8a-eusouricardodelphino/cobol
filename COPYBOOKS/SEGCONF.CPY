      *>*************************************************************
      *> SEGCONF.CPY
      *> LAYOUT DA TABELA DE CONFLITOS DE SEGREGACAO DE FUNCOES
      *> (SEGCONF), MANTIDA PELA AUDITORIA. UM REGISTRO POR PAR DE
      *> PROGRAMAS QUE O MESMO USUARIO NAO DEVE PODER EXECUTAR (EX.:
      *> SOLICITAR NO PARMMANT E APROVAR NO APROVMNT; LIBERAR FATURA
      *> NO FATLIBER E PAGAR NO CONTAPAG; MANTER O EMPFILE NO
      *> EMPMANUT E RODAR A FOLHAPAG). SG-ACAO-A/-B DIZEM QUAL ACAO
      *> DO SECAUDIT CARACTERIZA CADA LADO (BRANCO = QUALQUER ACESSO
      *> AUTORIZADO AO PROGRAMA PELO AUTORIZA); SG-MESMO-REGISTRO
      *> 'S' EXIGE O MESMO SA-RESULTADO NOS DOIS LADOS (AS DUAS
      *> ACOES GRAVAM A CHAVE DO REGISTRO DO MESMO JEITO), 'N' BASTA
      *> O MESMO USUARIO NOS DOIS LADOS NA COMPETENCIA (O LADO EM
      *> LOTE ALCANCA TODOS OS REGISTROS). LIDA PELO SEGFUNC
      *> (RELATORIO MENSAL) E PELO USRADMIN (AVISO NA MUDANCA DE
      *> NIVEL).
      *>*************************************************************
       01  SG-REGISTRO.
           05  SG-PROGRAMA-A           PIC X(08).
           05  SG-ACAO-A               PIC X(15).
           05  SG-PROGRAMA-B           PIC X(08).
           05  SG-ACAO-B               PIC X(15).
           05  SG-MESMO-REGISTRO       PIC X(01).
               88  SG-COMPARA-REGISTRO     VALUE 'S'.
           05  SG-DESCRICAO            PIC X(40).
