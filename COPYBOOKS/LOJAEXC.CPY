      *>*************************************************************
      *> LOJAEXC.CPY
      *> LAYOUT DAS EXCECOES DE CALENDARIO POR LOJA (LOJAEXC). UM
      *> REGISTRO POR LOJA E PERIODO (DATA INICIAL A DATA FINAL,
      *> IGUAIS PARA UM DIA SO), MANTIDO PELA OPERACAO DE LOJAS NO
      *> PROGRAMA ONLINE LOJEMANT, COM O MOTIVO DA EXCECAO:
      *>   'F' - LOJA FECHADA NO PERIODO (FERIADO MUNICIPAL, REFORMA,
      *>         FECHAMENTO TEMPORARIO) MESMO NO DIA DO CALENDARIO;
      *>   'A' - LOJA ABERTA NO PERIODO MESMO EM FERIADO NACIONAL OU
      *>         EM DIA FORA DO CALENDARIO LOJACAL.
      *> A EXCECAO PREVALECE SOBRE O LOJACAL E O FERIADOS NO
      *> SUBPROGRAMA LOJABERT, QUE O CONTROLE DE CHEGADA (CHEGADAS),
      *> O RANKING DE LOJAS (LOJARANK) E A PROJECAO DE METAS
      *> (METAREL) CONSULTAM. PERIODOS DE UMA MESMA LOJA NAO SE
      *> SOBREPOEM.
      *>*************************************************************
       01  LE-REGISTRO.
           05  LE-LOJA                 PIC X(06).
           05  LE-DATA-INICIAL         PIC 9(08).
           05  LE-DATA-FINAL           PIC 9(08).
           05  LE-TIPO                 PIC X(01).
               88  LE-LOJA-FECHADA         VALUE 'F'.
               88  LE-LOJA-ABERTA          VALUE 'A'.
           05  LE-MOTIVO               PIC X(30).
           05  LE-DATA-ALTERACAO       PIC 9(08).
           05  LE-USUARIO              PIC X(20).
           05  FILLER                  PIC X(09).
