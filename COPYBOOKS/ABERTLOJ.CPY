      *>*************************************************************
      *> ABERTLOJ.CPY
      *> AREA DE CHAMADA DO SUBPROGRAMA LOJABERT (LOJA ABERTA NO
      *> DIA). INCLUIR NA WORKING-STORAGE SOB UM GRUPO 01 PROPRIO,
      *> INFORMAR A LOJA E A DATA (AAAAMMDD) E CHAMAR O LOJABERT
      *> PASSANDO O GRUPO INTEIRO. VOLTA AB-ABERTA 'S'/'N', A ORIGEM
      *> DA DECISAO E O MOTIVO (DA EXCECAO OU DO FERIADO). A ORDEM DE
      *> PRECEDENCIA E: EXCECAO DA LOJA (LOJAEXC), FERIADO NACIONAL
      *> (FERIADOS), DIA DA SEMANA DO CALENDARIO (LOJACAL); LOJA SEM
      *> CALENDARIO ABRE DE SEGUNDA A SEXTA.
      *>*************************************************************
       05  AB-LOJA                PIC X(06).
       05  AB-DATA                PIC 9(08).
       05  AB-ABERTA              PIC X(01).
           88  AB-LOJA-ABERTA         VALUE 'S'.
       05  AB-ORIGEM              PIC X(01).
           88  AB-ORIGEM-EXCECAO      VALUE 'E'.
           88  AB-ORIGEM-FERIADO      VALUE 'F'.
           88  AB-ORIGEM-CALENDARIO   VALUE 'C'.
       05  AB-MOTIVO              PIC X(30).
