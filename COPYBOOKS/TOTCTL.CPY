      *>*************************************************************
      *> TOTCTL.CPY
      *> AREA DE CHAMADA DO SUBPROGRAMA CTLTOTAL (TOTAIS DE CONTROLE
      *> ENTRE PASSOS DO LOTE - VER CTLTOT.CPY). INCLUIR NA
      *> WORKING-STORAGE SOB UM GRUPO 01 PROPRIO E CHAMAR O CTLTOTAL
      *> PASSANDO O GRUPO INTEIRO:
      *>   'A' - ACUMULAR: A CADA REGISTRO GRAVADO, INFORMAR ARQUIVO,
      *>         DATA DO REGISTRO, QUANTIDADE (1) E VALOR;
      *>   'G' - GRAVAR: AO TERMINAR, INFORMAR O PROGRAMA - UM
      *>         REGISTRO NO CTLTOT POR ARQUIVO/DATA ACUMULADO;
      *>   'C' - CONFERIR: ANTES DE PROCESSAR, INFORMAR ARQUIVO, DATA,
      *>         PROGRAMA E A QUANTIDADE/VALOR LIDOS NO ARQUIVO - VOLTA
      *>         O TOTAL DE CONTROLE E TC-RESULTADO 'S' SE CONFERE; NA
      *>         DIVERGENCIA O CTLTOTAL JA GRAVA O ALERTA NO ALERTAS.
      *>*************************************************************
       05  TC-FUNCAO              PIC X(01).
           88  TC-FN-ACUMULAR         VALUE 'A'.
           88  TC-FN-GRAVAR           VALUE 'G'.
           88  TC-FN-CONFERIR         VALUE 'C'.
       05  TC-ARQUIVO             PIC X(08).
       05  TC-PROGRAMA            PIC X(20).
       05  TC-DATA                PIC 9(08).
       05  TC-QTD                 PIC 9(09).
       05  TC-VALOR               PIC 9(15)V99.
       05  TC-QTD-CONTROLE        PIC 9(09).
       05  TC-VALOR-CONTROLE      PIC 9(15)V99.
       05  TC-RESULTADO           PIC X(01).
           88  TC-TOTAIS-CONFEREM     VALUE 'S'.
