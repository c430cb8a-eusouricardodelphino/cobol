      *>*************************************************************
      *> FGTSSALD.CPY
      *> LAYOUT DO SALDO DE FGTS POR FUNCIONARIO (FGTSSALD).
      *> UM REGISTRO POR MATRICULA COM O SALDO ACUMULADO DOS
      *> DEPOSITOS MENSAIS DE FGTS (8% SOBRE A REMUNERACAO) FEITOS
      *> PELA FOLHA (FOLHAPAG), PELO 13O (DECIMO13), PELAS FERIAS
      *> (FERIASPG) E PELA RESCISAO (EMPMOVTO). O SALDO E A BASE DA
      *> MULTA DE 40% NA DISPENSA SEM JUSTA CAUSA. CADA PROGRAMA
      *> CARREGA O ARQUIVO EM TABELA, SOMA O DEPOSITO DO PROCESSAMENTO
      *> E O REGRAVA AO FINAL; A SITUACAO 'S' MARCA A CONTA SACADA
      *> NA RESCISAO (SALDO MANTIDO PARA CONSULTA, SEM NOVO DEPOSITO).
      *> 15/10/2026 - ORIGEM DO ULTIMO DEPOSITO (F=FOLHA, D=13O,
      *>              V=FERIAS, R=RESCISAO) TIRADA DO FILLER E, AO
      *>              FINAL DO REGISTRO, COMPETENCIA E VALOR DO ULTIMO
      *>              DEPOSITO DE CADA ORIGEM QUE PODE SER REPROCESSADA
      *>              (1=FOLHA, 2=13O 1A PARCELA, 3=13O PARCELA FINAL,
      *>              4=FERIAS) - O REPROCESSAMENTO DA COMPETENCIA SO
      *>              ESTORNA O DEPOSITO DA PROPRIA ORIGEM. REGISTRO
      *>              ANTERIOR AO LAYOUT VEM COM BRANCOS NESSA AREA
      *>*************************************************************
       01  FG-REGISTRO.
           05  FG-MATRICULA           PIC 9(06).
           05  FG-SALDO               PIC 9(09)V99.
           05  FG-ULT-COMPETENCIA     PIC 9(06).
           05  FG-DATA-ULT-DEPOSITO   PIC 9(08).
           05  FG-VALOR-ULT-DEPOSITO  PIC 9(07)V99.
           05  FG-SITUACAO            PIC X(01).
               88  FG-CONTA-ATIVA         VALUE 'A' ' '.
               88  FG-CONTA-SACADA        VALUE 'S'.
           05  FG-ORIGEM-ULT-DEPOSITO PIC X(01).
               88  FG-ORIGEM-FOLHA        VALUE 'F'.
               88  FG-ORIGEM-DECIMO       VALUE 'D'.
               88  FG-ORIGEM-FERIAS       VALUE 'V'.
               88  FG-ORIGEM-RESCISAO     VALUE 'R'.
           05  FILLER                 PIC X(07).
           05  FG-DEPOSITOS-ORIGEM.
               10  FG-DEPOSITO-ORIGEM OCCURS 4 TIMES.
                   15  FG-DO-COMPETENCIA  PIC 9(06).
                   15  FG-DO-VALOR        PIC 9(07)V99.
