      *---------------------------------------------------------------*
      *  FICLREC    - LINHA DE IMPRESSAO DA FICHA CADASTRAL DO        *
      *               CLIENTE (ORA003K E ORA003L)                     *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area shared by the printed client *
      *  profile: ORA003K prints it on the branch CICS printer when   *
      *  the clerk presses PF9 on MAPA01, ORA003L prints it in batch  *
      *  for a list of CODIGOs.  Every layout keeps its data within   *
      *  the first 79 columns so the same lines fit the 80-column     *
      *  branch printers; the rest is FILLER.  FI-DETALHE is a label  *
      *  and a value (one field of the master, the balance, one       *
      *  waiting action or change).  FI-ENDERECO is one CLIEND        *
      *  address, FI-AUDITORIA heads one AUDITLOG entry and           *
      *  FI-ALTERACAO is one of its before/after slots.  FI-CABECALHO *
      *  opens the profile (CODIGO, when and for whom it was          *
      *  printed), FI-SECAO heads each group of lines and FI-TOTAL    *
      *  closes the batch run.  All of them REDEFINE FI-DETALHE.      *
      *---------------------------------------------------------------*
       01  FI-DETALHE.
           05  FILLER                   PIC X(04).
           05  FI-ROTULO                PIC X(16).
           05  FILLER                   PIC X(02).
           05  FI-VALOR                 PIC X(57).
           05  FILLER                   PIC X(53).
       01  FI-ENDERECO REDEFINES FI-DETALHE.
           05  FILLER                   PIC X(03).
           05  FE-SEQUENCIA             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  FE-ENDERECO              PIC X(30).
           05  FILLER                   PIC X(01).
           05  FE-CIDADE                PIC X(20).
           05  FILLER                   PIC X(01).
           05  FE-ESTADO                PIC X(02).
           05  FILLER                   PIC X(01).
           05  FE-CEP                   PIC 9(08).
           05  FILLER                   PIC X(01).
           05  FE-SITUACAO              PIC X(09).
           05  FILLER                   PIC X(53).
       01  FI-AUDITORIA REDEFINES FI-DETALHE.
           05  FILLER                   PIC X(04).
           05  FU-DATA                  PIC 9(08).
           05  FILLER                   PIC X(01).
           05  FU-HORA                  PIC 9(06).
           05  FILLER                   PIC X(01).
           05  FU-OPERADOR              PIC X(08).
           05  FILLER                   PIC X(01).
           05  FU-TERMINAL              PIC X(04).
           05  FILLER                   PIC X(01).
           05  FU-TIPO                  PIC X(12).
           05  FILLER                   PIC X(86).
       01  FI-ALTERACAO REDEFINES FI-DETALHE.
           05  FILLER                   PIC X(04).
           05  FA-CAMPO                 PIC X(10).
           05  FILLER                   PIC X(01).
           05  FA-ANTES                 PIC X(30).
           05  FA-SETA                  PIC X(04).
           05  FA-DEPOIS                PIC X(30).
           05  FILLER                   PIC X(53).
       01  FI-CABECALHO REDEFINES FI-DETALHE.
           05  FILLER                   PIC X(01).
           05  FH-TITULO                PIC X(27).
           05  FH-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(04).
           05  FH-DATA                  PIC 9(08).
           05  FILLER                   PIC X(01).
           05  FH-HORA                  PIC 9(06).
           05  FILLER                   PIC X(02).
           05  FH-SOLICITANTE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  FH-ORIGEM                PIC X(08).
           05  FILLER                   PIC X(60).
       01  FI-SECAO REDEFINES FI-DETALHE.
           05  FILLER                   PIC X(01).
           05  FS-TEXTO                 PIC X(78).
           05  FILLER                   PIC X(53).
       01  FI-TOTAL REDEFINES FI-DETALHE.
           05  FILLER                   PIC X(04).
           05  FX-TEXTO                 PIC X(45).
           05  FX-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
