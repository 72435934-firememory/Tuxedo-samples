      *---------------------------------------------------------------*
      *  HSTLREC    - LINHA DE IMPRESSAO DO RELATORIO DE TENDENCIA DA  *
      *               INADIMPLENCIA (ORA003E)                          *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003E.  HL-DETALHE is  *
      *  the one physical record under the report FD: one client in   *
      *  one trend category, with the months of the window in which   *
      *  the client owed, the consecutive monthly rises up to the     *
      *  latest month, last month's and this month's balance and the  *
      *  credit-hold mark.  The other line types REDEFINE it:         *
      *  HL-CABECALHO (title, first and last month of the window, run *
      *  date), HL-SECAO (state and category titles, column headings) *
      *  and HL-TOTAL (count lines, per state and for the run).       *
      *---------------------------------------------------------------*
       01  HL-DETALHE.
           05  FILLER                   PIC X(04).
           05  HL-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(02).
           05  HL-NOME                  PIC X(30).
           05  FILLER                   PIC X(04).
           05  HL-MESES-SALDO           PIC Z9.
           05  FILLER                   PIC X(05).
           05  HL-ALTAS                 PIC Z9.
           05  FILLER                   PIC X(03).
           05  HL-SALDO-ANTERIOR        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02).
           05  HL-SALDO-ATUAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02).
           05  HL-BLOQUEIO              PIC X(10).
           05  FILLER                   PIC X(32).
       01  HL-CABECALHO REDEFINES HL-DETALHE.
           05  FILLER                   PIC X(01).
           05  HC-TITULO                PIC X(40).
           05  FILLER                   PIC X(02).
           05  HC-MES-INICIAL           PIC 9(06).
           05  HC-LIGACAO               PIC X(03).
           05  HC-MES-FINAL             PIC 9(06).
           05  FILLER                   PIC X(02).
           05  HC-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(64).
       01  HL-SECAO REDEFINES HL-DETALHE.
           05  FILLER                   PIC X(01).
           05  HE-TEXTO                 PIC X(100).
           05  FILLER                   PIC X(31).
       01  HL-TOTAL REDEFINES HL-DETALHE.
           05  FILLER                   PIC X(04).
           05  HT-TEXTO                 PIC X(45).
           05  HT-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
