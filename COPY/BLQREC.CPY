      *---------------------------------------------------------------*
      *  BLQREC     - REGISTRO DO ARQUIVO DE BLOQUEIO DE CREDITO       *
      *               (BLQCLI)                                         *
      *---------------------------------------------------------------*
      *  One record per client under credit hold, keyed on CODIGO.    *
      *  A client is held as a chronic debtor: an open balance in     *
      *  every month of the BALHIST window, with the                  *
      *  window at least as long as the minimum ORA003E is run with.  *
      *  Replaced whole by every monthly ORA003E run, like BALCLI,    *
      *  so a client who pays up is released by the next run;         *
      *  BQ-DATA-REFERENCIA is the run date.  ORA002 reads it at      *
      *  random to show the hold on MAPA01 and ORA002E to send it     *
      *  to billing on the 'D' row (BL-BLOQUEIO-CREDITO).             *
      *---------------------------------------------------------------*
       01  BLOQUEIO-CREDITO.
           05  BQ-CODIGO                PIC 9(06).
           05  BQ-MESES-COM-SALDO       PIC 9(02).
           05  BQ-MES-REFERENCIA        PIC 9(06).
           05  BQ-SALDO-ATUAL           PIC 9(09)V99.
           05  BQ-DATA-REFERENCIA       PIC 9(08).
