      *---------------------------------------------------------------*
      *  SALHREC    - REGISTRO DO HISTORICO DE SALDOS EM ABERTO        *
      *               (BALHIST)                                        *
      *---------------------------------------------------------------*
      *  One record per client and reference month (the month of the  *
      *  ORA002W load, AAAAMM), keyed on CODIGO + month, with the     *
      *  open balance of that month's billing feed.  Unlike BALCLI,   *
      *  which always holds only the latest feed, BALHIST keeps the   *
      *  last twelve loaded months: ORA002W adds each month and       *
      *  purges the months that fall out of the window (and, on a     *
      *  reload in the same month, that month's earlier load).        *
      *  A client absent from a month owed nothing that month.        *
      *  HS-CODIGO zero is the month control record written by every  *
      *  load -- HS-QTD-CLIENTES and HS-SALDO carry the month's       *
      *  client count and total -- so a reader can tell a month that  *
      *  was loaded from one that was not; these sort first.          *
      *  ORA003E builds the delinquency trend report from it.         *
      *---------------------------------------------------------------*
       01  SALDO-HISTORICO.
           05  HS-CHAVE.
               10  HS-CODIGO            PIC 9(06).
                   88  HS-REG-CONTROLE  VALUE ZERO.
               10  HS-ANO-MES           PIC 9(06).
           05  HS-SALDO                 PIC 9(11)V99.
           05  HS-QTD-CLIENTES          PIC 9(08).
           05  HS-DATA-CARGA            PIC 9(08).
