      *---------------------------------------------------------------*
      *  TERREC     - REGISTRO DA TABELA DE TERRITORIOS DE VENDA      *
      *               (TERRIT)                                        *
      *---------------------------------------------------------------*
      *  One record per sales territory: a CEP range inside one UF    *
      *  and the sales representative who owns the clients in it.     *
      *  Keyed on the UF plus the first CEP of the range, so a        *
      *  sequential read returns each state's ranges in CEP order.    *
      *  A whole state is one range 00000000-99999999.  Ranges of     *
      *  the same UF never overlap -- the MAPH01 screen (ORA003F)     *
      *  refuses an add or change that would make them overlap --     *
      *  so a client's UF and CM-CEP fall in at most one territory.   *
      *  ORA003G assigns every active client from this table each     *
      *  night and stamps the result on CM-REPRESENTANTE.  A          *
      *  representative who owns several ranges appears on each of    *
      *  them with the same code and name.  The last-maintenance      *
      *  stamp mirrors the one on CLIMAST.                            *
      *---------------------------------------------------------------*
       01  TERRITORIO-VENDA.
           05  TR-CHAVE.
               10  TR-ESTADO            PIC X(02).
               10  TR-CEP-INICIAL       PIC 9(08).
           05  TR-CEP-FINAL             PIC 9(08).
           05  TR-REPRESENTANTE         PIC X(06).
           05  TR-NOME-REPRESENTANTE    PIC X(30).
           05  TR-ULT-DATA-MANUT        PIC 9(08).
           05  TR-ULT-HORA-MANUT        PIC 9(06).
           05  TR-ULT-OPERADOR          PIC X(08).
