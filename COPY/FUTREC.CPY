      *  change cannot be future-dated -- it belongs to the           *
      *  supervisor approval queue (PENDAPR) -- so no name rides      *
      *  here.                                                         *
      *  2026-10-15: FT-MUNICIPIO-IBGE added -- the IBGE municipality *
      *  code ORA002V resolved from FT-CEP when the change was keyed; *
      *  ORA002F carries it onto CLIMAST/CLIEND with the address.     *
      *  Record length moves from 143 to 150.                         *
      *---------------------------------------------------------------*
       01  MUDANCA-FUTURA.
           05  FT-CHAVE.
           05  FT-TERMINAL              PIC X(04).
           05  FT-DATA-GRAVACAO         PIC 9(08).
           05  FT-HORA-GRAVACAO         PIC 9(06).
           05  FT-MUNICIPIO-IBGE        PIC 9(07).
