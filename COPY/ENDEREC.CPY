      *  means the address is current; an end-dated address stays on  *
      *  file for history but stops going to billing.  The last-      *
      *  maintenance stamp mirrors the one on CLIMAST.                *
      *  2026-10-15: EN-MUNICIPIO-IBGE added -- the IBGE municipality *
      *  code of the address, filled by ORA002V from the CEPTAB       *
      *  prefix exactly as CM-MUNICIPIO-IBGE is, and sent to billing  *
      *  on the 'E' row.  Record length moves from 131 to 138.        *
      *---------------------------------------------------------------*
       01  ENDERECO-ENTREGA.
           05  EN-CHAVE.
           05  EN-ULT-DATA-MANUT        PIC 9(08).
           05  EN-ULT-HORA-MANUT        PIC 9(06).
           05  EN-ULT-OPERADOR          PIC X(08).
           05  EN-MUNICIPIO-IBGE        PIC 9(07).
