      *  for a client whose stored CIDADE/ESTADO no longer matches    *
      *  what his CEP prefix now resolves to, and PL-TOTAL for the    *
      *  count lines of the load summary.                              *
      *  2026-10-15: PK-IBGE-ATUAL and PK-IBGE-CEP added to           *
      *  PL-CLIENTE -- the client's stored IBGE municipality code and *
      *  the code of its CEP prefix, so a client whose code no longer *
      *  matches the prefix is listed with both.                      *
      *---------------------------------------------------------------*
       01  PL-MOVIMENTO.
           05  FILLER                   PIC X(04).
           05  PK-CIDADE-CEP            PIC X(20).
           05  FILLER                   PIC X(01).
           05  PK-ESTADO-CEP            PIC X(02).
           05  FILLER                   PIC X(01).
           05  PK-IBGE-ATUAL            PIC 9(07).
           05  FILLER                   PIC X(01).
           05  PK-IBGE-CEP              PIC 9(07).
           05  FILLER                   PIC X(14).
       01  PL-TOTAL REDEFINES PL-MOVIMENTO.
           05  FILLER                   PIC X(04).
           05  PT-TEXTO                 PIC X(35).
