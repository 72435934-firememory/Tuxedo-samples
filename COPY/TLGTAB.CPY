      *---------------------------------------------------------------*
      *  TLGTAB     - CARTAO DA TABELA DE TIPOS DE LOGRADOURO         *
      *---------------------------------------------------------------*
      *  One 80-column card per way a street type is keyed on the     *
      *  client addresses, and the standard abbreviation it becomes   *
      *  ('AVENIDA', 'AVDA', 'AV' all become 'AV').  The standard     *
      *  form itself needs its own card ('AV' -> 'AV') or an address  *
      *  already keyed that way is not recognised.  TL-VARIANTE is    *
      *  written without the trailing period -- 'R.' and 'R' both     *
      *  match the 'R' card.  The table is the sequential dataset     *
      *  CLIENT.PROD.TLGTAB, created by TLGINIT and maintained by     *
      *  the client-data team with the ISPF editor; ORA003I loads     *
      *  it whole before proposing any standardized address.          *
      *---------------------------------------------------------------*
       01  TIPO-LOGRADOURO.
           05  TL-VARIANTE              PIC X(10).
           05  TL-PADRAO                PIC X(06).
           05  FILLER                   PIC X(64).
