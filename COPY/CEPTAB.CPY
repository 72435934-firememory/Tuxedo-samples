      *  that area.  Maintained as an indexed file (CEPTAB) so it can  *
      *  grow without a program change when the post office adds or   *
      *  re-draws postal areas.  Keyed on CP-PREFIXO.                  *
      *  2026-10-15: CP-MUNICIPIO-IBGE added -- the IBGE municipality *
      *  code of CP-CIDADE/CP-ESTADO, looked up by name in the IBGE   *
      *  table IBGEMUN.  Set by ORA003M for every prefix after each   *
      *  IBGE load and by ORA002P for each prefix it adds or changes; *
      *  zero while the city is not found there.  ORA002V copies it   *
      *  onto the client.  Record length moves from 27 to 34.         *
      *---------------------------------------------------------------*
       01  CEP-REGISTRO.
           05  CP-PREFIXO               PIC 9(05).
           05  CP-CIDADE                PIC X(20).
           05  CP-ESTADO                PIC X(02).
           05  CP-MUNICIPIO-IBGE        PIC 9(07).
