      *  an operator's OPERPRF profile does not allow, refused by     *
      *  ORA002/ORA002N before the action ran.  Slot 1 carries the    *
      *  function attempted and 'NEGADO'; security reviews these.     *
      *  2026-10-15: AU-TIPO-TRANS 'C' (contato) added -- an add,     *
      *  change or end-dating of a CLICONT contact through MAPG01     *
      *  (ORA002Y).  The slots carry the contact's fields; the        *
      *  client itself did not move, so ORA002G does not count it.    *
      *  2026-10-15: AU-TIPO-TRANS 'L' (LGPD) added -- ORA003B        *
      *  anonymized a long-inactive individual client.  Slot 1 says   *
      *  'LGPD'/'ANONIMIZADO'; the personal values in the client's    *
      *  older entries are blanked by the same run.  Not a movement,  *
      *  so ORA002G does not count it either.                          *
      *  2026-10-15: ORA003J (address standardization) audits a       *
      *  standardized delivery address as an 'M' entry too: slot 1    *
      *  CODIGO, 'SEQ-ENTREG' with the CLIEND sequence after, and     *
      *  'ENDENTREGA' with the address before/after.                  *
      *---------------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AU-CHAVE.
               88  AU-INATIVACAO        VALUE 'I'.
               88  AU-REATIVACAO        VALUE 'R'.
               88  AU-RECUSA            VALUE 'N'.
               88  AU-CONTATO           VALUE 'C'.
               88  AU-ANONIMIZACAO      VALUE 'L'.
           05  AU-CAMPO-ALTERADO OCCURS 9 TIMES
                                 INDEXED BY AU-IDX.
               10  AU-NOME-CAMPO        PIC X(10).
