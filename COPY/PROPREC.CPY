      *---------------------------------------------------------------*
      *  PROPREC    - PROPOSTA DE PADRONIZACAO DE ENDERECO (PROPEND)  *
      *---------------------------------------------------------------*
      *  One 80-column card per address ORA003I found keyed off the   *
      *  standard: the client master address (NP-ORIGEM 'C', NP-      *
      *  SEQUENCIA zero) or a current CLIEND delivery address ('E',   *
      *  the sequence).  NP-ENDERECO-ATUAL is the address as it was   *
      *  on file when the proposal was made, NP-ENDERECO-PROPOSTO     *
      *  the standardized form.  ORA003I writes every card with       *
      *  NP-ACEITE 'N'; the client-data team reviews the ORA003I      *
      *  report and overtypes 'S' in column 1 of the cards it         *
      *  accepts (and may correct the proposed form while there).     *
      *  ORA003J applies the 'S' cards only, and only while the       *
      *  address on file still reads NP-ENDERECO-ATUAL.               *
      *---------------------------------------------------------------*
       01  PROPOSTA-ENDERECO.
           05  NP-ACEITE                PIC X(01).
               88  NP-ACEITA            VALUE 'S'.
           05  NP-ORIGEM                PIC X(01).
               88  NP-ORIGEM-MESTRE     VALUE 'C'.
               88  NP-ORIGEM-ENTREGA    VALUE 'E'.
           05  NP-CODIGO                PIC 9(06).
           05  NP-SEQUENCIA             PIC 9(02).
           05  NP-ENDERECO-ATUAL        PIC X(30).
           05  NP-ENDERECO-PROPOSTO     PIC X(30).
           05  NP-DATA-PROPOSTA         PIC 9(08).
           05  FILLER                   PIC X(02).
