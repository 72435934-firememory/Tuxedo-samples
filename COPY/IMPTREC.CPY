      *---------------------------------------------------------------*
      *  IMPTREC    - REGISTRO DA TABELA DE IMPRESSORAS POR TERMINAL  *
      *               (IMPTERM)                                       *
      *---------------------------------------------------------------*
      *  One record per CICS display terminal of a branch, keyed on   *
      *  its 4-byte terminal id, naming the CICS printer the branch   *
      *  prints on and the branch itself.  ORA002 reads it at random  *
      *  by EIBTRMID when the clerk asks for a client profile (PF9)   *
      *  and starts ORA003K on IM-IMPRESSORA; a terminal with no      *
      *  record cannot print.  The table is small and changes only    *
      *  when a branch gets a terminal or printer, so it is kept as   *
      *  80-byte cards in IMPINIT and reloaded whole by that job.     *
      *---------------------------------------------------------------*
       01  IMPRESSORA-TERMINAL.
           05  IM-TERMINAL              PIC X(04).
           05  IM-IMPRESSORA            PIC X(04).
           05  IM-FILIAL                PIC X(30).
           05  FILLER                   PIC X(42).
