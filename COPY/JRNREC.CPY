      *  and in order.  Records are only ever ADDED here; nothing     *
      *  deletes from CLIMAST/CLIEND, so after-images alone replay    *
      *  the week.  Purge the file after each full backup.            *
      *  2026-10-15: CLICONT contact images (ORA002Y) journaled too;  *
      *  the 143-byte record sits left-justified in JN-IMAGEM.        *
      *  2026-10-15: CLIMAST grew to 201 bytes (sales representative  *
      *  assignment); JN-IMAGEM follows it and the record moves from  *
      *  223 to 237.                                                  *
      *  2026-10-15: CLIMAST grew to 208 bytes (IBGE municipality     *
      *  code); JN-IMAGEM follows it and the record moves from 237    *
      *  to 244.                                                      *
      *---------------------------------------------------------------*
       01  JORNAL-IMAGEM.
           05  JN-CHAVE.
           05  JN-ARQUIVO               PIC X(08).
               88  JN-IMAGEM-CLIMAST    VALUE 'CLIMAST '.
               88  JN-IMAGEM-CLIEND     VALUE 'CLIEND  '.
               88  JN-IMAGEM-CLICONT    VALUE 'CLICONT '.
           05  JN-IMAGEM                PIC X(208).
