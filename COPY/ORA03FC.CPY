      *---------------------------------------------------------------*
      *  ORA03FC    - COMMAREA DA TRANSACAO ORA003F (TELA MAPH01)     *
      *---------------------------------------------------------------*
      *  Carried pseudo-conversationally between screens of the       *
      *  sales territory maintenance so PF7/PF8 know which territory  *
      *  (UF plus first CEP) is on screen.  CF-SW-JA-EXIBIU works     *
      *  exactly like CO-SW-JA-EXIBIU in ORA02OC: 'N' until a         *
      *  territory has actually been put on the screen.               *
      *---------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CF-CHAVE-ATUAL.
               10  CF-ESTADO-ATUAL      PIC X(02).
               10  CF-CEP-ATUAL         PIC 9(08).
           05  CF-SW-JA-EXIBIU          PIC X(01).
               88  CF-JA-EXIBIU         VALUE 'S'.
