      *---------------------------------------------------------------*
      *  ORA02YC    - COMMAREA DA TRANSACAO ORA002Y (TELA MAPG01)     *
      *---------------------------------------------------------------*
      *  Carried pseudo-conversationally between screens of the       *
      *  client-contact maintenance so PF7/PF8 know which contact of  *
      *  which client is on screen.  CY-SW-JA-EXIBIU works exactly    *
      *  like CN-SW-JA-EXIBIU in ORA02NC: 'N' until a contact has     *
      *  actually been put on the screen, so PF8 knows whether the    *
      *  record STARTBR GTEQ positions on is the one already shown    *
      *  or one nobody has seen yet.                                  *
      *---------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CY-CODIGO-ATUAL          PIC 9(06).
           05  CY-SEQ-ATUAL             PIC 9(02).
           05  CY-SW-JA-EXIBIU          PIC X(01).
               88  CY-JA-EXIBIU         VALUE 'S'.
