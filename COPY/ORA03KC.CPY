      *---------------------------------------------------------------*
      *  ORA03KC    - DADOS DO START DA TRANSACAO ORA003K (FICHA      *
      *               CADASTRAL NA IMPRESSORA DA FILIAL)              *
      *---------------------------------------------------------------*
      *  Passed by ORA002 on EXEC CICS START of transaction OR3K      *
      *  against the branch printer and read back by ORA003K with     *
      *  RETRIEVE.  Carries the client to print and who asked for it  *
      *  from which terminal, so the profile header names them.       *
      *---------------------------------------------------------------*
       01  PEDIDO-FICHA.
           05  FK-CODIGO                PIC 9(06).
           05  FK-OPERADOR              PIC X(08).
           05  FK-TERMINAL              PIC X(04).
           05  FK-DATA                  PIC 9(08).
           05  FK-HORA                  PIC 9(06).
