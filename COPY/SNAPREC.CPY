      *---------------------------------------------------------------*
      *  SNAPREC    - REGISTRO DO RETRATO NOTURNO DO CADASTRO DE      *
      *               CLIENTES (CLISNAP)                              *
      *---------------------------------------------------------------*
      *  One sequential file written each night by ORA003O in a       *
      *  single pass over CLIMAST and CLIEND, and read by the         *
      *  nightly jobs (ORA002D/E/R/T) and ORA002U instead of the      *
      *  live KSDS.  Records are in SN-CHAVE order: the 'H' header    *
      *  (key zeros), then for each CODIGO its 'C' master image       *
      *  (sequence 00) followed by its 'E' delivery-address images    *
      *  in CLIEND sequence, then the 'T' trailer (key nines).  An    *
      *  address whose CODIGO has no master still appears, in key     *
      *  order, with no 'C' before it -- ORA002T reports it.          *
      *  SN-DADOS holds the record exactly as read: a reader moves    *
      *  it to its own CLIENT-RECORD (CLIMAST) or ENDERECO-ENTREGA    *
      *  (ENDEREC) working copy, so the field names are the usual     *
      *  CM-/EN- ones.  The header carries the moment the sweep       *
      *  started (the moment the picture reflects); the trailer       *
      *  carries the counts and the CODIGO hash of the 'C' records.   *
      *  A file without its trailer is an incomplete sweep and every  *
      *  reader refuses it.  Record length 217.                       *
      *---------------------------------------------------------------*
       01  SNAPSHOT-RECORD.
           05  SN-TIPO                  PIC X(01).
               88  SN-REG-CABECALHO     VALUE 'H'.
               88  SN-REG-CLIENTE       VALUE 'C'.
               88  SN-REG-ENDERECO      VALUE 'E'.
               88  SN-REG-TRAILER       VALUE 'T'.
           05  SN-CHAVE.
               10  SN-CODIGO            PIC 9(06).
               10  SN-SEQUENCIA         PIC 9(02).
           05  SN-DADOS                 PIC X(208).
           05  SN-CABECALHO REDEFINES SN-DADOS.
               10  SN-DATA-RETRATO      PIC 9(08).
               10  SN-HORA-RETRATO      PIC 9(06).
               10  FILLER               PIC X(194).
           05  SN-TRAILER REDEFINES SN-DADOS.
               10  SN-QTD-CLIENTES      PIC 9(08).
               10  SN-QTD-ENDERECOS     PIC 9(08).
               10  SN-HASH-CODIGO       PIC 9(12).
               10  FILLER               PIC X(180).
