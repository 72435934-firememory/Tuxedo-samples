      *  full filter (or vice versa) would ship billing a file that   *
      *  is neither a delta nor a replacement picture, and the        *
      *  trailer would still balance.                                  *
      *  Key 'VARR' (added 2026-10-15) is ORA003O's restart point for  *
      *  the nightly CLISNAP sweep, in the same layout: last CODIGO    *
      *  written, masters written, the date/time the sweep started     *
      *  (kept across the restart), the CODIGO hash; the inactive      *
      *  count and extract mode are not used.                          *
      *---------------------------------------------------------------*
       01  CHECKPOINT-RECORD.
           05  CK-CHAVE                  PIC X(04).
