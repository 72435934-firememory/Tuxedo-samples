      *                    112 ('D' rows now carry the client's tax   *
      *                    registration); the match itself is          *
      *                    unchanged.                                  *
      *   2026-10-15  RPS  BILLCLI LRECL followed BILLREC from 112 to *
      *                    113 ('D' rows now carry the credit hold);  *
      *                    the match itself is unchanged.             *
      *   2026-10-15  RPS  BILLCLI LRECL followed BILLREC from 113 to *
      *                    120 ('D' and 'E' rows now carry the IBGE   *
      *                    municipality code); the match itself is    *
      *                    unchanged.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.

       FD  BILLING
           RECORD CONTAINS 120 CHARACTERS.
       COPY BILLREC.

       FD  CONFIRMACAO
