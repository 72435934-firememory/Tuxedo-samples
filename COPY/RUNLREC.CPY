      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA002S.  SL-DETALHE is  *
      *  the one physical record under the report FD: one program's   *
      *  night (times, status, restarts, return code, the three       *
      *  counters it registered on RUNCTL and the elapsed time of a   *
      *  closed run as HH:MM:SS).  SL-VARIACAO (the day-over-day      *
      *  counter and elapsed-time deltas against the program's        *
      *  previous run) and SL-CABECALHO REDEFINE it.                  *
      *---------------------------------------------------------------*
       01  SL-DETALHE.
           05  FILLER                   PIC X(04).
           05  SL-CONTADOR-2            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01).
           05  SL-CONTADOR-3            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02).
           05  SL-DURACAO               PIC X(08).
           05  FILLER                   PIC X(24).
       01  SL-VARIACAO REDEFINES SL-DETALHE.
           05  FILLER                   PIC X(04).
           05  SV-TEXTO                 PIC X(20).
           05  SV-DELTA-2               PIC +ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01).
           05  SV-DELTA-3               PIC +ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(35).
           05  SV-SINAL-DURACAO         PIC X(01).
           05  SV-DELTA-DURACAO         PIC X(08).
           05  FILLER                   PIC X(24).
       01  SL-CABECALHO REDEFINES SL-DETALHE.
           05  FILLER                   PIC X(01).
           05  SH-TITULO                PIC X(50).
