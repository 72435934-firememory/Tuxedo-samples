      *---------------------------------------------------------------*
      *  IBGLREC    - LINHA DE IMPRESSAO DO RELATORIO DE CARGA DO     *
      *               IBGEMUN E DE RESOLUCAO DO CEPTAB                *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003M.  MB-MOVIMENTO   *
      *  is the one physical record under the report FD: one IBGE     *
      *  record that was rejected or whose name is ambiguous, with    *
      *  the reason.  The other line types REDEFINE it: MB-CABECALHO  *
      *  for titles, MB-PREFIXO for a CEPTAB prefix whose city could  *
      *  not be resolved to an IBGE code, and MB-TOTAL for the count  *
      *  lines of the two summaries.                                  *
      *---------------------------------------------------------------*
       01  MB-MOVIMENTO.
           05  FILLER                   PIC X(04).
           05  MB-CODIGO                PIC X(07).
           05  FILLER                   PIC X(02).
           05  MB-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  MB-NOME                  PIC X(60).
           05  FILLER                   PIC X(02).
           05  MB-MOTIVO                PIC X(40).
           05  FILLER                   PIC X(13).
       01  MB-CABECALHO REDEFINES MB-MOVIMENTO.
           05  FILLER                   PIC X(01).
           05  MH-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  MH-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  MB-PREFIXO REDEFINES MB-MOVIMENTO.
           05  FILLER                   PIC X(04).
           05  MX-PREFIXO               PIC 9(05).
           05  FILLER                   PIC X(02).
           05  MX-CIDADE                PIC X(20).
           05  FILLER                   PIC X(01).
           05  MX-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  MX-CODIGO-ANTERIOR       PIC X(07).
           05  FILLER                   PIC X(02).
           05  MX-OCORRENCIA            PIC X(40).
           05  FILLER                   PIC X(47).
       01  MB-TOTAL REDEFINES MB-MOVIMENTO.
           05  FILLER                   PIC X(04).
           05  MZ-TEXTO                 PIC X(45).
           05  MZ-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
