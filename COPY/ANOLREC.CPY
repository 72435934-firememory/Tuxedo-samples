      *---------------------------------------------------------------*
      *  ANOLREC    - LINHA DE IMPRESSAO DO RELATORIO DE CONTROLE DA  *
      *               ANONIMIZACAO LGPD (ORA003B)                      *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003B.  NL-DETALHE is  *
      *  the one physical record under the report FD: one candidate   *
      *  client (individual, inactive since before the cutoff) and    *
      *  what the run did with it -- ANONIMIZADO, or MANTIDO with     *
      *  the reason.  Only the CODIGO is printed, never the data      *
      *  being scrubbed.  NL-CABECALHO (title, years kept and the     *
      *  cutoff date) and NL-TOTAL REDEFINE it.                        *
      *---------------------------------------------------------------*
       01  NL-DETALHE.
           05  FILLER                   PIC X(04).
           05  NL-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(02).
           05  NL-DATA-INATIVACAO       PIC 9(08).
           05  FILLER                   PIC X(02).
           05  NL-RESULTADO             PIC X(12).
           05  FILLER                   PIC X(02).
           05  NL-MOTIVO                PIC X(40).
           05  FILLER                   PIC X(56).
       01  NL-CABECALHO REDEFINES NL-DETALHE.
           05  FILLER                   PIC X(01).
           05  NC-TITULO                PIC X(45).
           05  FILLER                   PIC X(02).
           05  NC-ANOS                  PIC Z9.
           05  NC-LIT-ANOS              PIC X(14).
           05  NC-DATA-CORTE            PIC 9(08).
           05  FILLER                   PIC X(60).
       01  NL-TOTAL REDEFINES NL-DETALHE.
           05  FILLER                   PIC X(04).
           05  NT-TEXTO                 PIC X(45).
           05  NT-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
