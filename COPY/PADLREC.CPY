      *---------------------------------------------------------------*
      *  PADLREC    - LINHA DE IMPRESSAO DA PADRONIZACAO DE ENDERECOS *
      *               (ORA003I E ORA003J)                             *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area shared by the two address    *
      *  standardization jobs.  PA-DETALHE is the one physical        *
      *  record under the report FD: one address (master or a         *
      *  delivery sequence) with the form on file, the standardized   *
      *  form and what became of it -- proposed, not fitting in 30    *
      *  positions (ORA003I), applied or skipped and why (ORA003J).   *
      *  PA-CABECALHO and PA-TOTAL REDEFINE it.                       *
      *---------------------------------------------------------------*
       01  PA-DETALHE.
           05  FILLER                   PIC X(02).
           05  PA-ORIGEM                PIC X(08).
           05  FILLER                   PIC X(01).
           05  PA-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(01).
           05  PA-SEQUENCIA             PIC 9(02).
           05  FILLER                   PIC X(02).
           05  PA-ENDERECO-ATUAL        PIC X(30).
           05  FILLER                   PIC X(02).
           05  PA-ENDERECO-NOVO         PIC X(30).
           05  FILLER                   PIC X(02).
           05  PA-RESULTADO             PIC X(40).
           05  FILLER                   PIC X(06).
       01  PA-CABECALHO REDEFINES PA-DETALHE.
           05  FILLER                   PIC X(01).
           05  PA-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  PA-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  PA-TOTAL REDEFINES PA-DETALHE.
           05  FILLER                   PIC X(04).
           05  PA-TEXTO-TOTAL           PIC X(45).
           05  PA-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
