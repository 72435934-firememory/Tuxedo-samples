      *---------------------------------------------------------------*
      *  LGPLREC    - LINHA DE IMPRESSAO DO RELATORIO DE DADOS DO     *
      *               TITULAR - LGPD (ORA003A)                         *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003A, the data-       *
      *  subject access report.  LG-DETALHE is the one physical       *
      *  record under the report FD: one item of personal data --    *
      *  the file it sits on, the record key there, the field name    *
      *  (the AUDITLOG slot names where one exists) and the value.    *
      *  LG-CABECALHO (title and the CPF/CODIGO asked for), LG-SECAO  *
      *  (the heading of each group of lines) and LG-TOTAL REDEFINE   *
      *  it.                                                           *
      *---------------------------------------------------------------*
       01  LG-DETALHE.
           05  FILLER                   PIC X(02).
           05  LG-ARQUIVO               PIC X(08).
           05  FILLER                   PIC X(02).
           05  LG-CHAVE                 PIC X(24).
           05  FILLER                   PIC X(02).
           05  LG-CAMPO                 PIC X(10).
           05  FILLER                   PIC X(02).
           05  LG-VALOR                 PIC X(80).
           05  FILLER                   PIC X(02).
       01  LG-CABECALHO REDEFINES LG-DETALHE.
           05  FILLER                   PIC X(01).
           05  LH-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  LH-SELECAO               PIC X(30).
           05  FILLER                   PIC X(02).
           05  LH-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(29).
       01  LG-SECAO REDEFINES LG-DETALHE.
           05  FILLER                   PIC X(01).
           05  LS-TEXTO                 PIC X(60).
           05  FILLER                   PIC X(71).
       01  LG-TOTAL REDEFINES LG-DETALHE.
           05  FILLER                   PIC X(04).
           05  LT-TEXTO                 PIC X(45).
           05  LT-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
