      *---------------------------------------------------------------*
      *  GRPLREC    - LINHA DE IMPRESSAO DO RELATORIO DE GRUPOS       *
      *               EMPRESARIAIS (ORA003D)                          *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003D.  GL-DETALHE is  *
      *  the one physical record under the report FD: one             *
      *  establishment of a group (MATRIZ or FILIAL, CNPJ, name,      *
      *  CM-CIDADE/CM-ESTADO and its open balance on BALCLI, blank    *
      *  when it has none).  GL-GRUPO opens each group (root, name of *
      *  the head office, or a note when the head office is not a     *
      *  client), GL-TOTAL-GRUPO closes it with the number of         *
      *  establishments and the group's total open balance.           *
      *  GL-CABECALHO and GL-TOTAL (run counts) also REDEFINE it.     *
      *---------------------------------------------------------------*
       01  GL-DETALHE.
           05  FILLER                   PIC X(04).
           05  GL-CODIGO                PIC Z(06).
           05  FILLER                   PIC X(02).
           05  GL-INSCRICAO             PIC 9(14).
           05  FILLER                   PIC X(02).
           05  GL-TIPO                  PIC X(06).
           05  FILLER                   PIC X(02).
           05  GL-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  GL-CIDADE                PIC X(20).
           05  FILLER                   PIC X(02).
           05  GL-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  GL-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(24).
       01  GL-GRUPO REDEFINES GL-DETALHE.
           05  FILLER                   PIC X(01).
           05  GG-TEXTO                 PIC X(16).
           05  GG-RAIZ                  PIC 9(08).
           05  FILLER                   PIC X(02).
           05  GG-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  GG-MATRIZ                PIC X(30).
           05  FILLER                   PIC X(43).
       01  GL-TOTAL-GRUPO REDEFINES GL-DETALHE.
           05  FILLER                   PIC X(04).
           05  GS-TEXTO                 PIC X(40).
           05  GS-QTD-ESTABELEC         PIC ZZZ9.
           05  FILLER                   PIC X(43).
           05  GS-SALDO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(24).
       01  GL-CABECALHO REDEFINES GL-DETALHE.
           05  FILLER                   PIC X(01).
           05  GC-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  GC-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  GL-TOTAL REDEFINES GL-DETALHE.
           05  FILLER                   PIC X(04).
           05  GT-TEXTO                 PIC X(45).
           05  GT-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
