      *---------------------------------------------------------------*
      *  CARLREC    - LINHA DE IMPRESSAO DO RELATORIO DE CARTEIRA      *
      *               POR REPRESENTANTE (ORA003H)                      *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003H.  PR-DETALHE is  *
      *  the one physical record under the report FD: one active      *
      *  client of the representative with its city, UF, CEP and      *
      *  open balance from BALCLI.  PR-ENDERECO prints each current   *
      *  CLIEND delivery address under its client; PR-REPRES opens a  *
      *  representative's portfolio, PR-SUBTOTAL closes it (clients   *
      *  and open balance); PR-CABECALHO and PR-TOTAL as usual.  All   *
      *  of them REDEFINE PR-DETALHE.                                  *
      *---------------------------------------------------------------*
       01  PR-DETALHE.
           05  FILLER                   PIC X(04).
           05  PR-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(02).
           05  PR-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  PR-CIDADE                PIC X(20).
           05  FILLER                   PIC X(02).
           05  PR-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  PR-CEP                   PIC 9(08).
           05  FILLER                   PIC X(02).
           05  PR-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(38).
       01  PR-ENDERECO REDEFINES PR-DETALHE.
           05  FILLER                   PIC X(12).
           05  PE-TEXTO                 PIC X(09).
           05  PE-SEQUENCIA             PIC 9(02).
           05  FILLER                   PIC X(02).
           05  PE-ENDERECO              PIC X(30).
           05  FILLER                   PIC X(02).
           05  PE-CIDADE                PIC X(20).
           05  FILLER                   PIC X(02).
           05  PE-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  PE-CEP                   PIC 9(08).
           05  FILLER                   PIC X(41).
       01  PR-REPRES REDEFINES PR-DETALHE.
           05  FILLER                   PIC X(01).
           05  PP-TEXTO                 PIC X(16).
           05  PP-REPRESENTANTE         PIC X(06).
           05  FILLER                   PIC X(02).
           05  PP-NOME                  PIC X(30).
           05  FILLER                   PIC X(77).
       01  PR-SUBTOTAL REDEFINES PR-DETALHE.
           05  FILLER                   PIC X(04).
           05  PS-TEXTO                 PIC X(40).
           05  PS-QTD-CLIENTES          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(27).
           05  PS-SALDO                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(38).
       01  PR-CABECALHO REDEFINES PR-DETALHE.
           05  FILLER                   PIC X(01).
           05  PC-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  PC-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  PR-TOTAL REDEFINES PR-DETALHE.
           05  FILLER                   PIC X(04).
           05  PT-TEXTO                 PIC X(45).
           05  PT-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
