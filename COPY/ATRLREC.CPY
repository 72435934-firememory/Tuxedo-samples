      *---------------------------------------------------------------*
      *  ATRLREC    - LINHA DE IMPRESSAO DO RELATORIO DE ATRIBUICAO    *
      *               DE REPRESENTANTES (ORA003G)                      *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003G, the nightly     *
      *  job that assigns every active client to the sales            *
      *  representative whose territory (TERRIT) covers its UF and    *
      *  CEP.  AR-DETALHE is the one physical record under the        *
      *  report FD: one client whose representative changed tonight   *
      *  (previous and new code, the new one's name) or that no       *
      *  territory covers (previous code, new code blank).            *
      *  AR-CABECALHO and AR-TOTAL REDEFINE it.                        *
      *---------------------------------------------------------------*
       01  AR-DETALHE.
           05  FILLER                   PIC X(04).
           05  AR-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(02).
           05  AR-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  AR-ESTADO                PIC X(02).
           05  FILLER                   PIC X(01).
           05  AR-CEP                   PIC 9(08).
           05  FILLER                   PIC X(02).
           05  AR-REPR-ANTERIOR         PIC X(06).
           05  FILLER                   PIC X(02).
           05  AR-REPR-NOVO             PIC X(06).
           05  FILLER                   PIC X(02).
           05  AR-NOME-REPR             PIC X(30).
           05  FILLER                   PIC X(02).
           05  AR-SITUACAO              PIC X(15).
           05  FILLER                   PIC X(12).
       01  AR-CABECALHO REDEFINES AR-DETALHE.
           05  FILLER                   PIC X(01).
           05  AR-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  AR-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  AR-TOTAL REDEFINES AR-DETALHE.
           05  FILLER                   PIC X(04).
           05  AR-TEXTO-TOTAL           PIC X(45).
           05  AR-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
