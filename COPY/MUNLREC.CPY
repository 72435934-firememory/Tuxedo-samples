      *---------------------------------------------------------------*
      *  MUNLREC    - LINHA DE IMPRESSAO DO PREENCHIMENTO DO CODIGO   *
      *               DE MUNICIPIO IBGE NOS CLIENTES (ORA003N)        *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003N, the job that    *
      *  fills CM-MUNICIPIO-IBGE and EN-MUNICIPIO-IBGE on the clients *
      *  already on file.  BF-DETALHE is the one physical record      *
      *  under the report FD: one master (sequence blank) or one      *
      *  delivery address whose city could not be matched to an IBGE  *
      *  municipality, with the reason.  BF-CABECALHO and BF-TOTAL    *
      *  REDEFINE it.                                                 *
      *---------------------------------------------------------------*
       01  BF-DETALHE.
           05  FILLER                   PIC X(04).
           05  BF-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(01).
           05  BF-SEQUENCIA             PIC X(02).
           05  FILLER                   PIC X(02).
           05  BF-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  BF-CIDADE                PIC X(20).
           05  FILLER                   PIC X(01).
           05  BF-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  BF-CEP                   PIC 9(08).
           05  FILLER                   PIC X(02).
           05  BF-SITUACAO              PIC X(07).
           05  FILLER                   PIC X(02).
           05  BF-OCORRENCIA            PIC X(30).
           05  FILLER                   PIC X(11).
       01  BF-CABECALHO REDEFINES BF-DETALHE.
           05  FILLER                   PIC X(01).
           05  BG-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  BG-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  BF-TOTAL REDEFINES BF-DETALHE.
           05  FILLER                   PIC X(04).
           05  BZ-TEXTO                 PIC X(45).
           05  BZ-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
