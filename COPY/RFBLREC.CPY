      *---------------------------------------------------------------*
      *  RFBLREC    - LINHA DE IMPRESSAO DO RELATORIO DE CONFERENCIA   *
      *               COM A RECEITA FEDERAL (ORA003C)                  *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA003C.  QL-DETALHE is  *
      *  the one physical record under the report FD: one active      *
      *  client with an occurrence -- registration closed or          *
      *  irregular, unknown to the Receita, or legal name different   *
      *  from CM-NOME (printed on a second line under the client's    *
      *  own) -- or a provider record rejected by the load.           *
      *  QL-CABECALHO and QL-TOTAL REDEFINE it.                       *
      *---------------------------------------------------------------*
       01  QL-DETALHE.
           05  FILLER                   PIC X(02).
           05  QL-CODIGO                PIC Z(06).
           05  FILLER                   PIC X(02).
           05  QL-INSCRICAO             PIC 9(14).
           05  FILLER                   PIC X(02).
           05  QL-SITUACAO              PIC X(16).
           05  FILLER                   PIC X(02).
           05  QL-OCORRENCIA            PIC X(26).
           05  FILLER                   PIC X(02).
           05  QL-NOME                  PIC X(60).
       01  QL-CABECALHO REDEFINES QL-DETALHE.
           05  FILLER                   PIC X(01).
           05  QC-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  QC-DATA-EXECUCAO         PIC 9(08).
           05  FILLER                   PIC X(61).
       01  QL-TOTAL REDEFINES QL-DETALHE.
           05  FILLER                   PIC X(04).
           05  QT-TEXTO                 PIC X(45).
           05  QT-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
