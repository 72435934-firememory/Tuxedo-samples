      *---------------------------------------------------------------*
      *  CONLREC    - LINHA DE IMPRESSAO DA LISTA DE CONTATOS POR     *
      *               CLIENTE (ORA002Z)                                *
      *---------------------------------------------------------------*
      *  Single 132-byte print-line area for ORA002Z, the contact     *
      *  list the collections team works from.  KL-DETALHE is the     *
      *  one physical record under the report FD: one current        *
      *  contact of the client above it.  KL-CLIENTE (the client      *
      *  break line, with the open balance from BALCLI), KL-          *
      *  CABECALHO (title and selection) and KL-TOTAL REDEFINE it.   *
      *---------------------------------------------------------------*
       01  KL-DETALHE.
           05  FILLER                   PIC X(04).
           05  KL-SEQUENCIA             PIC 9(02).
           05  FILLER                   PIC X(02).
           05  KL-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  KL-FUNCAO                PIC X(10).
           05  FILLER                   PIC X(02).
           05  KL-TELEFONE              PIC X(19).
           05  FILLER                   PIC X(02).
           05  KL-EMAIL                 PIC X(50).
           05  FILLER                   PIC X(02).
           05  KL-PREFERIDO             PIC X(04).
           05  FILLER                   PIC X(03).
       01  KL-CLIENTE REDEFINES KL-DETALHE.
           05  FILLER                   PIC X(01).
           05  KC-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(02).
           05  KC-NOME                  PIC X(30).
           05  FILLER                   PIC X(02).
           05  KC-CIDADE                PIC X(20).
           05  FILLER                   PIC X(01).
           05  KC-ESTADO                PIC X(02).
           05  FILLER                   PIC X(02).
           05  KC-SALDO-TEXTO           PIC X(06).
           05  KC-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02).
           05  KC-SITUACAO              PIC X(10).
           05  FILLER                   PIC X(34).
       01  KL-CABECALHO REDEFINES KL-DETALHE.
           05  FILLER                   PIC X(01).
           05  KX-TITULO                PIC X(60).
           05  FILLER                   PIC X(02).
           05  KX-SELECAO               PIC X(40).
           05  FILLER                   PIC X(29).
       01  KL-TOTAL REDEFINES KL-DETALHE.
           05  FILLER                   PIC X(04).
           05  KS-TEXTO                 PIC X(45).
           05  KS-QUANTIDADE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(72).
