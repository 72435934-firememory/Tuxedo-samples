      *---------------------------------------------------------------*
      *  RFBMOVE    - REGISTRO DO ARQUIVO DE SITUACAO CADASTRAL DA     *
      *               RECEITA FEDERAL (RFBFEED)                        *
      *---------------------------------------------------------------*
      *  Fixed-format record on the monthly file bought from the      *
      *  Receita data provider: one record per CNPJ/CPF with its      *
      *  registration status, the date that status took effect and   *
      *  the legal name (razao social, or the person's name) held by  *
      *  the Receita.  RF-INSCRICAO follows CM-INSCRICAO-FISCAL: a    *
      *  CNPJ in 14 digits, a CPF right-aligned with three leading    *
      *  zeros.  The provider sends RF-SITUACAO already normalized to *
      *  one code table for both kinds of registration; anything but  *
      *  '02' (ativa / regular) is an irregular registration.  Read   *
      *  by ORA003C, which matches it against the active clients.     *
      *---------------------------------------------------------------*
       01  RECEITA-MOVIMENTO.
           05  RF-INSCRICAO             PIC 9(14).
           05  RF-TIPO-PESSOA           PIC X(01).
               88  RF-PESSOA-FISICA     VALUE 'F'.
               88  RF-PESSOA-JURIDICA   VALUE 'J'.
           05  RF-SITUACAO              PIC X(02).
               88  RF-NULA              VALUE '01'.
               88  RF-REGULAR           VALUE '02'.
               88  RF-SUSPENSA          VALUE '03'.
               88  RF-INAPTA            VALUE '04'.
               88  RF-PENDENTE          VALUE '05'.
               88  RF-FALECIDO          VALUE '06'.
               88  RF-BAIXADA           VALUE '08'.
               88  RF-CANCELADA         VALUE '09'.
           05  RF-DATA-SITUACAO         PIC 9(08).
           05  RF-NOME                  PIC X(60).
           05  FILLER                   PIC X(15).
