      *---------------------------------------------------------------*
      *  IBGEREC    - REGISTRO DA TABELA DE MUNICIPIOS DO IBGE        *
      *               (IBGEMUN)                                       *
      *---------------------------------------------------------------*
      *  One record per UF and municipality name, keyed so a city     *
      *  held the way CEPTAB and CLIMAST hold it (UF plus a 20-byte   *
      *  upper-case name) can be resolved to its IBGE code with one   *
      *  random READ.  IB-CIDADE is the first 20 bytes of the         *
      *  official name; IB-NOME keeps the whole of it.  When two      *
      *  municipalities of one UF share the first 20 bytes the name   *
      *  cannot tell them apart: the record is IB-AMBIGUO with        *
      *  IB-CODIGO zero and every reader treats it as not found.      *
      *  Rebuilt whole by ORA003M from the IBGE file; read by         *
      *  ORA003M and ORA002P to set CP-MUNICIPIO-IBGE on CEPTAB and   *
      *  by ORA003N when a client's CEP prefix carries no code.       *
      *---------------------------------------------------------------*
       01  MUNICIPIO-IBGE.
           05  IB-CHAVE.
               10  IB-ESTADO            PIC X(02).
               10  IB-CIDADE            PIC X(20).
           05  IB-CODIGO                PIC 9(07).
           05  IB-NOME                  PIC X(60).
           05  IB-SITUACAO              PIC X(01).
               88  IB-UNICO             VALUE 'U'.
               88  IB-AMBIGUO           VALUE 'A'.
