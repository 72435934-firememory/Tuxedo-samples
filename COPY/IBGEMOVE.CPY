      *---------------------------------------------------------------*
      *  IBGEMOVE   - REGISTRO DO ARQUIVO DE MUNICIPIOS DO IBGE       *
      *---------------------------------------------------------------*
      *  Fixed-format 80-byte record of the municipality file taken   *
      *  from the IBGE territorial division table: one record per     *
      *  municipality with its 7-digit IBGE code (the code the NF-e   *
      *  carries), its UF and its official name.  The file is the     *
      *  whole country every time, not a movement, and names arrive   *
      *  without accents.  Read by ORA003M, which rebuilds the        *
      *  indexed municipality table IBGEMUN from it.                  *
      *---------------------------------------------------------------*
       01  IBGE-MOVIMENTO.
           05  IG-CODIGO                PIC 9(07).
           05  IG-ESTADO                PIC X(02).
           05  IG-NOME                  PIC X(60).
           05  FILLER                   PIC X(11).
