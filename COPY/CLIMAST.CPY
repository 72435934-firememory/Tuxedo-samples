      *  leading zeros).  Edited by ORA002V with the modulus-11        *
      *  check-digit rules; blank/zero on records converted before     *
      *  the field existed.                                            *
      *  CM-ANONIMIZADO added 2026-10-15: ORA003B sets this reason    *
      *  when it scrubs the personal data of a long-inactive          *
      *  individual client (LGPD).  Only CODIGO, city/state and the   *
      *  status survive; MAPA01 refuses to reactivate or update such  *
      *  a record -- the person comes back under a new CODIGO.        *
      *  CM-REPRESENTANTE/CM-DATA-ATRIB-REPR added 2026-10-15: the    *
      *  sales representative whose territory (TERRIT) covers the     *
      *  client's UF and CEP, and the night ORA003G last made that    *
      *  assignment.  Written by ORA003G only; spaces when no         *
      *  territory covers the client.  The assignment carries its     *
      *  own date and does not move the last-maintenance stamp.       *
      *  Record length moves from 187 to 201.                         *
      *  CM-MUNICIPIO-IBGE added 2026-10-15: the IBGE municipality    *
      *  code of the master address, which billing needs on the       *
      *  NF-e.  Taken from the CEPTAB prefix of CM-CEP by ORA002V on  *
      *  every add or update (zero when the prefix has no code yet);  *
      *  existing clients were filled by ORA003N.  Record length      *
      *  moves from 201 to 208.                                       *
      *---------------------------------------------------------------*
       01  CLIENT-RECORD.
           05  CM-CODIGO                PIC 9(06).
               88  CM-INATIVO           VALUE 'I'.
           05  CM-DATA-INATIVACAO       PIC 9(08).
           05  CM-MOTIVO-INATIVACAO     PIC X(20).
               88  CM-ANONIMIZADO       VALUE 'ANONIMIZADO LGPD'.
           05  CM-ULT-DATA-MANUT        PIC 9(08).
           05  CM-ULT-HORA-MANUT        PIC 9(06).
           05  CM-ULT-OPERADOR          PIC X(08).
           05  CM-REPRESENTANTE         PIC X(06).
           05  CM-DATA-ATRIB-REPR       PIC 9(08).
           05  CM-MUNICIPIO-IBGE        PIC 9(07).
