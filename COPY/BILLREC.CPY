      *  in 14 digits, 'J' CNPJ), the identity billing keys on.       *
      *  Blank/zero until the client is re-maintained through the     *
      *  screen.  LRECL moves from 97 to 112.                          *
      *  2026-10-15: BL-BLOQUEIO-CREDITO added to the 'D' row -- 'S'  *
      *  when the client is a chronic debtor under credit hold on     *
      *  BLQCLI (ORA003E), 'N' otherwise.  LRECL moves from 112 to    *
      *  113.                                                         *
      *  2026-10-15: BL-MUNICIPIO-IBGE added to the 'D' row and       *
      *  BE-MUNICIPIO-IBGE to the 'E' row -- the IBGE municipality    *
      *  code of the address, which the NF-e needs instead of the     *
      *  city text.  Zero when the CEP prefix has no code.  LRECL     *
      *  moves from 113 to 120.                                       *
      *---------------------------------------------------------------*
       01  BILLING-RECORD.
           05  BL-TIPO                  PIC X(01).
           05  BL-CEP                    PIC 9(08).
           05  BL-TIPO-PESSOA            PIC X(01).
           05  BL-INSCRICAO              PIC 9(14).
           05  BL-BLOQUEIO-CREDITO       PIC X(01).
               88  BL-CREDITO-BLOQUEADO  VALUE 'S'.
           05  BL-MUNICIPIO-IBGE         PIC 9(07).
       01  BILLING-CABECALHO REDEFINES BILLING-RECORD.
           05  BH-TIPO                  PIC X(01).
           05  BH-DATA-GERACAO          PIC 9(08).
           05  BH-HORA-GERACAO          PIC 9(06).
           05  FILLER                   PIC X(105).
       01  BILLING-ENDERECO REDEFINES BILLING-RECORD.
           05  BE-TIPO                  PIC X(01).
           05  BE-CODIGO                PIC 9(06).
           05  BE-CIDADE                PIC X(20).
           05  BE-ESTADO                PIC X(02).
           05  BE-CEP                   PIC 9(08).
           05  BE-MUNICIPIO-IBGE        PIC 9(07).
           05  FILLER                   PIC X(44).
       01  BILLING-BAIXA REDEFINES BILLING-RECORD.
           05  BX-TIPO                  PIC X(01).
           05  BX-CODIGO                PIC 9(06).
           05  BX-DATA-INATIVACAO       PIC 9(08).
           05  BX-MOTIVO                PIC X(20).
           05  FILLER                   PIC X(85).
       01  BILLING-TRAILER REDEFINES BILLING-RECORD.
           05  BT-TIPO                  PIC X(01).
           05  BT-QTD-DETALHES          PIC 9(08).
           05  BT-HASH-CODIGO           PIC 9(12).
           05  BT-QTD-ENDERECOS         PIC 9(08).
           05  BT-QTD-BAIXAS            PIC 9(08).
           05  FILLER                   PIC X(83).
