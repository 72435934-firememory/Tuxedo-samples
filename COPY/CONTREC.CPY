      *---------------------------------------------------------------*
      *  CONTREC    - REGISTRO DE CONTATO DO CLIENTE (CLICONT)        *
      *---------------------------------------------------------------*
      *  Child record of the client master: one contact person per    *
      *  record on the indexed file CLICONT, keyed on the client      *
      *  CODIGO plus a sequence number keyed by the clerk, so the     *
      *  clerks who call about a rejected billing row or an open      *
      *  balance have somebody to ring.  KT-FUNCAO says what the      *
      *  person handles for the client (compras, financeiro,          *
      *  entrega); KT-PREFERENCIAL marks the one contact to try       *
      *  first -- at most one current contact per client carries it.  *
      *  Maintained through the MAPG01 screen (ORA002Y).  KT-DATA-    *
      *  FIM zero means the contact is current; an end-dated contact  *
      *  stays on file for history but drops off the contact list.    *
      *  The last-maintenance stamp mirrors the one on CLIMAST.       *
      *---------------------------------------------------------------*
       01  CONTATO-CLIENTE.
           05  KT-CHAVE.
               10  KT-CODIGO            PIC 9(06).
               10  KT-SEQUENCIA         PIC 9(02).
           05  KT-NOME                  PIC X(30).
           05  KT-FUNCAO                PIC X(01).
               88  KT-COMPRAS           VALUE 'C'.
               88  KT-FINANCEIRO        VALUE 'F'.
               88  KT-ENTREGA           VALUE 'E'.
               88  KT-FUNCAO-VALIDA     VALUE 'C' 'F' 'E'.
           05  KT-DDD                   PIC 9(02).
           05  KT-TELEFONE              PIC 9(09).
           05  KT-RAMAL                 PIC 9(04).
           05  KT-EMAIL                 PIC X(50).
           05  KT-PREFERENCIAL          PIC X(01).
               88  KT-PREFERIDO         VALUE 'S'.
           05  KT-DATA-INICIO           PIC 9(08).
           05  KT-DATA-FIM              PIC 9(08).
               88  KT-VIGENTE           VALUE ZERO.
           05  KT-ULT-DATA-MANUT        PIC 9(08).
           05  KT-ULT-HORA-MANUT        PIC 9(06).
           05  KT-ULT-OPERADOR          PIC X(08).
