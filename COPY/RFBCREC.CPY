      *---------------------------------------------------------------*
      *  RFBCREC    - REGISTRO DO ARQUIVO DE OCORRENCIAS DA           *
      *               CONFERENCIA COM A RECEITA FEDERAL (RFBCLI)       *
      *---------------------------------------------------------------*
      *  One record per active client the monthly ORA003C cross-      *
      *  check found something wrong with, keyed on the client        *
      *  CODIGO.  Replaced whole on every run, like BALCLI, so it     *
      *  always holds the picture of the latest Receita file; RV-     *
      *  DATA-REFERENCIA is the run date.  RV-OCORRENCIA says what    *
      *  was found: 'I' the registration is closed or irregular (RV-  *
      *  SITUACAO/RV-DESCRICAO/RV-DATA-SITUACAO as the Receita has    *
      *  them), 'D' the Receita file does not know the registration, *
      *  'R' the registration is regular and the record is there     *
      *  only because RV-NOME-DIVERGENTE is 'S' -- the legal name     *
      *  differs materially from CM-NOME.  ORA002 reads               *
      *  it at random by CODIGO and warns the clerk on MAPA01 when    *
      *  the client on the screen is RV-IRREGULAR.                    *
      *---------------------------------------------------------------*
       01  RECEITA-CLIENTE.
           05  RV-CODIGO                PIC 9(06).
           05  RV-INSCRICAO             PIC 9(14).
           05  RV-OCORRENCIA            PIC X(01).
               88  RV-IRREGULAR         VALUE 'I'.
               88  RV-DESCONHECIDA      VALUE 'D'.
               88  RV-REGULAR           VALUE 'R'.
           05  RV-SITUACAO              PIC X(02).
           05  RV-DESCRICAO             PIC X(16).
           05  RV-DATA-SITUACAO         PIC 9(08).
           05  RV-NOME-DIVERGENTE       PIC X(01).
               88  RV-NOME-DIFERENTE    VALUE 'S'.
           05  RV-DATA-REFERENCIA       PIC 9(08).
