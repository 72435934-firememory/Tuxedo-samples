      *---------------------------------------------------------------*
      *  GRPREC     - REGISTRO DO ARQUIVO DE GRUPOS EMPRESARIAIS      *
      *               (CLIGRP)                                        *
      *---------------------------------------------------------------*
      *  One record per corporate group -- two or more ACTIVE 'J'     *
      *  clients whose CNPJ share the same root (the first eight      *
      *  digits, which identify the company; the next four identify   *
      *  the establishment, 0001 being the head office) -- keyed on   *
      *  that root.  Replaced whole by the monthly ORA003D run, like  *
      *  BALCLI; GR-DATA-REFERENCIA is the run date.                  *
      *  GR-CODIGO-MATRIZ is the CODIGO of the head office, zero when *
      *  establishment 0001 is not one of our active clients.         *
      *  GR-SALDO-TOTAL is the sum of SD-SALDO over the group's       *
      *  establishments on the BALCLI of that run.  ORA002U reads it  *
      *  at random by root to carry the group on the selection        *
      *  extract.                                                     *
      *---------------------------------------------------------------*
       01  GRUPO-CLIENTE.
           05  GR-RAIZ                  PIC 9(08).
           05  GR-CODIGO-MATRIZ         PIC 9(06).
           05  GR-QTD-ESTABELEC         PIC 9(04).
           05  GR-SALDO-TOTAL           PIC 9(11)V99.
           05  GR-DATA-REFERENCIA       PIC 9(08).
