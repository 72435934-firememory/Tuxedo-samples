      *                    longer applies the address: it is held on   *
      *                    FUTCLI and the nightly ORA002F job applies  *
      *                    it on the day it comes due.                 *
      *   2026-10-15  RPS  ENTER stores the IBGE municipality code     *
      *                    ORA002V resolves from the CEPTAB prefix     *
      *                    (EN-MUNICIPIO-IBGE, or FT-MUNICIPIO-IBGE    *
      *                    on a future-dated address).                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CAD-TABELA-ERROS.
           05  CAD-ERRO-MSG              OCCURS 6 TIMES
                                         PIC X(60).
       01  CAD-MUNICIPIO-IBGE            PIC 9(07)   VALUE ZERO.

       01  CAD-RESP                      PIC S9(08) COMP.
       01  CAD-RESP-ENDBR                PIC S9(08) COMP.
                                CAD-SW-EDITA-INSCRICAO
                                CAD-ACHOU-CEP
                                CP-CIDADE CP-ESTADO
                                CP-MUNICIPIO-IBGE CAD-MUNICIPIO-IBGE
                                CAD-ERRO-VALIDACAO CAD-QTD-ERROS
                                CAD-TABELA-ERROS.

           MOVE CEPI          TO FT-CEP.
           MOVE SPACE         TO FT-TIPO-PESSOA.
           MOVE ZERO          TO FT-INSCRICAO.
           MOVE CAD-MUNICIPIO-IBGE TO FT-MUNICIPIO-IBGE.
           MOVE CAD-OPERADOR  TO FT-OPERADOR.
           MOVE EIBTRMID      TO FT-TERMINAL.
           MOVE CAD-DATA      TO FT-DATA-GRAVACAO.
           MOVE 'N' TO CAD-ACHOU-CEP.
           MOVE SPACES TO CP-CIDADE.
           MOVE SPACES TO CP-ESTADO.
           MOVE ZERO   TO CP-MUNICIPIO-IBGE.
           IF CEPI NOT = ZERO
               MOVE CEPI(1:5) TO CP-PREFIXO
               EXEC CICS READ FILE('CEPTAB')
           MOVE ESTADOI   TO EN-ESTADO.
           MOVE NOMEESTI  TO EN-NOMEEST.
           MOVE CEPI      TO EN-CEP.
           MOVE CAD-MUNICIPIO-IBGE TO EN-MUNICIPIO-IBGE.
           MOVE CAD-DATA      TO EN-ULT-DATA-MANUT.
           MOVE CAD-HORA      TO EN-ULT-HORA-MANUT.
           MOVE CAD-OPERADOR  TO EN-ULT-OPERADOR.
