      *                                                                *
      *   Modification history.                                       *
      *   2026-09-02  RPS  Original version.                          *
      *   2026-10-15  RPS  The IBGE municipality code captured with   *
      *                    the pending change is applied with it.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE FT-CEP          TO CM-CEP.
           MOVE FT-TIPO-PESSOA  TO CM-TIPO-PESSOA.
           MOVE FT-INSCRICAO    TO CM-INSCRICAO-FISCAL.
           MOVE FT-MUNICIPIO-IBGE TO CM-MUNICIPIO-IBGE.
           MOVE CAD-DATA-EXECUCAO TO CM-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO TO CM-ULT-HORA-MANUT.
           MOVE FT-OPERADOR       TO CM-ULT-OPERADOR.
           MOVE FT-ESTADO       TO EN-ESTADO.
           MOVE FT-NOMEEST      TO EN-NOMEEST.
           MOVE FT-CEP          TO EN-CEP.
           MOVE FT-MUNICIPIO-IBGE TO EN-MUNICIPIO-IBGE.
           MOVE CAD-DATA-EXECUCAO TO EN-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO TO EN-ULT-HORA-MANUT.
           MOVE FT-OPERADOR       TO EN-ULT-OPERADOR.
