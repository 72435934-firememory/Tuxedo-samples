      *   2026-09-02  RPS  CLIMAST gained the tax registration;         *
      *                    converted clients come across with it        *
      *                    blank/zero, to be collected at the screen.   *
      *   2026-10-15  RPS  CLIMAST gained the sales representative      *
      *                    assignment; converted clients come across    *
      *                    unassigned until the next ORA003G night.     *
      *   2026-10-15  RPS  CLIMAST gained the IBGE municipality code;   *
      *                    converted clients come across with zero      *
      *                    until ORA003N fills it from the CEP prefix.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE SPACES        TO CM-ULT-OPERADOR.
           MOVE SPACE         TO CM-TIPO-PESSOA.
           MOVE ZERO          TO CM-INSCRICAO-FISCAL.
           MOVE SPACES        TO CM-REPRESENTANTE.
           MOVE ZERO          TO CM-DATA-ATRIB-REPR.
           MOVE ZERO          TO CM-MUNICIPIO-IBGE.
           WRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY 'ORA002C - CHAVE DUPLICADA IGNORADA: '
