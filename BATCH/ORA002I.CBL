      *                    complete after-image to CLIJRN, like every  *
      *                    other writer of CLIMAST (forward recovery,  *
      *                    ORA002J).                                   *
      *   2026-10-15  RPS  Adds start with no sales representative;    *
      *                    ORA003G assigns one the following night.    *
      *   2026-10-15  RPS  ORA002V returns the IBGE municipality code  *
      *                    of the CEP prefix; it is stored on CLIMAST  *
      *                    for adds and updates alike.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CAD-TABELA-ERROS.
           05  CAD-ERRO-MSG             OCCURS 6 TIMES
                                        PIC X(60).
       01  CAD-MUNICIPIO-IBGE           PIC 9(07)   VALUE ZERO.
       01  CAD-NOMEEST                  PIC X(25)   VALUE SPACES.
       01  CAD-FUNCAO                   PIC X(01)   VALUE SPACES.

                                CAD-SW-EDITA-INSCRICAO
                                CAD-SW-ACHOU-CEP
                                CP-CIDADE CP-ESTADO
                                CP-MUNICIPIO-IBGE CAD-MUNICIPIO-IBGE
                                CAD-SW-ERRO-VALIDACAO CAD-QTD-ERROS
                                CAD-TABELA-ERROS.

           MOVE 'N' TO CAD-SW-ACHOU-CEP.
           MOVE SPACES TO CP-CIDADE.
           MOVE SPACES TO CP-ESTADO.
           MOVE ZERO TO CP-MUNICIPIO-IBGE.
           IF TF-CEP NOT = ZERO
               MOVE TF-CEP(1:5) TO CP-PREFIXO
               READ CEPTAB
               MOVE SPACES TO CM-MOTIVO-INATIVACAO
               MOVE SPACE  TO CM-TIPO-PESSOA
               MOVE ZERO   TO CM-INSCRICAO-FISCAL
               MOVE SPACES TO CM-REPRESENTANTE
               MOVE ZERO   TO CM-DATA-ATRIB-REPR
           END-IF.

           MOVE TF-CODIGO     TO CM-CODIGO.
           MOVE TF-ESTADO     TO CM-ESTADO.
           MOVE CAD-NOMEEST   TO CM-NOMEEST.
           MOVE TF-CEP        TO CM-CEP.
           MOVE CAD-MUNICIPIO-IBGE TO CM-MUNICIPIO-IBGE.
           MOVE CAD-DATA-EXECUCAO TO CM-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO TO CM-ULT-HORA-MANUT.
           MOVE 'ORA002I'         TO CM-ULT-OPERADOR.
