      *                    follows.  The screen still shows at most    *
      *                    seven lines -- an entry never changes more  *
      *                    than seven fields at once in practice.      *
      *   2026-10-15  RPS  Contact maintenance entries (type 'C',      *
      *                    ORA002Y) shown as CONTATO.                  *
      *   2026-10-15  RPS  LGPD anonymization entries (type 'L',       *
      *                    ORA003B) shown as ANONIMIZADO.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE 'REATIVACAO'   TO TIPOAUDO
               WHEN AU-RECUSA
                   MOVE 'NEGADO'       TO TIPOAUDO
               WHEN AU-CONTATO
                   MOVE 'CONTATO'      TO TIPOAUDO
               WHEN AU-ANONIMIZACAO
                   MOVE 'ANONIMIZADO'  TO TIPOAUDO
               WHEN OTHER
                   MOVE AU-TIPO-TRANS  TO TIPOAUDO
           END-EVALUATE.
