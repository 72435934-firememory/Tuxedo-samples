      *   2026-09-02  RPS  AUDITREC grew to 9 field slots (tax          *
      *                    registration); the per-field print loop     *
      *                    follows.                                     *
      *   2026-10-15  RPS  Contact maintenance entries (type 'C',      *
      *                    ORA002Y) shown as CONTATO.                  *
      *   2026-10-15  RPS  LGPD anonymization entries (type 'L',       *
      *                    ORA003B) shown as ANONIMIZADO.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE 'REATIVACAO'  TO AL-TIPO
               WHEN AU-RECUSA
                   MOVE 'NEGADO'      TO AL-TIPO
               WHEN AU-CONTATO
                   MOVE 'CONTATO'     TO AL-TIPO
               WHEN AU-ANONIMIZACAO
                   MOVE 'ANONIMIZADO' TO AL-TIPO
               WHEN OTHER
                   MOVE AU-TIPO-TRANS TO AL-TIPO
           END-EVALUATE.
