      *   for), restarts, return code and the program's counters,      *
      *   with a second line showing the day-over-day delta of each    *
      *   counter against that program's previous registered run.      *
      *   A closed run also shows its elapsed time, with its delta     *
      *   on the second line.                                          *
      *   A program with no record on the report date prints as NAO    *
      *   EXECUTOU.                                                    *
      *                                                                *
      *                    added to the list of controlled programs.  *
      *   2026-09-02  RPS  ORA002F (effective-dated change applier)   *
      *                    added to the list of controlled programs.  *
      *   2026-10-15  RPS  ORA003G (sales representative assignment)  *
      *                    added to the list of controlled programs.  *
      *   2026-10-15  RPS  ORA003O (nightly CLISNAP sweep) added to   *
      *                    the list of controlled programs.  Each     *
      *                    closed run now prints its elapsed time     *
      *                    (end less start, across midnight when the  *
      *                    end is earlier), and the D-1 line prints   *
      *                    its change against the previous closed     *
      *                    run, so a shorter batch window shows up    *
      *                    on the report.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  CAD-FIM-VARREDURA        VALUE 'S'.
       01  CAD-SW-TEM-ANTERIOR          PIC X(01)   VALUE 'N'.
           88  CAD-TEM-ANTERIOR         VALUE 'S'.
       01  CAD-SW-TEM-DURACAO           PIC X(01)   VALUE 'N'.
           88  CAD-TEM-DURACAO          VALUE 'S'.
       01  CAD-SW-TEM-DURACAO-ANT       PIC X(01)   VALUE 'N'.
           88  CAD-TEM-DURACAO-ANT      VALUE 'S'.

       01  CAD-CARTAO-PARM              PIC X(08)   VALUE SPACES.
       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
           05  FILLER                   PIC X(08)   VALUE 'ORA002R '.
           05  FILLER                   PIC X(08)   VALUE 'ORA002T '.
           05  FILLER                   PIC X(08)   VALUE 'ORA002F '.
           05  FILLER                   PIC X(08)   VALUE 'ORA003G '.
           05  FILLER                   PIC X(08)   VALUE 'ORA003O '.
       01  CAD-PROGRAMAS REDEFINES CAD-PROGRAMAS-DADOS.
           05  CAD-NOME-PROGRAMA        OCCURS 7 TIMES
                                        PIC X(08).
       01  CAD-QTD-PROGRAMAS            PIC 9(02)   COMP VALUE 7.
       01  CAD-IND-PROGRAMA             PIC 9(02)   COMP VALUE ZERO.
       01  CAD-PROGRAMA-ALVO            PIC X(08)   VALUE SPACES.

           05  CAD-DELTA-2              PIC S9(09)  VALUE ZERO.
           05  CAD-DELTA-3              PIC S9(09)  VALUE ZERO.

      *---------------------------------------------------------------*
      *  DURACAO DA EXECUCAO (FIM MENOS INICIO, EM SEGUNDOS) E A DA    *
      *  EXECUCAO ANTERIOR ENCERRADA                                   *
      *---------------------------------------------------------------*
       01  CAD-HORA-TRAB                PIC 9(06)   VALUE ZERO.
       01  CAD-HORA-TRAB-R REDEFINES CAD-HORA-TRAB.
           05  CAD-HT-HORA              PIC 9(02).
           05  CAD-HT-MINUTO            PIC 9(02).
           05  CAD-HT-SEGUNDO           PIC 9(02).
       01  CAD-SEG-INICIO               PIC 9(05)   VALUE ZERO.
       01  CAD-SEG-FIM                  PIC 9(05)   VALUE ZERO.
       01  CAD-SEG-CALCULO              PIC S9(05)  VALUE ZERO.
       01  CAD-SEG-DURACAO              PIC 9(05)   VALUE ZERO.
       01  CAD-ANT-SEG-DURACAO          PIC 9(05)   VALUE ZERO.
       01  CAD-DELTA-DURACAO            PIC S9(05)  VALUE ZERO.
       01  CAD-SEG-EDITAR               PIC 9(05)   VALUE ZERO.
       01  CAD-MIN-EDITAR               PIC 9(04)   VALUE ZERO.
       01  CAD-DURACAO-EDITADA.
           05  CAD-DE-HORA              PIC 9(02).
           05  FILLER                   PIC X(01)   VALUE ':'.
           05  CAD-DE-MINUTO            PIC 9(02).
           05  FILLER                   PIC X(01)   VALUE ':'.
           05  CAD-DE-SEGUNDO           PIC 9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      ******************************************************************
       3100-BUSCAR-ANTERIOR.
           MOVE 'N' TO CAD-SW-TEM-ANTERIOR.
           MOVE 'N' TO CAD-SW-TEM-DURACAO-ANT.
           MOVE 'N' TO CAD-SW-FIM-VARREDURA.
           MOVE CAD-PROGRAMA-ALVO TO RC-PROGRAMA.
           MOVE ZERO              TO RC-DATA.
               MOVE RC-CONTADOR-1 TO CAD-ANT-CONTADOR-1
               MOVE RC-CONTADOR-2 TO CAD-ANT-CONTADOR-2
               MOVE RC-CONTADOR-3 TO CAD-ANT-CONTADOR-3
               PERFORM 3250-CALCULAR-DURACAO THRU 3250-EXIT
               MOVE CAD-SW-TEM-DURACAO TO CAD-SW-TEM-DURACAO-ANT
               MOVE CAD-SEG-DURACAO    TO CAD-ANT-SEG-DURACAO
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      *  3200-IMPRIMIR-EXECUCAO - A NOITE DO PROGRAMA E, QUANDO HA      *
      *  EXECUCAO ANTERIOR REGISTRADA, A VARIACAO DE CADA CONTADOR E,  *
      *  SE AS DUAS TEM DURACAO, A VARIACAO DA DURACAO.                *
      ******************************************************************
       3200-IMPRIMIR-EXECUCAO.
           MOVE SPACES          TO SL-DETALHE.
           MOVE RC-CONTADOR-1   TO SL-CONTADOR-1.
           MOVE RC-CONTADOR-2   TO SL-CONTADOR-2.
           MOVE RC-CONTADOR-3   TO SL-CONTADOR-3.
           PERFORM 3250-CALCULAR-DURACAO THRU 3250-EXIT.
           IF CAD-TEM-DURACAO
               MOVE CAD-SEG-DURACAO     TO CAD-SEG-EDITAR
               PERFORM 3260-EDITAR-DURACAO THRU 3260-EXIT
               MOVE CAD-DURACAO-EDITADA TO SL-DURACAO
           END-IF.
           WRITE SL-DETALHE.

           IF CAD-TEM-ANTERIOR
               MOVE CAD-DELTA-1   TO SV-DELTA-1
               MOVE CAD-DELTA-2   TO SV-DELTA-2
               MOVE CAD-DELTA-3   TO SV-DELTA-3
               IF CAD-TEM-DURACAO
               AND CAD-TEM-DURACAO-ANT
                   PERFORM 3270-VARIACAO-DURACAO THRU 3270-EXIT
               END-IF
               WRITE SL-VARIACAO
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3250-CALCULAR-DURACAO - SEGUNDOS ENTRE RC-HORA-INICIO E       *
      *  RC-HORA-FIM DO REGISTRO LIDO.  SO EXECUCAO ENCERRADA TEM      *
      *  DURACAO; FIM ANTES DO INICIO E NOITE QUE VIROU O DIA.         *
      ******************************************************************
       3250-CALCULAR-DURACAO.
           MOVE 'N'  TO CAD-SW-TEM-DURACAO.
           MOVE ZERO TO CAD-SEG-DURACAO.
           IF NOT RC-ENCERRADO
           OR RC-HORA-INICIO = ZERO
               GO TO 3250-EXIT
           END-IF.
           MOVE RC-HORA-INICIO TO CAD-HORA-TRAB.
           COMPUTE CAD-SEG-INICIO = CAD-HT-HORA * 3600
                                  + CAD-HT-MINUTO * 60
                                  + CAD-HT-SEGUNDO.
           MOVE RC-HORA-FIM TO CAD-HORA-TRAB.
           COMPUTE CAD-SEG-FIM = CAD-HT-HORA * 3600
                               + CAD-HT-MINUTO * 60
                               + CAD-HT-SEGUNDO.
           COMPUTE CAD-SEG-CALCULO = CAD-SEG-FIM - CAD-SEG-INICIO.
           IF CAD-SEG-CALCULO < ZERO
               ADD 86400 TO CAD-SEG-CALCULO
           END-IF.
           MOVE CAD-SEG-CALCULO TO CAD-SEG-DURACAO.
           MOVE 'S' TO CAD-SW-TEM-DURACAO.
       3250-EXIT.
           EXIT.

      ******************************************************************
      *  3260-EDITAR-DURACAO - CAD-SEG-EDITAR EM HH:MM:SS              *
      ******************************************************************
       3260-EDITAR-DURACAO.
           DIVIDE CAD-SEG-EDITAR BY 60
               GIVING CAD-MIN-EDITAR REMAINDER CAD-DE-SEGUNDO.
           DIVIDE CAD-MIN-EDITAR BY 60
               GIVING CAD-DE-HORA REMAINDER CAD-DE-MINUTO.
       3260-EXIT.
           EXIT.

      ******************************************************************
      *  3270-VARIACAO-DURACAO - DIFERENCA DE DURACAO CONTRA A         *
      *  EXECUCAO ANTERIOR, COM O SINAL A PARTE DO HH:MM:SS.           *
      ******************************************************************
       3270-VARIACAO-DURACAO.
           COMPUTE CAD-DELTA-DURACAO =
               CAD-SEG-DURACAO - CAD-ANT-SEG-DURACAO.
           IF CAD-DELTA-DURACAO < ZERO
               MOVE '-' TO SV-SINAL-DURACAO
               COMPUTE CAD-SEG-EDITAR = ZERO - CAD-DELTA-DURACAO
           ELSE
               MOVE '+' TO SV-SINAL-DURACAO
               MOVE CAD-DELTA-DURACAO TO CAD-SEG-EDITAR
           END-IF.
           PERFORM 3260-EDITAR-DURACAO THRU 3260-EXIT.
           MOVE CAD-DURACAO-EDITADA TO SV-DELTA-DURACAO.
       3270-EXIT.
           EXIT.

      ******************************************************************
      *  3300-IMPRIMIR-AUSENTE - PROGRAMA SEM REGISTRO NA DATA          *
      ******************************************************************
