      *   or duplicate codes are rejected to the report, the same     *
      *   treatment ORA002P gives the CEP movement file.              *
      *                                                                *
      *   Every balance loaded is also kept on the BALHIST history    *
      *   under the month of the load (AAAAMM), with a control        *
      *   record (CODIGO zero) holding the month's count and total.   *
      *   Twelve months are kept: before loading, the months older    *
      *   than the window are purged, and so is the current month if  *
      *   the feed is being reloaded.  ORA003E reports the trend.     *
      *                                                                *
      *   Modification history.                                       *
      *   2026-09-02  RPS  Original version.                          *
      *   2026-10-15  RPS  Twelve-month balance history kept on       *
      *                    BALHIST, purged by month on each load.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SD-CODIGO
               FILE STATUS IS CAD-STATUS-SALDOS.

           SELECT HISTORICO     ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS CAD-STATUS-HIST.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  SALDOS.
       COPY SALDOREC.

       FD  HISTORICO.
       COPY SALHREC.

       FD  CLIMAST.
       COPY CLIMAST.


       01  CAD-STATUS-MOVTO             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-HIST              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

           88  CAD-FIM-MOVTO            VALUE 'S'.
       01  CAD-SW-FIM-SALDOS            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SALDOS           VALUE 'S'.
       01  CAD-SW-FIM-HIST              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-HIST             VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  JANELA DO HISTORICO: O MES DESTA CARGA E O MAIS ANTIGO QUE    *
      *  FICA (ONZE MESES ANTES).  CALCULO EM MESES CORRIDOS.          *
      *---------------------------------------------------------------*
       01  CAD-MESES-HISTORICO          PIC 9(02)   VALUE 12.
       01  CAD-MES-REFERENCIA           PIC 9(06)   VALUE ZERO.
       01  CAD-MES-CORTE                PIC 9(06)   VALUE ZERO.
       01  CAD-ANO-CALC                 PIC 9(04)   VALUE ZERO.
       01  CAD-MES-CALC                 PIC 9(02)   VALUE ZERO.
       01  CAD-MESES-CORRIDOS           PIC 9(06)   VALUE ZERO.
       01  CAD-SALDO-TOTAL-MES          PIC 9(11)V99 VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-MOVTOS-LIDOS         PIC 9(08)   VALUE ZERO.
           05  CAD-SALDOS-CARREGADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-REJEITADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-EXC-INATIVOS         PIC 9(08)   VALUE ZERO.
           05  CAD-EXC-INEXISTENTES     PIC 9(08)   VALUE ZERO.
           05  CAD-HIST-GRAVADOS        PIC 9(08)   VALUE ZERO.
           05  CAD-HIST-EXPURGADOS      PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           PERFORM 1500-EXPURGAR-HISTORICO THRU 1500-EXIT.

           PERFORM 2000-LER-MOVIMENTO THRU 2000-EXIT.
           PERFORM 3000-CARREGAR-SALDO THRU 3000-EXIT
               UNTIL CAD-FIM-MOVTO.
           PERFORM 3300-GRAVAR-CONTROLE-HIST THRU 3300-EXIT.

           PERFORM 4000-RELATAR-EXCECOES THRU 4000-EXIT.
           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
                   CAD-MOVTOS-REJEITADOS.
           DISPLAY 'ORA002W - INATIVOS COM SALDO  : '
                   CAD-EXC-INATIVOS.
           DISPLAY 'ORA002W - GRAVADOS NO HISTORICO: '
                   CAD-HIST-GRAVADOS.
           DISPLAY 'ORA002W - EXPURGADOS DO HIST. : '
                   CAD-HIST-EXPURGADOS.
           GOBACK.

      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  MOVIMENTO.
           OPEN OUTPUT SALDOS.
           OPEN I-O    HISTORICO.
           OPEN INPUT  CLIMAST.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-MOVTO NOT = '00'
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-HIST NOT = '00'
               DISPLAY 'ORA002W - ERRO ABRINDO BALHIST: '
                       CAD-STATUS-HIST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA002W - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-EXPURGAR-HISTORICO - ANTES DA CARGA, TIRA DO BALHIST OS  *
      *  MESES QUE SAEM DA JANELA DE CAD-MESES-HISTORICO MESES E O     *
      *  PROPRIO MES DESTA CARGA (RECARGA DO MOVIMENTO NO MESMO MES:   *
      *  VALE SO O ULTIMO).                                            *
      ******************************************************************
       1500-EXPURGAR-HISTORICO.
           DIVIDE CAD-DATA-EXECUCAO BY 100
               GIVING CAD-MES-REFERENCIA.
           DIVIDE CAD-MES-REFERENCIA BY 100
               GIVING CAD-ANO-CALC REMAINDER CAD-MES-CALC.
           COMPUTE CAD-MESES-CORRIDOS = CAD-ANO-CALC * 12
                                      + CAD-MES-CALC - 1
                                      - CAD-MESES-HISTORICO + 1.
           DIVIDE CAD-MESES-CORRIDOS BY 12
               GIVING CAD-ANO-CALC REMAINDER CAD-MES-CALC.
           COMPUTE CAD-MES-CORTE = CAD-ANO-CALC * 100
                                 + CAD-MES-CALC + 1.

           MOVE ZERO TO HS-CODIGO.
           MOVE ZERO TO HS-ANO-MES.
           START HISTORICO KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-HIST
           END-START.
           PERFORM 1510-EXPURGAR-REGISTRO THRU 1510-EXIT
               UNTIL CAD-FIM-HIST.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  1510-EXPURGAR-REGISTRO - UM REGISTRO DO HISTORICO POR VEZ     *
      ******************************************************************
       1510-EXPURGAR-REGISTRO.
           READ HISTORICO NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-HIST
                   GO TO 1510-EXIT
           END-READ.
           IF HS-ANO-MES < CAD-MES-CORTE
           OR HS-ANO-MES = CAD-MES-REFERENCIA
               DELETE HISTORICO RECORD
                   INVALID KEY
                       DISPLAY 'ORA002W - FALHA EXPURGANDO BALHIST '
                               HS-CHAVE ' STATUS ' CAD-STATUS-HIST
                   NOT INVALID KEY
                       ADD 1 TO CAD-HIST-EXPURGADOS
               END-DELETE
           END-IF.
       1510-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LER-MOVIMENTO                                             *
      ******************************************************************
                   PERFORM 3100-REJEITAR-DUPLICADO THRU 3100-EXIT
               NOT INVALID KEY
                   ADD 1 TO CAD-SALDOS-CARREGADOS
                   PERFORM 3200-GRAVAR-HISTORICO THRU 3200-EXIT
           END-WRITE.

           PERFORM 2000-LER-MOVIMENTO THRU 2000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-GRAVAR-HISTORICO - O SALDO ACEITO ENTRA NO BALHIST SOB O *
      *  MES DESTA CARGA                                               *
      ******************************************************************
       3200-GRAVAR-HISTORICO.
           MOVE SB-CODIGO          TO HS-CODIGO.
           MOVE CAD-MES-REFERENCIA TO HS-ANO-MES.
           MOVE SB-SALDO           TO HS-SALDO.
           MOVE ZERO               TO HS-QTD-CLIENTES.
           MOVE CAD-DATA-EXECUCAO  TO HS-DATA-CARGA.
           WRITE SALDO-HISTORICO
               INVALID KEY
                   DISPLAY 'ORA002W - FALHA GRAVANDO BALHIST '
                           HS-CHAVE ' STATUS ' CAD-STATUS-HIST
               NOT INVALID KEY
                   ADD 1        TO CAD-HIST-GRAVADOS
                   ADD SB-SALDO TO CAD-SALDO-TOTAL-MES
           END-WRITE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-GRAVAR-CONTROLE-HIST - REGISTRO DE CONTROLE DO MES       *
      *  (CODIGO ZERO): PROVA QUE O MES FOI CARREGADO, COM A QUANTIDADE*
      *  E O TOTAL DOS SALDOS                                          *
      ******************************************************************
       3300-GRAVAR-CONTROLE-HIST.
           MOVE ZERO                TO HS-CODIGO.
           MOVE CAD-MES-REFERENCIA  TO HS-ANO-MES.
           MOVE CAD-SALDO-TOTAL-MES TO HS-SALDO.
           MOVE CAD-HIST-GRAVADOS   TO HS-QTD-CLIENTES.
           MOVE CAD-DATA-EXECUCAO   TO HS-DATA-CARGA.
           WRITE SALDO-HISTORICO
               INVALID KEY
                   DISPLAY 'ORA002W - FALHA GRAVANDO CONTROLE DO'
                           ' BALHIST STATUS ' CAD-STATUS-HIST
           END-WRITE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-RELATAR-EXCECOES - VARRE O BALCLI RECEM-CARREGADO:        *
      *  CLIENTE JA INATIVO COM SALDO EM ABERTO E A EXCECAO QUE A       *
           MOVE 'SALDOS SEM CLIENTE NO CLIMAST'     TO WT-TEXTO.
           MOVE CAD-EXC-INEXISTENTES                 TO WT-QUANTIDADE.
           WRITE WL-TOTAL.

           MOVE SPACES                             TO WL-TOTAL.
           MOVE 'SALDOS GRAVADOS NO HISTORICO'      TO WT-TEXTO.
           MOVE CAD-HIST-GRAVADOS                    TO WT-QUANTIDADE.
           WRITE WL-TOTAL.

           MOVE SPACES                             TO WL-TOTAL.
           MOVE 'REGISTROS EXPURGADOS DO HISTORICO' TO WT-TEXTO.
           MOVE CAD-HIST-EXPURGADOS                  TO WT-QUANTIDADE.
           WRITE WL-TOTAL.
       7000-EXIT.
           EXIT.

      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE MOVIMENTO SALDOS HISTORICO CLIMAST RELATORIO.
       8000-EXIT.
           EXIT.

