      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003E                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Monthly delinquency trend.  BALCLI only ever holds the      *
      *   latest billing feed; ORA002W also keeps every load on the   *
      *   BALHIST history (twelve months, by CODIGO and month).       *
      *   This job reads that history, builds each client's balance   *
      *   month by month over the window of loaded months (the        *
      *   months that have a control record), and sorts into the      *
      *   trend report (HSTREL), by CM-ESTADO, the clients in three   *
      *   categories:                                                  *
      *     EM ALTA  - the balance rose at least MESES-ALTA months    *
      *                running, up to the latest month;               *
      *     CRONICO  - an open balance in every month of the window,  *
      *                the window being at least MESES-MINIMOS        *
      *                months long;                                   *
      *     NOVO     - a balance in the latest month and none in the  *
      *                month before.                                  *
      *   A client may appear in more than one category.  Every       *
      *   chronic debtor is under credit hold: the indexed BLQCLI     *
      *   file is replaced whole on every run (like BALCLI) with one  *
      *   record per chronic client, so whoever pays up is released   *
      *   by the next run.  ORA002 shows the hold on MAPA01 and       *
      *   ORA002E sends it to billing.  Run monthly, after ORA002W.   *
      *                                                                *
      *   Parameter card (SYSIN), optional:                           *
      *     cols 1-2  MESES-ALTA, consecutive rises (default 03)      *
      *     cols 4-5  MESES-MINIMOS, shortest window for the chronic  *
      *               rule, 02 to 12 (default 06)                     *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003E.
       AUTHOR.        R. P. SILVEIRA.
       INSTALLATION.  DATA CENTER - CLIENT SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-TENDENCIA ASSIGN TO SORTWK01.

           SELECT HISTORICO     ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS CAD-STATUS-HIST.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT BLOQUEIOS     ASSIGN TO BLQCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-CODIGO
               FILE STATUS IS CAD-STATUS-BLOQ.

           SELECT RELATORIO     ASSIGN TO HSTREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
      *  SORT-TENDENCIA-REC - UM CLIENTE EM UMA CATEGORIA, NA ORDEM DO *
      *  RELATORIO: ESTADO, CATEGORIA, CODIGO.                         *
      *---------------------------------------------------------------*
       SD  SORT-TENDENCIA.
       01  SORT-TENDENCIA-REC.
           05  HK-ESTADO                PIC X(02).
           05  HK-CATEGORIA             PIC 9(01).
               88  HK-EM-ALTA           VALUE 1.
               88  HK-CRONICO           VALUE 2.
               88  HK-NOVO              VALUE 3.
           05  HK-CODIGO                PIC 9(06).
           05  HK-NOME                  PIC X(30).
           05  HK-MESES-SALDO           PIC 9(02).
           05  HK-ALTAS                 PIC 9(02).
           05  HK-SALDO-ANTERIOR        PIC 9(09)V99.
           05  HK-SALDO-ATUAL           PIC 9(09)V99.
           05  HK-BLOQUEIO              PIC X(01).

       FD  HISTORICO.
       COPY SALHREC.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  BLOQUEIOS.
       COPY BLQREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY HSTLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-HIST              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-BLOQ              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-HIST              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-HIST             VALUE 'S'.
       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SORT             VALUE 'S'.
       01  CAD-SW-ACHOU-MES             PIC X(01)   VALUE 'N'.
           88  CAD-MES-ACHADO           VALUE 'S'.
       01  CAD-SW-SEGUE-ALTA            PIC X(01)   VALUE 'N'.
           88  CAD-SEGUE-ALTA           VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): MESES DE ALTA (1-2) E JANELA     *
      *  MINIMA DO CRONICO (4-5).  CAMPO AUSENTE OU INVALIDO CAI NO    *
      *  PADRAO.                                                       *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM.
           05  CAD-PARM-ALTA            PIC X(02).
           05  FILLER                   PIC X(01).
           05  CAD-PARM-MINIMO          PIC X(02).
           05  FILLER                   PIC X(75).
       01  CAD-ALTA-PADRAO              PIC 9(02)   COMP VALUE 3.
       01  CAD-MINIMO-PADRAO            PIC 9(02)   COMP VALUE 6.
       01  CAD-MESES-ALTA               PIC 9(02)   VALUE ZERO.
       01  CAD-MESES-MINIMOS            PIC 9(02)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  JANELA - OS MESES CARREGADOS NO BALHIST (REGISTROS DE         *
      *  CONTROLE), DO MAIS ANTIGO AO MAIS RECENTE.                    *
      *---------------------------------------------------------------*
       01  CAD-MAX-MESES                PIC 9(02)   COMP VALUE 12.
       01  CAD-QTD-MESES                PIC 9(02)   COMP VALUE ZERO.
       01  CAD-IND-MES                  PIC 9(02)   COMP VALUE ZERO.
       01  CAD-JANELA.
           05  CAD-MES-JANELA           PIC 9(06)   OCCURS 12 TIMES.

      *---------------------------------------------------------------*
      *  CLIENTE EM AVALIACAO - SALDO DE CADA MES DA JANELA (ZERO NO   *
      *  MES EM QUE NAO DEVIA)                                         *
      *---------------------------------------------------------------*
       01  CAD-CODIGO-ATUAL             PIC 9(06)   VALUE ZERO.
       01  CAD-SALDOS-CLIENTE.
           05  CAD-SALDO-MES            PIC 9(09)V99 OCCURS 12 TIMES.
       01  CAD-MESES-COM-SALDO          PIC 9(02)   VALUE ZERO.
       01  CAD-ALTAS-SEGUIDAS           PIC 9(02)   VALUE ZERO.
       01  CAD-SALDO-ATUAL-CLI          PIC 9(09)V99 VALUE ZERO.
       01  CAD-SALDO-ANTERIOR-CLI       PIC 9(09)V99 VALUE ZERO.
       01  CAD-SW-CRONICO               PIC X(01)   VALUE 'N'.
           88  CAD-CLIENTE-CRONICO      VALUE 'S'.

      *---------------------------------------------------------------*
      *  QUEBRAS DO RELATORIO                                          *
      *---------------------------------------------------------------*
       01  CAD-ESTADO-ATUAL             PIC X(02)   VALUE HIGH-VALUES.
       01  CAD-CATEGORIA-ATUAL          PIC 9(01)   VALUE ZERO.
       01  CAD-TOTAIS-ESTADO.
           05  CAD-UF-EM-ALTA           PIC 9(08)   VALUE ZERO.
           05  CAD-UF-CRONICOS          PIC 9(08)   VALUE ZERO.
           05  CAD-UF-NOVOS             PIC 9(08)   VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-HIST-LIDOS           PIC 9(08)   VALUE ZERO.
           05  CAD-HIST-FORA-JANELA     PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-AVALIADOS   PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-SEM-CADASTRO PIC 9(08)  VALUE ZERO.
           05  CAD-CLIENTES-EM-ALTA     PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-CRONICOS    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-NOVOS       PIC 9(08)   VALUE ZERO.
           05  CAD-BLOQUEIOS-GRAVADOS   PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 1100-TRATAR-PARAMETRO  THRU 1100-EXIT.
           PERFORM 1000-ABRIR-ARQUIVOS    THRU 1000-EXIT.
           PERFORM 1200-MONTAR-JANELA     THRU 1200-EXIT.
           PERFORM 1300-IMPRIMIR-CABECALHO THRU 1300-EXIT.

           SORT SORT-TENDENCIA
               ON ASCENDING KEY HK-ESTADO HK-CATEGORIA HK-CODIGO
               INPUT PROCEDURE IS 2000-AVALIAR-HISTORICO
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-TENDENCIA
                   THRU 3000-EXIT.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003E - MESES NA JANELA        : '
                   CAD-QTD-MESES.
           DISPLAY 'ORA003E - CLIENTES AVALIADOS     : '
                   CAD-CLIENTES-AVALIADOS.
           DISPLAY 'ORA003E - SALDO EM ALTA          : '
                   CAD-CLIENTES-EM-ALTA.
           DISPLAY 'ORA003E - DEVEDORES CRONICOS     : '
                   CAD-CLIENTES-CRONICOS.
           DISPLAY 'ORA003E - NOVOS INADIMPLENTES    : '
                   CAD-CLIENTES-NOVOS.
           DISPLAY 'ORA003E - BLOQUEIOS GRAVADOS     : '
                   CAD-BLOQUEIOS-GRAVADOS.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS - O BLQCLI E SUBSTITUIDO INTEIRO A CADA   *
      *  EXECUCAO: QUEM DEIXOU DE SER CRONICO SAI DO BLOQUEIO.         *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  HISTORICO.
           OPEN INPUT  CLIMAST.
           OPEN OUTPUT BLOQUEIOS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-HIST NOT = '00'
               DISPLAY 'ORA003E - ERRO ABRINDO BALHIST: '
                       CAD-STATUS-HIST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003E - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-BLOQ NOT = '00'
               DISPLAY 'ORA003E - ERRO ABRINDO BLQCLI: '
                       CAD-STATUS-BLOQ
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003E - ERRO ABRINDO HSTREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-TRATAR-PARAMETRO - CARTAO SYSIN OPCIONAL                 *
      ******************************************************************
       1100-TRATAR-PARAMETRO.
           MOVE SPACES TO CAD-CARTAO-PARM.
           ACCEPT CAD-CARTAO-PARM.
           IF CAD-PARM-ALTA IS NUMERIC
           AND CAD-PARM-ALTA NOT = '00'
               MOVE CAD-PARM-ALTA   TO CAD-MESES-ALTA
           ELSE
               MOVE CAD-ALTA-PADRAO TO CAD-MESES-ALTA
           END-IF.
           IF CAD-PARM-MINIMO IS NUMERIC
           AND CAD-PARM-MINIMO NOT < '02'
           AND CAD-PARM-MINIMO NOT > '12'
               MOVE CAD-PARM-MINIMO   TO CAD-MESES-MINIMOS
           ELSE
               MOVE CAD-MINIMO-PADRAO TO CAD-MESES-MINIMOS
           END-IF.
           DISPLAY 'ORA003E - MESES DE ALTA SEGUIDOS : ' CAD-MESES-ALTA.
           DISPLAY 'ORA003E - JANELA MINIMA CRONICO  : '
                   CAD-MESES-MINIMOS.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-MONTAR-JANELA - OS REGISTROS DE CONTROLE (CODIGO ZERO)   *
      *  VEM PRIMEIRO NO BALHIST, EM ORDEM DE MES.  SE POR ALGUM       *
      *  MOTIVO HOUVER MAIS DE DOZE, FICAM OS DOZE MAIS RECENTES.      *
      ******************************************************************
       1200-MONTAR-JANELA.
           PERFORM 2010-LER-HISTORICO THRU 2010-EXIT.
           PERFORM 1210-INCLUIR-MES THRU 1210-EXIT
               UNTIL CAD-FIM-HIST
                  OR NOT HS-REG-CONTROLE.
           IF CAD-QTD-MESES < 2
               DISPLAY 'ORA003E - MENOS DE DOIS MESES NO BALHIST -'
                       ' NENHUMA TENDENCIA A RELATAR'
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1210-INCLUIR-MES                                              *
      ******************************************************************
       1210-INCLUIR-MES.
           IF CAD-QTD-MESES < CAD-MAX-MESES
               ADD 1 TO CAD-QTD-MESES
           ELSE
               MOVE ZERO TO CAD-IND-MES
               PERFORM 1220-DESLOCAR-MES THRU 1220-EXIT
                   UNTIL CAD-IND-MES NOT < CAD-MAX-MESES - 1
           END-IF.
           MOVE HS-ANO-MES TO CAD-MES-JANELA (CAD-QTD-MESES).
           PERFORM 2010-LER-HISTORICO THRU 2010-EXIT.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  1220-DESLOCAR-MES - DESCARTA O MES MAIS ANTIGO                *
      ******************************************************************
       1220-DESLOCAR-MES.
           ADD 1 TO CAD-IND-MES.
           MOVE CAD-MES-JANELA (CAD-IND-MES + 1)
               TO CAD-MES-JANELA (CAD-IND-MES).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  1300-IMPRIMIR-CABECALHO                                       *
      ******************************************************************
       1300-IMPRIMIR-CABECALHO.
           MOVE SPACES TO HL-CABECALHO.
           MOVE 'TENDENCIA DA INADIMPLENCIA - JANELA'
               TO HC-TITULO.
           IF CAD-QTD-MESES > ZERO
               MOVE CAD-MES-JANELA (1)             TO HC-MES-INICIAL
               MOVE ' A '                          TO HC-LIGACAO
               MOVE CAD-MES-JANELA (CAD-QTD-MESES) TO HC-MES-FINAL
           END-IF.
           MOVE CAD-DATA-EXECUCAO TO HC-DATA-EXECUCAO.
           WRITE HL-CABECALHO.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-AVALIAR-HISTORICO - INPUT PROCEDURE DO SORT.  O BALHIST  *
      *  VEM POR CODIGO E MES: CADA QUEBRA DE CODIGO FECHA UM CLIENTE. *
      ******************************************************************
       2000-AVALIAR-HISTORICO.
           PERFORM 2100-TRATAR-CLIENTE THRU 2100-EXIT
               UNTIL CAD-FIM-HIST.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2010-LER-HISTORICO                                            *
      ******************************************************************
       2010-LER-HISTORICO.
           READ HISTORICO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-HIST
           END-READ.
       2010-EXIT.
           EXIT.

      ******************************************************************
      *  2100-TRATAR-CLIENTE - JUNTA OS MESES DO CLIENTE E O AVALIA    *
      ******************************************************************
       2100-TRATAR-CLIENTE.
           MOVE HS-CODIGO TO CAD-CODIGO-ATUAL.
           MOVE ZERO TO CAD-IND-MES.
           PERFORM 2110-LIMPAR-MES THRU 2110-EXIT
               UNTIL CAD-IND-MES NOT < CAD-MAX-MESES.
           PERFORM 2200-ACUMULAR-MES THRU 2200-EXIT
               UNTIL CAD-FIM-HIST
                  OR HS-CODIGO NOT = CAD-CODIGO-ATUAL.
           PERFORM 2300-AVALIAR-CLIENTE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2110-LIMPAR-MES                                               *
      ******************************************************************
       2110-LIMPAR-MES.
           ADD 1 TO CAD-IND-MES.
           MOVE ZERO TO CAD-SALDO-MES (CAD-IND-MES).
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  2200-ACUMULAR-MES - O SALDO DO MES VAI PARA A POSICAO DO MES  *
      *  NA JANELA.  MES SEM REGISTRO DE CONTROLE (CARGA QUE NAO       *
      *  TERMINOU) FICA FORA.                                          *
      ******************************************************************
       2200-ACUMULAR-MES.
           ADD 1 TO CAD-HIST-LIDOS.
           MOVE 'N'  TO CAD-SW-ACHOU-MES.
           MOVE ZERO TO CAD-IND-MES.
           PERFORM 2210-PROCURAR-MES THRU 2210-EXIT
               UNTIL CAD-MES-ACHADO
                  OR CAD-IND-MES NOT < CAD-QTD-MESES.
           IF CAD-MES-ACHADO
               MOVE HS-SALDO TO CAD-SALDO-MES (CAD-IND-MES)
           ELSE
               ADD 1 TO CAD-HIST-FORA-JANELA
           END-IF.
           PERFORM 2010-LER-HISTORICO THRU 2010-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2210-PROCURAR-MES - UM MES DA JANELA POR VEZ                  *
      ******************************************************************
       2210-PROCURAR-MES.
           ADD 1 TO CAD-IND-MES.
           IF CAD-MES-JANELA (CAD-IND-MES) = HS-ANO-MES
               MOVE 'S' TO CAD-SW-ACHOU-MES
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *  2300-AVALIAR-CLIENTE - APLICA AS TRES REGRAS.  O CRONICO VAI  *
      *  PARA O BLQCLI, QUE SAI NA ORDEM DE CODIGO DO PROPRIO BALHIST. *
      ******************************************************************
       2300-AVALIAR-CLIENTE.
           IF CAD-QTD-MESES < 2
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO CAD-CLIENTES-AVALIADOS.

           MOVE CAD-SALDO-MES (CAD-QTD-MESES)
               TO CAD-SALDO-ATUAL-CLI.
           MOVE CAD-SALDO-MES (CAD-QTD-MESES - 1)
               TO CAD-SALDO-ANTERIOR-CLI.

           MOVE ZERO TO CAD-MESES-COM-SALDO.
           MOVE ZERO TO CAD-IND-MES.
           PERFORM 2310-CONTAR-MES-SALDO THRU 2310-EXIT
               UNTIL CAD-IND-MES NOT < CAD-QTD-MESES.

           MOVE ZERO TO CAD-ALTAS-SEGUIDAS.
           MOVE 'S'  TO CAD-SW-SEGUE-ALTA.
           MOVE CAD-QTD-MESES TO CAD-IND-MES.
           PERFORM 2320-CONTAR-ALTA THRU 2320-EXIT
               UNTIL NOT CAD-SEGUE-ALTA
                  OR CAD-IND-MES < 2.

           MOVE 'N' TO CAD-SW-CRONICO.
           IF CAD-QTD-MESES NOT < CAD-MESES-MINIMOS
           AND CAD-MESES-COM-SALDO = CAD-QTD-MESES
               MOVE 'S' TO CAD-SW-CRONICO
           END-IF.

           IF CAD-ALTAS-SEGUIDAS < CAD-MESES-ALTA
           AND NOT CAD-CLIENTE-CRONICO
           AND (CAD-SALDO-ATUAL-CLI = ZERO
                OR CAD-SALDO-ANTERIOR-CLI > ZERO)
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2400-LER-CLIENTE THRU 2400-EXIT.
           MOVE CAD-CODIGO-ATUAL       TO HK-CODIGO.
           MOVE CAD-MESES-COM-SALDO    TO HK-MESES-SALDO.
           MOVE CAD-ALTAS-SEGUIDAS     TO HK-ALTAS.
           MOVE CAD-SALDO-ANTERIOR-CLI TO HK-SALDO-ANTERIOR.
           MOVE CAD-SALDO-ATUAL-CLI    TO HK-SALDO-ATUAL.
           MOVE CAD-SW-CRONICO         TO HK-BLOQUEIO.

           IF CAD-ALTAS-SEGUIDAS NOT < CAD-MESES-ALTA
               ADD 1 TO CAD-CLIENTES-EM-ALTA
               MOVE 1 TO HK-CATEGORIA
               RELEASE SORT-TENDENCIA-REC
           END-IF.
           IF CAD-CLIENTE-CRONICO
               ADD 1 TO CAD-CLIENTES-CRONICOS
               MOVE 2 TO HK-CATEGORIA
               RELEASE SORT-TENDENCIA-REC
               PERFORM 2500-GRAVAR-BLOQUEIO THRU 2500-EXIT
           END-IF.
           IF CAD-SALDO-ATUAL-CLI > ZERO
           AND CAD-SALDO-ANTERIOR-CLI = ZERO
               ADD 1 TO CAD-CLIENTES-NOVOS
               MOVE 3 TO HK-CATEGORIA
               RELEASE SORT-TENDENCIA-REC
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2310-CONTAR-MES-SALDO                                         *
      ******************************************************************
       2310-CONTAR-MES-SALDO.
           ADD 1 TO CAD-IND-MES.
           IF CAD-SALDO-MES (CAD-IND-MES) > ZERO
               ADD 1 TO CAD-MESES-COM-SALDO
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *  2320-CONTAR-ALTA - DO MES MAIS RECENTE PARA TRAS, ENQUANTO O  *
      *  SALDO DE CADA MES FOR MAIOR QUE O DO MES ANTERIOR             *
      ******************************************************************
       2320-CONTAR-ALTA.
           IF CAD-SALDO-MES (CAD-IND-MES) >
              CAD-SALDO-MES (CAD-IND-MES - 1)
               ADD 1 TO CAD-ALTAS-SEGUIDAS
               SUBTRACT 1 FROM CAD-IND-MES
           ELSE
               MOVE 'N' TO CAD-SW-SEGUE-ALTA
           END-IF.
       2320-EXIT.
           EXIT.

      ******************************************************************
      *  2400-LER-CLIENTE - ESTADO E NOME NO CLIMAST.  CODIGO QUE JA   *
      *  NAO ESTA NO CADASTRO SAI NO FIM, SEM ESTADO.                  *
      ******************************************************************
       2400-LER-CLIENTE.
           MOVE CAD-CODIGO-ATUAL TO CM-CODIGO.
           READ CLIMAST
               INVALID KEY
                   ADD 1 TO CAD-CLIENTES-SEM-CADASTRO
                   MOVE HIGH-VALUES TO HK-ESTADO
                   MOVE 'NAO CONSTA DO CLIMAST' TO HK-NOME
               NOT INVALID KEY
                   MOVE CM-ESTADO TO HK-ESTADO
                   MOVE CM-NOME   TO HK-NOME
           END-READ.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2500-GRAVAR-BLOQUEIO - BLOQUEIO DE CREDITO DO DEVEDOR CRONICO *
      ******************************************************************
       2500-GRAVAR-BLOQUEIO.
           MOVE CAD-CODIGO-ATUAL    TO BQ-CODIGO.
           MOVE CAD-MESES-COM-SALDO TO BQ-MESES-COM-SALDO.
           MOVE CAD-MES-JANELA (CAD-QTD-MESES) TO BQ-MES-REFERENCIA.
           MOVE CAD-SALDO-ATUAL-CLI TO BQ-SALDO-ATUAL.
           MOVE CAD-DATA-EXECUCAO   TO BQ-DATA-REFERENCIA.
           WRITE BLOQUEIO-CREDITO
               INVALID KEY
                   DISPLAY 'ORA003E - FALHA GRAVANDO BLQCLI CODIGO '
                           BQ-CODIGO ' STATUS ' CAD-STATUS-BLOQ
               NOT INVALID KEY
                   ADD 1 TO CAD-BLOQUEIOS-GRAVADOS
           END-WRITE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-IMPRIMIR-TENDENCIA - OUTPUT PROCEDURE DO SORT: QUEBRA    *
      *  POR ESTADO E, DENTRO DELE, POR CATEGORIA.                     *
      ******************************************************************
       3000-IMPRIMIR-TENDENCIA.
           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT.
           PERFORM 3200-TRATAR-CLIENTE THRU 3200-EXIT
               UNTIL CAD-FIM-SORT.
           IF CAD-CATEGORIA-ATUAL NOT = ZERO
               PERFORM 3500-FECHAR-ESTADO THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-RETORNAR-CLIENTE                                         *
      ******************************************************************
       3100-RETORNAR-CLIENTE.
           RETURN SORT-TENDENCIA
               AT END
                   MOVE 'S' TO CAD-SW-FIM-SORT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-TRATAR-CLIENTE                                           *
      ******************************************************************
       3200-TRATAR-CLIENTE.
           IF HK-ESTADO NOT = CAD-ESTADO-ATUAL
           OR CAD-CATEGORIA-ATUAL = ZERO
               IF CAD-CATEGORIA-ATUAL NOT = ZERO
                   PERFORM 3500-FECHAR-ESTADO THRU 3500-EXIT
               END-IF
               PERFORM 3300-ABRIR-ESTADO THRU 3300-EXIT
           END-IF.
           IF HK-CATEGORIA NOT = CAD-CATEGORIA-ATUAL
               PERFORM 3400-ABRIR-CATEGORIA THRU 3400-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN HK-EM-ALTA
                   ADD 1 TO CAD-UF-EM-ALTA
               WHEN HK-CRONICO
                   ADD 1 TO CAD-UF-CRONICOS
               WHEN HK-NOVO
                   ADD 1 TO CAD-UF-NOVOS
           END-EVALUATE.

           MOVE SPACES            TO HL-DETALHE.
           MOVE HK-CODIGO         TO HL-CODIGO.
           MOVE HK-NOME           TO HL-NOME.
           MOVE HK-MESES-SALDO    TO HL-MESES-SALDO.
           MOVE HK-ALTAS          TO HL-ALTAS.
           MOVE HK-SALDO-ANTERIOR TO HL-SALDO-ANTERIOR.
           MOVE HK-SALDO-ATUAL    TO HL-SALDO-ATUAL.
           IF HK-BLOQUEIO = 'S'
               MOVE 'BLOQUEADO'   TO HL-BLOQUEIO
           END-IF.
           WRITE HL-DETALHE.

           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-ABRIR-ESTADO - TITULO DO ESTADO; CODIGO FORA DO CLIMAST  *
      *  SAI NO FIM, SOB TITULO PROPRIO.                               *
      ******************************************************************
       3300-ABRIR-ESTADO.
           MOVE HK-ESTADO TO CAD-ESTADO-ATUAL.
           MOVE ZERO      TO CAD-CATEGORIA-ATUAL.
           MOVE ZERO      TO CAD-UF-EM-ALTA.
           MOVE ZERO      TO CAD-UF-CRONICOS.
           MOVE ZERO      TO CAD-UF-NOVOS.

           MOVE SPACES TO HL-SECAO.
           WRITE HL-SECAO.
           IF HK-ESTADO = HIGH-VALUES
               MOVE 'CLIENTES QUE NAO CONSTAM DO CLIMAST' TO HE-TEXTO
           ELSE
               MOVE 'ESTADO: '  TO HE-TEXTO
               MOVE HK-ESTADO   TO HE-TEXTO (9:2)
           END-IF.
           WRITE HL-SECAO.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-ABRIR-CATEGORIA - TITULO DA CATEGORIA E DAS COLUNAS      *
      ******************************************************************
       3400-ABRIR-CATEGORIA.
           MOVE HK-CATEGORIA TO CAD-CATEGORIA-ATUAL.

           MOVE SPACES TO HL-SECAO.
           EVALUATE TRUE
               WHEN HK-EM-ALTA
                   MOVE '  SALDO EM ALTA HA VARIOS MESES SEGUIDOS'
                       TO HE-TEXTO
               WHEN HK-CRONICO
                   MOVE '  SALDO EM TODOS OS MESES DA JANELA'
                       TO HE-TEXTO
               WHEN HK-NOVO
                   MOVE '  NOVOS INADIMPLENTES (SEM SALDO NO MES'
                       TO HE-TEXTO
                   MOVE 'ANTERIOR)' TO HE-TEXTO (41:9)
           END-EVALUATE.
           WRITE HL-SECAO.

           MOVE SPACES           TO HL-SECAO.
           MOVE 'CODIGO'         TO HE-TEXTO (4:6).
           MOVE 'NOME'           TO HE-TEXTO (12:4).
           MOVE 'MESES'          TO HE-TEXTO (43:5).
           MOVE 'ALTAS'          TO HE-TEXTO (50:5).
           MOVE 'SALDO ANTERIOR' TO HE-TEXTO (58:14).
           MOVE 'SALDO ATUAL'    TO HE-TEXTO (77:11).
           MOVE 'CREDITO'        TO HE-TEXTO (90:7).
           WRITE HL-SECAO.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-FECHAR-ESTADO - CONTAGEM DO ESTADO POR CATEGORIA         *
      ******************************************************************
       3500-FECHAR-ESTADO.
           MOVE SPACES                          TO HL-TOTAL.
           MOVE 'NO ESTADO - SALDO EM ALTA'      TO HT-TEXTO.
           MOVE CAD-UF-EM-ALTA                  TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                          TO HL-TOTAL.
           MOVE 'NO ESTADO - DEVEDORES CRONICOS' TO HT-TEXTO.
           MOVE CAD-UF-CRONICOS                 TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                          TO HL-TOTAL.
           MOVE 'NO ESTADO - NOVOS INADIMPLENTES' TO HT-TEXTO.
           MOVE CAD-UF-NOVOS                    TO HT-QUANTIDADE.
           WRITE HL-TOTAL.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                             TO HL-TOTAL.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'MESES NA JANELA DO BALHIST'        TO HT-TEXTO.
           MOVE CAD-QTD-MESES                       TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'REGISTROS DE SALDO LIDOS DO BALHIST' TO HT-TEXTO.
           MOVE CAD-HIST-LIDOS                      TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'REGISTROS DE MES SEM CONTROLE (FORA)' TO HT-TEXTO.
           MOVE CAD-HIST-FORA-JANELA                TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'CLIENTES AVALIADOS'                TO HT-TEXTO.
           MOVE CAD-CLIENTES-AVALIADOS              TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'CLIENTES COM SALDO EM ALTA'        TO HT-TEXTO.
           MOVE CAD-CLIENTES-EM-ALTA                TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'DEVEDORES CRONICOS'                TO HT-TEXTO.
           MOVE CAD-CLIENTES-CRONICOS               TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'NOVOS INADIMPLENTES'               TO HT-TEXTO.
           MOVE CAD-CLIENTES-NOVOS                  TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'CODIGOS QUE NAO CONSTAM DO CLIMAST' TO HT-TEXTO.
           MOVE CAD-CLIENTES-SEM-CADASTRO           TO HT-QUANTIDADE.
           WRITE HL-TOTAL.

           MOVE SPACES                             TO HL-TOTAL.
           MOVE 'BLOQUEIOS DE CREDITO GRAVADOS NO BLQCLI' TO HT-TEXTO.
           MOVE CAD-BLOQUEIOS-GRAVADOS              TO HT-QUANTIDADE.
           WRITE HL-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE HISTORICO CLIMAST BLOQUEIOS RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
