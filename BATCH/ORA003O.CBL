      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003O                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Nightly single-pass sweep of the client data set.  CLIMAST  *
      *   and CLIEND are read once, end to end, merged by CODIGO,     *
      *   and written to the sequential snapshot CLISNAP (SNAPREC):   *
      *   a header with the moment the sweep started, each master     *
      *   followed by its delivery addresses, and a trailer with the  *
      *   counts and the CODIGO hash.  The rest of the nightly        *
      *   stream (ORA002D, ORA002E, ORA002R, ORA002T) and the         *
      *   on-demand ORA002U read the snapshot instead of the KSDS,    *
      *   so the master is swept once a night instead of five times,  *
      *   and every job sees the same picture of it.                  *
      *                                                                *
      *   Progress is checkpointed to CKPTCLI under its own key       *
      *   ('VARR', beside ORA002E's 'CKPT' and 'ULTM') every          *
      *   CAD-INTERVALO-CKPT masters.  A rerun that finds the         *
      *   checkpoint is a restart: as in ORA002E, the snapshot        *
      *   itself is recounted (it is the record of what was written), *
      *   CLISNAP is extended and both KSDS are repositioned just     *
      *   after the last key on file, so no record is written twice   *
      *   and the trailer still balances.  The restart keeps the      *
      *   original start time in the header.  The run registers on    *
      *   RUNCTL through ORA002K (counters: masters, addresses and    *
      *   total records read), so ORA002S shows how long the sweep    *
      *   took; the SYSIN card takes 'REINICIO' to reattach after an  *
      *   abend that never reached the first checkpoint.              *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  Checkpoint write, rewrite and delete now   *
      *                    check the CKPTCLI status and abend on a    *
      *                    failure, so a restart never starts from a  *
      *                    stale key and a clean end never leaves     *
      *                    'VARR' behind for the next night.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003O.
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
           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-ENDER.

           SELECT RETRATO       ASSIGN TO CLISNAP
               FILE STATUS IS CAD-STATUS-RETRATO.

           SELECT CHECKPOINT    ASSIGN TO CKPTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CHAVE
               FILE STATUS IS CAD-STATUS-CKPT.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  RETRATO
           RECORD CONTAINS 217 CHARACTERS.
       COPY SNAPREC.

       FD  CHECKPOINT.
       COPY CKPTREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDER             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RETRATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CKPT              PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-FIM-ENDERECOS         PIC X(01)   VALUE 'N'.
           88  CAD-FIM-ENDERECOS        VALUE 'S'.
       01  CAD-SW-REINICIO              PIC X(01)   VALUE 'N'.
           88  CAD-REINICIO             VALUE 'S'.
       01  CAD-SW-CKPT-GRAVADO          PIC X(01)   VALUE 'N'.
           88  CAD-CKPT-JA-GRAVADO      VALUE 'S'.
       01  CAD-SW-FIM-RECONTA           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-RECONTA          VALUE 'S'.
       01  CAD-SW-RECONTA-ABERTA        PIC X(01)   VALUE 'N'.
           88  CAD-RECONTA-ABERTA       VALUE 'S'.
       01  CAD-SW-TEM-CABECALHO         PIC X(01)   VALUE 'N'.
           88  CAD-TEM-CABECALHO        VALUE 'S'.
       01  CAD-SW-TEM-TRAILER           PIC X(01)   VALUE 'N'.
           88  CAD-TEM-TRAILER          VALUE 'S'.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): 'REINICIO' RETOMA O REGISTRO DE *
      *  CONTROLE QUE UMA NOITE ABENDADA SEM CHECKPOINT DEIXOU ABERTO *
      *  (A VARREDURA E REFEITA DO ZERO NESSE CASO); QUALQUER OUTRO   *
      *  CONTEUDO E UM INICIO NORMAL.                                 *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM              PIC X(08)   VALUE SPACES.

       01  CAD-INTERVALO-CKPT           PIC 9(04)   VALUE 1000.
       01  CAD-QUOCIENTE-CKPT           PIC 9(08)   VALUE ZERO.
       01  CAD-RESTO-CKPT               PIC 9(04)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  ULTIMA CHAVE GRAVADA NO RETRATO (PONTO DE RETOMADA);         *
      *  SEQUENCIA ZERO QUANDO O ULTIMO REGISTRO FOI UM MESTRE.       *
      *---------------------------------------------------------------*
       01  CAD-ULTIMO-CODIGO            PIC 9(06)   VALUE ZERO.
       01  CAD-ULT-SEQ-ENDERECO         PIC 9(02)   VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-GRAVADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-ENDERECOS-GRAVADOS   PIC 9(08)   VALUE ZERO.
           05  CAD-REGISTROS-LIDOS      PIC 9(08)   VALUE ZERO.
           05  CAD-HASH-CODIGO          PIC 9(12)   VALUE ZERO.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-EXECUCAO            PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  MOMENTO QUE O RETRATO REPRESENTA: O INICIO DESTA VARREDURA   *
      *  OU, NUM REINICIO, O DA VARREDURA ORIGINAL (DO CHECKPOINT).   *
      *---------------------------------------------------------------*
       01  CAD-DATA-RETRATO             PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-RETRATO             PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  AREA DE PARAMETROS DO CONTROLE DE EXECUCAO (ORA002K)         *
      *---------------------------------------------------------------*
       COPY ORA02KC.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.
           MOVE CAD-DATA-EXECUCAO TO CAD-DATA-RETRATO.
           MOVE CAD-HORA-EXECUCAO TO CAD-HORA-RETRATO.

           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1100-LER-CHECKPOINT   THRU 1100-EXIT.
           PERFORM 0100-REGISTRAR-INICIO THRU 0100-EXIT.
           IF CAD-REINICIO
               PERFORM 1150-RECONTAR-RETRATO THRU 1150-EXIT
           END-IF.
           PERFORM 1200-ABRIR-RETRATO    THRU 1200-EXIT.

           IF CAD-TEM-TRAILER
               DISPLAY 'ORA003O - RETRATO JA COMPLETO NO REINICIO'
               MOVE 'S' TO CAD-SW-FIM-CLIMAST
               MOVE 'S' TO CAD-SW-FIM-ENDERECOS
           ELSE
               IF CAD-REINICIO
               AND CAD-CLIENTES-GRAVADOS + CAD-ENDERECOS-GRAVADOS
                   > ZERO
                   PERFORM 2000-POSICIONAR-REINICIO THRU 2000-EXIT
               ELSE
                   PERFORM 2100-POSICIONAR-INICIO   THRU 2100-EXIT
               END-IF
           END-IF.

           PERFORM 3000-GRAVAR-PROXIMO THRU 3000-EXIT
               UNTIL CAD-FIM-CLIMAST
               AND   CAD-FIM-ENDERECOS.

           IF NOT CAD-TEM-TRAILER
               PERFORM 4050-GRAVAR-TRAILER THRU 4050-EXIT
           END-IF.
           PERFORM 4100-LIMPAR-CHECKPOINT THRU 4100-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           COMPUTE CAD-REGISTROS-LIDOS =
               CAD-CLIENTES-GRAVADOS + CAD-ENDERECOS-GRAVADOS.
           DISPLAY 'ORA003O - RETRATO DE      : '
                   CAD-DATA-RETRATO ' ' CAD-HORA-RETRATO.
           DISPLAY 'ORA003O - CLIENTES LIDOS  : '
                   CAD-CLIENTES-GRAVADOS.
           DISPLAY 'ORA003O - ENDERECOS LIDOS : '
                   CAD-ENDERECOS-GRAVADOS.
           DISPLAY 'ORA003O - REGISTROS LIDOS : '
                   CAD-REGISTROS-LIDOS.
           PERFORM 0200-REGISTRAR-FIM THRU 0200-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-REGISTRAR-INICIO - ABRE A NOITE NO CONTROLE DE EXECUCAO  *
      *  (RUNCTL), ANTES DE QUALQUER TOQUE NO CLISNAP.  EXECUCAO NOVA  *
      *  E RECUSADA ENQUANTO A NOITE ANTERIOR ESTIVER ABERTA; UM       *
      *  REINICIO (CHECKPOINT ENCONTRADO EM 1100, OU CARTAO            *
      *  'REINICIO') REABRE O REGISTRO DA NOITE QUE ABENDOU.           *
      ******************************************************************
       0100-REGISTRAR-INICIO.
           MOVE SPACES TO CAD-CARTAO-PARM.
           ACCEPT CAD-CARTAO-PARM.
           IF CAD-REINICIO
           OR CAD-CARTAO-PARM = 'REINICIO'
               MOVE 'R' TO RK-FUNCAO
           ELSE
               MOVE 'I' TO RK-FUNCAO
           END-IF.
           MOVE 'ORA003O' TO RK-PROGRAMA.
           CALL 'ORA002K' USING RK-PARAMETROS.
           IF RK-EXECUCAO-ABERTA
               DISPLAY 'ORA003O - EXECUCAO ANTERIOR AINDA ABERTA NO'
                       ' RUNCTL - VERIFIQUE ANTES DE RESUBMETER'
               GO TO 9999-ABEND
           END-IF.
           IF NOT RK-OK
               DISPLAY 'ORA003O - ERRO NO CONTROLE DE EXECUCAO'
               GO TO 9999-ABEND
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      *  0200-REGISTRAR-FIM - FECHA A NOITE NO CONTROLE DE EXECUCAO.   *
      *  CONTADORES: MESTRES, ENDERECOS E TOTAL DE REGISTROS LIDOS     *
      *  DO CLIMAST/CLIEND (NUM REINICIO, O TOTAL DA NOITE INTEIRA).   *
      ******************************************************************
       0200-REGISTRAR-FIM.
           MOVE 'F'       TO RK-FUNCAO.
           MOVE 'ORA003O' TO RK-PROGRAMA.
           MOVE ZERO      TO RK-RETORNO.
           MOVE CAD-CLIENTES-GRAVADOS  TO RK-CONTADOR-1.
           MOVE CAD-ENDERECOS-GRAVADOS TO RK-CONTADOR-2.
           MOVE CAD-REGISTROS-LIDOS    TO RK-CONTADOR-3.
           CALL 'ORA002K' USING RK-PARAMETROS.
       0200-EXIT.
           EXIT.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS - CLIMAST, CLIEND E CHECKPOINT; O CLISNAP *
      *  SO E ABERTO EM 1200, QUANDO JA SE SABE SE E EXECUCAO NOVA OU  *
      *  CONTINUACAO DE UMA NOITE QUE ABENDOU.                         *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  CLIMAST.
           OPEN INPUT  ENDERECOS.
           OPEN I-O    CHECKPOINT.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003O - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDER NOT = '00'
               DISPLAY 'ORA003O - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDER
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CKPT NOT = '00'
               DISPLAY 'ORA003O - ERRO ABRINDO CKPTCLI: '
                       CAD-STATUS-CKPT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LER-CHECKPOINT - REGISTRO 'VARR' DE UMA VARREDURA QUE    *
      *  ABENDOU SEM TERMINAR.  DELE VEM SO O SINAL DE REINICIO E O    *
      *  MOMENTO DO RETRATO ORIGINAL; CONTADORES E PONTO DE RETOMADA   *
      *  VEM DA RECONTAGEM DO PROPRIO CLISNAP (1150).                  *
      ******************************************************************
       1100-LER-CHECKPOINT.
           MOVE 'VARR' TO CK-CHAVE.
           READ CHECKPOINT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CAD-SW-REINICIO
                   MOVE 'S' TO CAD-SW-CKPT-GRAVADO
                   MOVE CK-DATA-EXECUCAO TO CAD-DATA-RETRATO
                   MOVE CK-HORA-EXECUCAO TO CAD-HORA-RETRATO
                   DISPLAY 'ORA003O - REINICIO A PARTIR DO CHECKPOINT'
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1150-RECONTAR-RETRATO - NUMA CONTINUACAO APOS ABEND, O QUE    *
      *  VALE E O QUE JA ESTA GRAVADO: LE O CLISNAP INTEIRO, RECONTA   *
      *  MESTRES E ENDERECOS, REFAZ O HASH E GUARDA A ULTIMA CHAVE     *
      *  REALMENTE NO ARQUIVO.                                         *
      ******************************************************************
       1150-RECONTAR-RETRATO.
           MOVE ZERO TO CAD-CLIENTES-GRAVADOS.
           MOVE ZERO TO CAD-ENDERECOS-GRAVADOS.
           MOVE ZERO TO CAD-HASH-CODIGO.
           MOVE ZERO TO CAD-ULTIMO-CODIGO.
           MOVE ZERO TO CAD-ULT-SEQ-ENDERECO.
           MOVE 'N'  TO CAD-SW-FIM-RECONTA.
           MOVE 'N'  TO CAD-SW-RECONTA-ABERTA.
           MOVE 'N'  TO CAD-SW-TEM-CABECALHO.
           MOVE 'N'  TO CAD-SW-TEM-TRAILER.

           OPEN INPUT RETRATO.
           IF CAD-STATUS-RETRATO = '00'
               MOVE 'S' TO CAD-SW-RECONTA-ABERTA
           ELSE
               MOVE 'S' TO CAD-SW-FIM-RECONTA
           END-IF.
           PERFORM 1160-CLASSIFICAR-RECONTA THRU 1160-EXIT
               UNTIL CAD-FIM-RECONTA.
           IF CAD-RECONTA-ABERTA
               CLOSE RETRATO
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *  1160-CLASSIFICAR-RECONTA - UM REGISTRO DO CLISNAP POR VEZ     *
      ******************************************************************
       1160-CLASSIFICAR-RECONTA.
           READ RETRATO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-RECONTA
                   GO TO 1160-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN SN-REG-CABECALHO
                   MOVE 'S' TO CAD-SW-TEM-CABECALHO
               WHEN SN-REG-CLIENTE
                   ADD 1 TO CAD-CLIENTES-GRAVADOS
                   ADD SN-CODIGO TO CAD-HASH-CODIGO
                   MOVE SN-CODIGO TO CAD-ULTIMO-CODIGO
                   MOVE ZERO TO CAD-ULT-SEQ-ENDERECO
               WHEN SN-REG-ENDERECO
                   ADD 1 TO CAD-ENDERECOS-GRAVADOS
                   MOVE SN-CODIGO    TO CAD-ULTIMO-CODIGO
                   MOVE SN-SEQUENCIA TO CAD-ULT-SEQ-ENDERECO
               WHEN SN-REG-TRAILER
                   MOVE 'S' TO CAD-SW-TEM-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1160-EXIT.
           EXIT.

      ******************************************************************
      *  1200-ABRIR-RETRATO - NUMA CONTINUACAO APOS ABEND, ABRE O      *
      *  CLISNAP EM EXTEND PARA NAO PERDER O QUE JA FOI GRAVADO; NUMA  *
      *  EXECUCAO NOVA, EM OUTPUT.  O CABECALHO SO E GRAVADO QUANDO    *
      *  AINDA NAO EXISTE NO ARQUIVO.                                  *
      ******************************************************************
       1200-ABRIR-RETRATO.
           IF CAD-REINICIO
               OPEN EXTEND RETRATO
           ELSE
               OPEN OUTPUT RETRATO
           END-IF.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA003O - ERRO ABRINDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
           IF NOT CAD-TEM-CABECALHO
               PERFORM 1300-GRAVAR-CABECALHO THRU 1300-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1300-GRAVAR-CABECALHO - REGISTRO 'H' COM O MOMENTO DO RETRATO *
      ******************************************************************
       1300-GRAVAR-CABECALHO.
           MOVE SPACES           TO SNAPSHOT-RECORD.
           MOVE 'H'              TO SN-TIPO.
           MOVE ZERO             TO SN-CODIGO.
           MOVE ZERO             TO SN-SEQUENCIA.
           MOVE CAD-DATA-RETRATO TO SN-DATA-RETRATO.
           MOVE CAD-HORA-RETRATO TO SN-HORA-RETRATO.
           PERFORM 5000-GRAVAR-RETRATO THRU 5000-EXIT.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-POSICIONAR-REINICIO - REPOSICIONA OS DOIS ARQUIVOS LOGO  *
      *  APOS A ULTIMA CHAVE DO RETRATO: O MESTRE DAQUELE CODIGO JA    *
      *  FOI GRAVADO (ELE VEM ANTES DOS ENDERECOS), E DOS ENDERECOS SO *
      *  FALTAM OS DE SEQUENCIA MAIOR.                                 *
      ******************************************************************
       2000-POSICIONAR-REINICIO.
           MOVE CAD-ULTIMO-CODIGO TO CM-CODIGO.
           START CLIMAST KEY IS GREATER THAN CM-CODIGO
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-START.
           MOVE CAD-ULTIMO-CODIGO    TO EN-CODIGO.
           MOVE CAD-ULT-SEQ-ENDERECO TO EN-SEQUENCIA.
           START ENDERECOS KEY IS GREATER THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-ENDERECOS
           END-START.
           PERFORM 2200-LER-CLIENTE  THRU 2200-EXIT.
           PERFORM 2300-LER-ENDERECO THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-POSICIONAR-INICIO - INICIO NORMAL, DO PRIMEIRO REGISTRO  *
      ******************************************************************
       2100-POSICIONAR-INICIO.
           MOVE ZERO TO CM-CODIGO.
           START CLIMAST KEY IS NOT LESS THAN CM-CODIGO
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-START.
           MOVE ZERO TO EN-CODIGO.
           MOVE ZERO TO EN-SEQUENCIA.
           START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-ENDERECOS
           END-START.
           PERFORM 2200-LER-CLIENTE  THRU 2200-EXIT.
           PERFORM 2300-LER-ENDERECO THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-LER-CLIENTE                                              *
      ******************************************************************
       2200-LER-CLIENTE.
           IF CAD-FIM-CLIMAST
               GO TO 2200-EXIT
           END-IF.
           READ CLIMAST NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-READ.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-LER-ENDERECO                                             *
      ******************************************************************
       2300-LER-ENDERECO.
           IF CAD-FIM-ENDERECOS
               GO TO 2300-EXIT
           END-IF.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-ENDERECOS
           END-READ.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-GRAVAR-PROXIMO - INTERCALA OS DOIS ARQUIVOS POR CODIGO:  *
      *  O MESTRE SAI ANTES DOS ENDERECOS DO MESMO CODIGO, E O         *
      *  ENDERECO SEM MESTRE SAI NA SUA POSICAO, SOZINHO.              *
      ******************************************************************
       3000-GRAVAR-PROXIMO.
           IF NOT CAD-FIM-CLIMAST
           AND (CAD-FIM-ENDERECOS
                OR CM-CODIGO NOT > EN-CODIGO)
               PERFORM 3100-GRAVAR-CLIENTE THRU 3100-EXIT
           ELSE
               PERFORM 3200-GRAVAR-ENDERECO THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-GRAVAR-CLIENTE - REGISTRO 'C' COM A IMAGEM DO MESTRE;    *
      *  PONTO DE CONTROLE A CADA CAD-INTERVALO-CKPT MESTRES.          *
      ******************************************************************
       3100-GRAVAR-CLIENTE.
           MOVE SPACES        TO SNAPSHOT-RECORD.
           MOVE 'C'           TO SN-TIPO.
           MOVE CM-CODIGO     TO SN-CODIGO.
           MOVE ZERO          TO SN-SEQUENCIA.
           MOVE CLIENT-RECORD TO SN-DADOS.
           PERFORM 5000-GRAVAR-RETRATO THRU 5000-EXIT.

           ADD 1 TO CAD-CLIENTES-GRAVADOS.
           ADD CM-CODIGO TO CAD-HASH-CODIGO.
           MOVE CM-CODIGO TO CAD-ULTIMO-CODIGO.
           MOVE ZERO      TO CAD-ULT-SEQ-ENDERECO.

           DIVIDE CAD-CLIENTES-GRAVADOS BY CAD-INTERVALO-CKPT
               GIVING CAD-QUOCIENTE-CKPT
               REMAINDER CAD-RESTO-CKPT.
           IF CAD-RESTO-CKPT = ZERO
               PERFORM 4000-GRAVAR-CHECKPOINT THRU 4000-EXIT
           END-IF.

           PERFORM 2200-LER-CLIENTE THRU 2200-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-GRAVAR-ENDERECO - REGISTRO 'E' COM A IMAGEM DO ENDERECO  *
      *  DE ENTREGA, VIGENTE OU ENCERRADO -- QUEM LE ESCOLHE.          *
      ******************************************************************
       3200-GRAVAR-ENDERECO.
           MOVE SPACES           TO SNAPSHOT-RECORD.
           MOVE 'E'              TO SN-TIPO.
           MOVE EN-CODIGO        TO SN-CODIGO.
           MOVE EN-SEQUENCIA     TO SN-SEQUENCIA.
           MOVE ENDERECO-ENTREGA TO SN-DADOS.
           PERFORM 5000-GRAVAR-RETRATO THRU 5000-EXIT.

           ADD 1 TO CAD-ENDERECOS-GRAVADOS.
           MOVE EN-CODIGO    TO CAD-ULTIMO-CODIGO.
           MOVE EN-SEQUENCIA TO CAD-ULT-SEQ-ENDERECO.

           PERFORM 2300-LER-ENDERECO THRU 2300-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-GRAVAR-CHECKPOINT - GRAVA/ATUALIZA O REGISTRO 'VARR'     *
      ******************************************************************
       4000-GRAVAR-CHECKPOINT.
           MOVE 'VARR'                 TO CK-CHAVE.
           MOVE CAD-ULTIMO-CODIGO      TO CK-ULTIMO-CODIGO.
           MOVE CAD-CLIENTES-GRAVADOS  TO CK-REGISTROS-EXTRAIDOS.
           MOVE CAD-DATA-RETRATO       TO CK-DATA-EXECUCAO.
           MOVE CAD-HORA-RETRATO       TO CK-HORA-EXECUCAO.
           MOVE ZERO                   TO CK-CLIENTES-INATIVOS.
           MOVE CAD-HASH-CODIGO        TO CK-HASH-CODIGO.
           MOVE SPACE                  TO CK-MODO-EXTRACAO.

           IF CAD-CKPT-JA-GRAVADO
               REWRITE CHECKPOINT-RECORD
           ELSE
               WRITE CHECKPOINT-RECORD
           END-IF.
           IF CAD-STATUS-CKPT NOT = '00'
               DISPLAY 'ORA003O - ERRO GRAVANDO CHECKPOINT: '
                       CAD-STATUS-CKPT
               GO TO 9999-ABEND
           END-IF.
           MOVE 'S' TO CAD-SW-CKPT-GRAVADO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4050-GRAVAR-TRAILER - REGISTRO 'T' QUE FECHA O RETRATO: SEM   *
      *  ELE, NENHUM LEITOR ACEITA O ARQUIVO.                          *
      ******************************************************************
       4050-GRAVAR-TRAILER.
           MOVE SPACES                 TO SNAPSHOT-RECORD.
           MOVE 'T'                    TO SN-TIPO.
           MOVE 999999                 TO SN-CODIGO.
           MOVE 99                     TO SN-SEQUENCIA.
           MOVE CAD-CLIENTES-GRAVADOS  TO SN-QTD-CLIENTES.
           MOVE CAD-ENDERECOS-GRAVADOS TO SN-QTD-ENDERECOS.
           MOVE CAD-HASH-CODIGO        TO SN-HASH-CODIGO.
           PERFORM 5000-GRAVAR-RETRATO THRU 5000-EXIT.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *  4100-LIMPAR-CHECKPOINT - RETRATO COMPLETO; NAO HA MAIS PONTO  *
      *  DE REINICIO A MANTER PARA A PROXIMA NOITE.  SE A EXCLUSAO     *
      *  FALHAR O JOB ABENDA: O 'VARR' QUE FICASSE FARIA A PROXIMA     *
      *  NOITE SE TOMAR POR REINICIO.                                  *
      ******************************************************************
       4100-LIMPAR-CHECKPOINT.
           IF NOT CAD-CKPT-JA-GRAVADO
               GO TO 4100-EXIT
           END-IF.
           MOVE 'VARR' TO CK-CHAVE.
           DELETE CHECKPOINT RECORD.
           IF CAD-STATUS-CKPT NOT = '00'
               DISPLAY 'ORA003O - ERRO EXCLUINDO CHECKPOINT: '
                       CAD-STATUS-CKPT
               GO TO 9999-ABEND
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-GRAVAR-RETRATO - GRAVA UM REGISTRO NO CLISNAP; FALHA DE  *
      *  GRAVACAO (ESPACO ESGOTADO) ABENDA COM O CHECKPOINT NO LUGAR,  *
      *  PARA O REINICIO CONTINUAR DE ONDE O ARQUIVO PAROU.            *
      ******************************************************************
       5000-GRAVAR-RETRATO.
           WRITE SNAPSHOT-RECORD.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA003O - ERRO GRAVANDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST ENDERECOS RETRATO CHECKPOINT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
