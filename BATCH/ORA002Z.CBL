      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA002Z                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Client contact list for the collections team.  Reads the    *
      *   client master in CODIGO order matched against the CLICONT   *
      *   contact child (same key order) and prints, per client, a    *
      *   break line with CODIGO/NOME/CIDADE/UF and the open balance  *
      *   on BALCLI, followed by one line per CURRENT contact (end-   *
      *   dated contacts are history and are left out): sequence,     *
      *   name, role, phone, e-mail and the preferred mark.  A        *
      *   client with no current contact in the selection gets a      *
      *   'NENHUM CONTATO VIGENTE' line so collections can see whom   *
      *   to get a name for.  Inactive clients are listed too, flagged *
      *   '*INATIVO*' -- they may still owe money.  Contacts whose     *
      *   client is not on CLIMAST are counted, not printed.          *
      *                                                                *
      *   Parameter card (SYSIN): FUNCAO(1) SO-SALDO(1), blank-        *
      *   separated.  FUNCAO C/F/E restricts the contacts printed to  *
      *   one role (blank = every role); SO-SALDO 'S' lists only      *
      *   clients with an open balance on BALCLI.                     *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA002Z.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT CONTATOS      ASSIGN TO CLICONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KT-CHAVE
               FILE STATUS IS CAD-STATUS-CONTATO.

           SELECT SALDOS        ASSIGN TO BALCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CODIGO
               FILE STATUS IS CAD-STATUS-SALDOS.

           SELECT RELATORIO     ASSIGN TO CONREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  CONTATOS.
       COPY CONTREC.

       FD  SALDOS.
       COPY SALDOREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY CONLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CONTATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-FIM-CONTATO           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CONTATO          VALUE 'S'.
       01  CAD-SW-CLIENTE-LISTADO       PIC X(01)   VALUE 'N'.
           88  CAD-CLIENTE-LISTADO      VALUE 'S'.

       01  CAD-SALDO-CLIENTE            PIC 9(09)V99 VALUE ZERO.
       01  CAD-CONTATOS-DO-CLIENTE      PIC 9(04)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CAD-CARTAO-PARM - CARTAO DE PARAMETRO LIDO DO SYSIN: FUNCAO   *
      *  DO CONTATO (BRANCO = TODAS) E 'S' PARA LISTAR SO CLIENTES     *
      *  COM SALDO EM ABERTO NO BALCLI.                                *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM.
           05  CAD-PARM-FUNCAO          PIC X(01)   VALUE SPACES.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-PARM-SO-SALDO        PIC X(01)   VALUE SPACES.

       01  CAD-FILTROS.
           05  CAD-FUNCAO-FILTRO        PIC X(01)   VALUE SPACES.
           05  CAD-SW-SO-SALDO          PIC X(01)   VALUE 'N'.
               88  CAD-SO-COM-SALDO     VALUE 'S'.

       01  CAD-SELECAO-TEXTO.
           05  FILLER                   PIC X(08)   VALUE 'FUNCAO: '.
           05  CAD-ST-FUNCAO            PIC X(10)   VALUE SPACES.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  CAD-ST-SALDO             PIC X(20)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  TELEFONE FORMATADO PARA A LINHA DE CONTATO: (DD)NNNNNNNNN,    *
      *  SEGUIDO DE ' RNNNN' QUANDO HA RAMAL.                          *
      *---------------------------------------------------------------*
       01  CAD-FONE-EDITADO.
           05  FILLER                   PIC X(01)   VALUE '('.
           05  CAD-FE-DDD               PIC 9(02).
           05  FILLER                   PIC X(01)   VALUE ')'.
           05  CAD-FE-TELEFONE          PIC 9(09).
           05  CAD-FE-AREA-RAMAL.
               10  CAD-FE-PREFIXO       PIC X(02).
               10  CAD-FE-RAMAL         PIC 9(04).

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-LISTADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-SEM-CONTATO PIC 9(08)   VALUE ZERO.
           05  CAD-CONTATOS-IMPRESSOS   PIC 9(08)   VALUE ZERO.
           05  CAD-CONTATOS-ORFAOS      PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS  THRU 1000-EXIT.
           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT.
           PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT.

           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
           PERFORM 2100-LER-CONTATO THRU 2100-EXIT.
           PERFORM 3000-PROCESSAR-CLIENTE THRU 3000-EXIT
               UNTIL CAD-FIM-CLIMAST.
           PERFORM 3100-PULAR-ORFAO THRU 3100-EXIT
               UNTIL CAD-FIM-CONTATO.

           PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
           DISPLAY 'ORA002Z - CLIENTES LISTADOS   : '
                   CAD-CLIENTES-LISTADOS.
           DISPLAY 'ORA002Z - CONTATOS IMPRESSOS  : '
                   CAD-CONTATOS-IMPRESSOS.
           DISPLAY 'ORA002Z - CLIENTES SEM CONTATO: '
                   CAD-CLIENTES-SEM-CONTATO.
           IF CAD-CONTATOS-ORFAOS > ZERO
               DISPLAY 'ORA002Z - CONTATOS SEM CLIENTE: '
                       CAD-CONTATOS-ORFAOS
           END-IF.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  CLIMAST.
           OPEN INPUT  CONTATOS.
           OPEN INPUT  SALDOS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA002Z - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CONTATO NOT = '00'
               DISPLAY 'ORA002Z - ERRO ABRINDO CLICONT: '
                       CAD-STATUS-CONTATO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-SALDOS NOT = '00'
               DISPLAY 'ORA002Z - ERRO ABRINDO BALCLI: '
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA002Z - ERRO ABRINDO CONREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-TRATAR-PARAMETRO - LE O CARTAO DO SYSIN E MONTA OS        *
      *  FILTROS.  FUNCAO FORA DE C/F/E VALE TODAS AS FUNCOES.          *
      ******************************************************************
       1100-TRATAR-PARAMETRO.
           ACCEPT CAD-CARTAO-PARM.
           IF CAD-PARM-FUNCAO = 'C'
           OR CAD-PARM-FUNCAO = 'F'
           OR CAD-PARM-FUNCAO = 'E'
               MOVE CAD-PARM-FUNCAO TO CAD-FUNCAO-FILTRO
           ELSE
               MOVE SPACES TO CAD-FUNCAO-FILTRO
           END-IF.
           IF CAD-PARM-SO-SALDO = 'S'
               MOVE 'S' TO CAD-SW-SO-SALDO
           ELSE
               MOVE 'N' TO CAD-SW-SO-SALDO
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-IMPRIMIR-CABECALHO - TITULO E SELECAO DA EXECUCAO         *
      ******************************************************************
       1200-IMPRIMIR-CABECALHO.
           EVALUATE CAD-FUNCAO-FILTRO
               WHEN 'C'
                   MOVE 'COMPRAS'    TO CAD-ST-FUNCAO
               WHEN 'F'
                   MOVE 'FINANCEIRO' TO CAD-ST-FUNCAO
               WHEN 'E'
                   MOVE 'ENTREGA'    TO CAD-ST-FUNCAO
               WHEN OTHER
                   MOVE '*TODAS*'    TO CAD-ST-FUNCAO
           END-EVALUATE.
           IF CAD-SO-COM-SALDO
               MOVE 'SO COM SALDO'       TO CAD-ST-SALDO
           ELSE
               MOVE 'TODOS OS CLIENTES'  TO CAD-ST-SALDO
           END-IF.
           MOVE SPACES TO KL-CABECALHO.
           MOVE 'LISTA DE CONTATOS POR CLIENTE - COBRANCA' TO KX-TITULO.
           MOVE CAD-SELECAO-TEXTO TO KX-SELECAO.
           WRITE KL-CABECALHO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LER-CLIENTE                                               *
      ******************************************************************
       2000-LER-CLIENTE.
           READ CLIMAST NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-READ.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-CONTATO                                               *
      ******************************************************************
       2100-LER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CONTATO
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESSAR-CLIENTE - UM CLIENTE POR VEZ.  OS CONTATOS DE   *
      *  CODIGO MENOR QUE O CLIENTE CORRENTE NAO TEM DONO NO CLIMAST E  *
      *  SAO PULADOS; OS DO PROPRIO CLIENTE SAO IMPRESSOS (OU SO        *
      *  CONSUMIDOS, QUANDO O CLIENTE FICA FORA DA SELECAO DE SALDO).   *
      ******************************************************************
       3000-PROCESSAR-CLIENTE.
           ADD 1 TO CAD-CLIENTES-LIDOS.
           PERFORM 3100-PULAR-ORFAO THRU 3100-EXIT
               UNTIL CAD-FIM-CONTATO
                  OR KT-CODIGO NOT < CM-CODIGO.

           PERFORM 3200-LER-SALDO THRU 3200-EXIT.
           IF CAD-SO-COM-SALDO
           AND CAD-SALDO-CLIENTE = ZERO
               MOVE 'N' TO CAD-SW-CLIENTE-LISTADO
           ELSE
               MOVE 'S' TO CAD-SW-CLIENTE-LISTADO
               ADD 1 TO CAD-CLIENTES-LISTADOS
               PERFORM 3400-IMPRIMIR-CLIENTE THRU 3400-EXIT
           END-IF.

           MOVE ZERO TO CAD-CONTATOS-DO-CLIENTE.
           PERFORM 3500-TRATAR-CONTATO THRU 3500-EXIT
               UNTIL CAD-FIM-CONTATO
                  OR KT-CODIGO NOT = CM-CODIGO.

           IF CAD-CLIENTE-LISTADO
           AND CAD-CONTATOS-DO-CLIENTE = ZERO
               ADD 1 TO CAD-CLIENTES-SEM-CONTATO
               PERFORM 3700-IMPRIMIR-SEM-CONTATO THRU 3700-EXIT
           END-IF.

           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-PULAR-ORFAO - CONTATO CUJO CLIENTE NAO ESTA NO CLIMAST    *
      ******************************************************************
       3100-PULAR-ORFAO.
           ADD 1 TO CAD-CONTATOS-ORFAOS.
           PERFORM 2100-LER-CONTATO THRU 2100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-LER-SALDO - SALDO EM ABERTO DO CLIENTE NO BALCLI (ZERO    *
      *  QUANDO O CLIENTE NAO ESTA NO ARQUIVO).                        *
      ******************************************************************
       3200-LER-SALDO.
           MOVE ZERO      TO CAD-SALDO-CLIENTE.
           MOVE CM-CODIGO TO SD-CODIGO.
           READ SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SD-SALDO TO CAD-SALDO-CLIENTE
           END-READ.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3400-IMPRIMIR-CLIENTE - LINHA DE QUEBRA DO CLIENTE             *
      ******************************************************************
       3400-IMPRIMIR-CLIENTE.
           MOVE SPACES            TO KL-CLIENTE.
           MOVE CM-CODIGO         TO KC-CODIGO.
           MOVE CM-NOME           TO KC-NOME.
           MOVE CM-CIDADE         TO KC-CIDADE.
           MOVE CM-ESTADO         TO KC-ESTADO.
           MOVE 'SALDO'           TO KC-SALDO-TEXTO.
           MOVE CAD-SALDO-CLIENTE TO KC-SALDO.
           IF CM-INATIVO
               MOVE '*INATIVO*'   TO KC-SITUACAO
           END-IF.
           WRITE KL-CLIENTE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-TRATAR-CONTATO - UM CONTATO DO CLIENTE CORRENTE.  SO SAI  *
      *  NA LISTA O CONTATO VIGENTE, DA FUNCAO SELECIONADA, DE CLIENTE  *
      *  QUE ENTROU NA SELECAO.                                        *
      ******************************************************************
       3500-TRATAR-CONTATO.
           IF CAD-CLIENTE-LISTADO
           AND KT-VIGENTE
           AND (CAD-FUNCAO-FILTRO = SPACES
                OR KT-FUNCAO = CAD-FUNCAO-FILTRO)
               ADD 1 TO CAD-CONTATOS-DO-CLIENTE
               ADD 1 TO CAD-CONTATOS-IMPRESSOS
               PERFORM 3600-IMPRIMIR-CONTATO THRU 3600-EXIT
           END-IF.
           PERFORM 2100-LER-CONTATO THRU 2100-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-IMPRIMIR-CONTATO - UMA LINHA DE CONTATO                   *
      ******************************************************************
       3600-IMPRIMIR-CONTATO.
           MOVE SPACES       TO KL-DETALHE.
           MOVE KT-SEQUENCIA TO KL-SEQUENCIA.
           MOVE KT-NOME      TO KL-NOME.
           EVALUATE TRUE
               WHEN KT-COMPRAS
                   MOVE 'COMPRAS'    TO KL-FUNCAO
               WHEN KT-FINANCEIRO
                   MOVE 'FINANCEIRO' TO KL-FUNCAO
               WHEN KT-ENTREGA
                   MOVE 'ENTREGA'    TO KL-FUNCAO
               WHEN OTHER
                   MOVE KT-FUNCAO    TO KL-FUNCAO
           END-EVALUATE.
           IF KT-TELEFONE > ZERO
               MOVE KT-DDD      TO CAD-FE-DDD
               MOVE KT-TELEFONE TO CAD-FE-TELEFONE
               IF KT-RAMAL > ZERO
                   MOVE ' R'     TO CAD-FE-PREFIXO
                   MOVE KT-RAMAL TO CAD-FE-RAMAL
               ELSE
                   MOVE SPACES   TO CAD-FE-AREA-RAMAL
               END-IF
               MOVE CAD-FONE-EDITADO TO KL-TELEFONE
           END-IF.
           MOVE KT-EMAIL     TO KL-EMAIL.
           IF KT-PREFERIDO
               MOVE 'PREF'   TO KL-PREFERIDO
           END-IF.
           WRITE KL-DETALHE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  3700-IMPRIMIR-SEM-CONTATO - CLIENTE LISTADO SEM NENHUM         *
      *  CONTATO VIGENTE NA SELECAO.                                   *
      ******************************************************************
       3700-IMPRIMIR-SEM-CONTATO.
           MOVE SPACES TO KL-DETALHE.
           MOVE 'NENHUM CONTATO VIGENTE' TO KL-NOME.
           WRITE KL-DETALHE.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  4000-IMPRIMIR-TOTAIS - TOTAIS DE CONTROLE DA LISTA             *
      ******************************************************************
       4000-IMPRIMIR-TOTAIS.
           MOVE SPACES                         TO KL-TOTAL.
           MOVE 'CLIENTES LIDOS NO CLIMAST'     TO KS-TEXTO.
           MOVE CAD-CLIENTES-LIDOS               TO KS-QUANTIDADE.
           WRITE KL-TOTAL.

           MOVE SPACES                         TO KL-TOTAL.
           MOVE 'CLIENTES LISTADOS'             TO KS-TEXTO.
           MOVE CAD-CLIENTES-LISTADOS            TO KS-QUANTIDADE.
           WRITE KL-TOTAL.

           MOVE SPACES                         TO KL-TOTAL.
           MOVE 'CONTATOS IMPRESSOS'            TO KS-TEXTO.
           MOVE CAD-CONTATOS-IMPRESSOS           TO KS-QUANTIDADE.
           WRITE KL-TOTAL.

           MOVE SPACES                         TO KL-TOTAL.
           MOVE 'CLIENTES LISTADOS SEM CONTATO VIGENTE' TO KS-TEXTO.
           MOVE CAD-CLIENTES-SEM-CONTATO         TO KS-QUANTIDADE.
           WRITE KL-TOTAL.

           IF CAD-CONTATOS-ORFAOS > ZERO
               MOVE SPACES                     TO KL-TOTAL
               MOVE 'CONTATOS SEM CLIENTE NO CLIMAST' TO KS-TEXTO
               MOVE CAD-CONTATOS-ORFAOS          TO KS-QUANTIDADE
               WRITE KL-TOTAL
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST CONTATOS SALDOS RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
