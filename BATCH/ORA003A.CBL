      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003A                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Data-subject access report (LGPD, art. 18).  Given one CPF  *
      *   or one client CODIGO on the SYSIN card, prints everything    *
      *   the client system holds about that person, file by file:    *
      *   the CLIMAST record, the open balance on BALCLI with its      *
      *   BALHIST months and any BLQCLI credit hold, every CLIEND      *
      *   delivery address and CLICONT contact (current and            *
      *   end-dated), PENDAPR actions waiting for approval, FUTCLI     *
      *   scheduled changes, the AUDITLOG trail with its before/after  *
      *   slots, the archived trail on AUDARCH and the CLIJRN after-   *
      *   images.  A CPF may sit on more than one CODIGO (a person     *
      *   re-registered after an inactivation), so in CPF mode the     *
      *   master is scanned first for every individual ('F') client    *
      *   carrying it and all of them are reported.  In CPF mode the  *
      *   audit trails, the journal and FUTCLI are also matched on     *
      *   the CPF itself, so an entry recording the CPF against some   *
      *   other CODIGO (a registration later corrected) is not         *
      *   missed.  Every section says NADA CONSTA when it has nothing, *
      *   so the answer to the data subject shows what was searched.   *
      *   Read-only; run on demand.                                    *
      *                                                                *
      *   Parameter card (SYSIN): TIPO(1) VALOR, blank-separated.      *
      *   TIPO 'F' with the 11-digit CPF, or TIPO 'C' with the 6-      *
      *   digit CODIGO.  Anything else ends the job RC 16 without a    *
      *   report.                                                       *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  Also lists the months of the BALHIST       *
      *                    balance history and the BLQCLI credit      *
      *                    hold of each CODIGO.                       *
      *   2026-10-15  RPS  The CLIMAST section shows the sales        *
      *                    representative assigned and since when.    *
      *   2026-10-15  RPS  Client, address and pending-change         *
      *                    entries show the IBGE municipality code;   *
      *                    journal address images follow CLIEND to    *
      *                    138 bytes.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003A.
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

           SELECT SALDOS        ASSIGN TO BALCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CODIGO
               FILE STATUS IS CAD-STATUS-SALDOS.

           SELECT HISTORICO     ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS CAD-STATUS-HIST.

           SELECT BLOQUEIOS     ASSIGN TO BLQCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BQ-CODIGO
               FILE STATUS IS CAD-STATUS-BLOQ.

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-ENDER.

           SELECT CONTATOS      ASSIGN TO CLICONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-CHAVE
               FILE STATUS IS CAD-STATUS-CONTATO.

           SELECT PENDENTES     ASSIGN TO PENDAPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS CAD-STATUS-PEND.

           SELECT FUTURAS       ASSIGN TO FUTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS CAD-STATUS-FUTURAS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS CAD-STATUS-AUDIT.

           SELECT ARQUIVO       ASSIGN TO AUDARCH
               FILE STATUS IS CAD-STATUS-ARQ.

           SELECT JORNAL        ASSIGN TO CLIJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JN-CHAVE
               FILE STATUS IS CAD-STATUS-JORNAL.

           SELECT RELATORIO     ASSIGN TO LGPREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  SALDOS.
       COPY SALDOREC.

       FD  HISTORICO.
       COPY SALHREC.

       FD  BLOQUEIOS.
       COPY BLQREC.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  CONTATOS.
       COPY CONTREC.

       FD  PENDENTES.
       COPY PENDREC.

       FD  FUTURAS.
       COPY FUTREC.

       FD  AUDITLOG.
       COPY AUDITREC.

      *---------------------------------------------------------------*
      *  O ARQUIVO HISTORICO TEM O LAYOUT DO AUDITLOG.  CADA REGISTRO  *
      *  LIDO E COPIADO PARA A AREA DO AUDITLOG (JA LIDO ATE O FIM     *
      *  QUANDO O AUDARCH COMECA) E PASSA PELA MESMA AVALIACAO.        *
      *---------------------------------------------------------------*
       FD  ARQUIVO
           RECORD CONTAINS 663 CHARACTERS.
       01  ARQ-AUDIT-RECORD             PIC X(663).

       FD  JORNAL.
       COPY JRNREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY LGPLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-HIST              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-BLOQ              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDER             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CONTATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-PEND              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-FUTURAS           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-AUDIT             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ARQ               PIC X(02)   VALUE '00'.
       01  CAD-STATUS-JORNAL            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-FIM-FILHOS            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FILHOS           VALUE 'S'.
       01  CAD-SW-FIM-FUTURAS           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FUTURAS          VALUE 'S'.
       01  CAD-SW-FIM-AUDIT             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-AUDIT            VALUE 'S'.
       01  CAD-SW-FIM-ARQ               PIC X(01)   VALUE 'N'.
           88  CAD-FIM-ARQ              VALUE 'S'.
       01  CAD-SW-FIM-JORNAL            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-JORNAL           VALUE 'S'.
       01  CAD-SW-ACHOU-CODIGO          PIC X(01)   VALUE 'N'.
           88  CAD-CODIGO-ACHADO        VALUE 'S'.
       01  CAD-SW-CITA-CPF              PIC X(01)   VALUE 'N'.
           88  CAD-CITA-CPF             VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CAD-CARTAO-PARM - TIPO 'F' (CPF, 11 DIGITOS) OU 'C' (CODIGO,  *
      *  6 DIGITOS), UM BRANCO, E O VALOR ALINHADO A ESQUERDA.         *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM.
           05  CAD-PARM-TIPO            PIC X(01)   VALUE SPACES.
               88  CAD-PEDIDO-POR-CPF   VALUE 'F'.
               88  CAD-PEDIDO-POR-CODIGO VALUE 'C'.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-PARM-VALOR           PIC X(14)   VALUE SPACES.
           05  FILLER REDEFINES CAD-PARM-VALOR.
               10  CAD-PARM-CODIGO      PIC X(06).
               10  CAD-PARM-COD-RESTO   PIC X(08).
           05  FILLER REDEFINES CAD-PARM-VALOR.
               10  CAD-PARM-CPF         PIC X(11).
               10  CAD-PARM-CPF-RESTO   PIC X(03).

       01  CAD-CPF-PEDIDO               PIC 9(14)   VALUE ZERO.
       01  CAD-CPF-TEXTO REDEFINES CAD-CPF-PEDIDO
                                        PIC X(14).
       01  CAD-CODIGO-PEDIDO            PIC 9(06)   VALUE ZERO.

       01  CAD-SELECAO-CPF.
           05  FILLER                   PIC X(05)   VALUE 'CPF: '.
           05  CAD-SC-CPF               PIC X(11)   VALUE SPACES.
       01  CAD-SELECAO-CODIGO.
           05  FILLER                   PIC X(08)   VALUE 'CODIGO: '.
           05  CAD-SC-CODIGO            PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  TABELA DE TITULARES - OS CODIGOS DO CADASTRO QUE PERTENCEM A  *
      *  PESSOA PEDIDA (UM SO NO PEDIDO POR CODIGO).                   *
      *---------------------------------------------------------------*
       01  CAD-MAX-TITULARES            PIC 9(04)   COMP VALUE 50.
       01  CAD-QTD-TITULARES            PIC 9(04)   COMP VALUE ZERO.
       01  CAD-IND-TITULAR              PIC 9(04)   COMP VALUE ZERO.
       01  CAD-IND-BUSCA                PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-TITULARES.
           05  CAD-TIT-CODIGO           OCCURS 50 TIMES
                                        PIC 9(06).
       01  CAD-CODIGO-TESTE             PIC 9(06)   VALUE ZERO.
       01  CAD-CODIGO-CORRENTE          PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CAMPOS DA LINHA A IMPRIMIR (7000-IMPRIMIR-LINHA) E DA SECAO   *
      *  (7010-IMPRIMIR-SECAO).                                        *
      *---------------------------------------------------------------*
       01  CAD-IMP-ARQUIVO              PIC X(08)   VALUE SPACES.
       01  CAD-IMP-CHAVE                PIC X(24)   VALUE SPACES.
       01  CAD-IMP-CAMPO                PIC X(10)   VALUE SPACES.
       01  CAD-IMP-VALOR                PIC X(80)   VALUE SPACES.
       01  CAD-IMP-SECAO                PIC X(60)   VALUE SPACES.
       01  CAD-LINHAS-SECAO             PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  FORMATOS DE CHAVE E DE VALOR MONTADOS PARA A LINHA.           *
      *---------------------------------------------------------------*
       01  CAD-CHAVE-FILHO.
           05  CAD-CF-CODIGO            PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  CAD-CF-SEQUENCIA         PIC 9(02).
       01  CAD-MOMENTO.
           05  CAD-MO-DATA              PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-MO-HORA              PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-MO-OPERADOR          PIC X(08).
       01  CAD-CHAVE-FUTURA.
           05  CAD-CT-DATA-EFETIVA      PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-CT-CODIGO            PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  CAD-CT-SEQUENCIA         PIC 9(02).
       01  CAD-SITUACAO-TEXTO.
           05  CAD-ST-SITUACAO          PIC X(08).
           05  CAD-ST-LIT-DESDE         PIC X(07).
           05  CAD-ST-DATA              PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-ST-MOTIVO            PIC X(20).
       01  CAD-REPRESENTANTE-TEXTO.
           05  CAD-RT-REPRESENTANTE     PIC X(06).
           05  FILLER                   PIC X(07)   VALUE ' DESDE '.
           05  CAD-RT-DATA              PIC 9(08).
       01  CAD-VIGENCIA.
           05  CAD-VG-INICIO            PIC 9(08).
           05  FILLER                   PIC X(03)   VALUE ' A '.
           05  CAD-VG-FIM               PIC 9(08).
       01  CAD-SALDO-TEXTO.
           05  CAD-SA-SALDO             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(06)   VALUE ' REF. '.
           05  CAD-SA-REFERENCIA        PIC 9(08).
       01  CAD-CHAVE-HISTORICO.
           05  CAD-CH-CODIGO            PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  CAD-CH-ANO-MES           PIC 9(06).
       01  CAD-BLOQUEIO-TEXTO.
           05  FILLER                   PIC X(20)   VALUE
               'CREDITO BLOQUEADO - '.
           05  CAD-BT-MESES             PIC Z9.
           05  FILLER                   PIC X(22)   VALUE
               ' MESES COM SALDO, REF.'.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-BT-REFERENCIA        PIC 9(08).
       01  CAD-ALTERACAO-TEXTO.
           05  CAD-AT-ANTES             PIC X(30).
           05  FILLER                   PIC X(04)   VALUE ' -> '.
           05  CAD-AT-DEPOIS            PIC X(30).
       01  CAD-ENTRADA-TEXTO.
           05  CAD-ET-TIPO              PIC X(12).
           05  FILLER                   PIC X(09)   VALUE ' CODIGO: '.
           05  CAD-ET-CODIGO            PIC 9(06).
           05  FILLER                   PIC X(11)   VALUE ' TERMINAL: '.
           05  CAD-ET-TERMINAL          PIC X(04).

      *---------------------------------------------------------------*
      *  TELEFONE FORMATADO COMO NA LISTA DE CONTATOS (ORA002Z).       *
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
           05  CAD-QTD-MESTRE           PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-SALDOS           PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-HISTORICO        PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-BLOQUEIOS        PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-ENDERECOS        PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-CONTATOS         PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-PENDENTES        PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-FUTURAS          PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-AUDITORIA        PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-ARQUIVADAS       PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-IMAGENS          PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT.
           PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT.
           PERFORM 1300-MONTAR-TITULARES THRU 1300-EXIT.

           MOVE ZERO TO CAD-IND-TITULAR.
           PERFORM 2000-LISTAR-CLIENTE THRU 2000-EXIT
               UNTIL CAD-IND-TITULAR NOT < CAD-QTD-TITULARES.

           PERFORM 3000-LISTAR-FUTURAS   THRU 3000-EXIT.
           PERFORM 4000-LISTAR-AUDITORIA THRU 4000-EXIT.
           PERFORM 4500-LISTAR-ARQUIVO   THRU 4500-EXIT.
           PERFORM 5000-LISTAR-JORNAL    THRU 5000-EXIT.

           PERFORM 6000-IMPRIMIR-TOTAIS THRU 6000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003A - CODIGOS DO TITULAR       : '
                   CAD-QTD-TITULARES.
           DISPLAY 'ORA003A - ENTRADAS DE AUDITORIA    : '
                   CAD-QTD-AUDITORIA.
           DISPLAY 'ORA003A - ENTRADAS ARQUIVADAS      : '
                   CAD-QTD-ARQUIVADAS.
           DISPLAY 'ORA003A - IMAGENS DO JORNAL        : '
                   CAD-QTD-IMAGENS.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  CLIMAST.
           OPEN INPUT  SALDOS.
           OPEN INPUT  HISTORICO.
           OPEN INPUT  BLOQUEIOS.
           OPEN INPUT  ENDERECOS.
           OPEN INPUT  CONTATOS.
           OPEN INPUT  PENDENTES.
           OPEN INPUT  FUTURAS.
           OPEN INPUT  AUDITLOG.
           OPEN INPUT  ARQUIVO.
           OPEN INPUT  JORNAL.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-SALDOS NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO BALCLI: '
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-HIST NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO BALHIST: '
                       CAD-STATUS-HIST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-BLOQ NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO BLQCLI: '
                       CAD-STATUS-BLOQ
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDER NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDER
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CONTATO NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO CLICONT: '
                       CAD-STATUS-CONTATO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-PEND NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO PENDAPR: '
                       CAD-STATUS-PEND
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-FUTURAS NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO FUTCLI: '
                       CAD-STATUS-FUTURAS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-AUDIT NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO AUDITLOG: '
                       CAD-STATUS-AUDIT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ARQ NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO AUDARCH: '
                       CAD-STATUS-ARQ
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-JORNAL NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO CLIJRN: '
                       CAD-STATUS-JORNAL
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003A - ERRO ABRINDO LGPREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-TRATAR-PARAMETRO - CPF OU CODIGO DO CARTAO SYSIN.  SEM   *
      *  UM PEDIDO VALIDO NAO HA O QUE PESQUISAR: O JOB TERMINA SEM    *
      *  RELATORIO.                                                    *
      ******************************************************************
       1100-TRATAR-PARAMETRO.
           ACCEPT CAD-CARTAO-PARM.
           IF CAD-PEDIDO-POR-CPF
           AND CAD-PARM-CPF IS NUMERIC
           AND CAD-PARM-CPF-RESTO = SPACES
               MOVE CAD-PARM-CPF TO CAD-CPF-PEDIDO
               MOVE CAD-PARM-CPF TO CAD-SC-CPF
               GO TO 1100-EXIT
           END-IF.
           IF CAD-PEDIDO-POR-CODIGO
           AND CAD-PARM-CODIGO IS NUMERIC
           AND CAD-PARM-COD-RESTO = SPACES
               MOVE CAD-PARM-CODIGO TO CAD-CODIGO-PEDIDO
               MOVE CAD-PARM-CODIGO TO CAD-SC-CODIGO
               GO TO 1100-EXIT
           END-IF.
           DISPLAY 'ORA003A - CARTAO INVALIDO: ' CAD-CARTAO-PARM.
           DISPLAY 'ORA003A - INFORME F E O CPF (11 DIGITOS) OU'
                   ' C E O CODIGO (6 DIGITOS)'.
           GO TO 9999-ABEND.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-IMPRIMIR-CABECALHO                                        *
      ******************************************************************
       1200-IMPRIMIR-CABECALHO.
           MOVE SPACES TO LG-CABECALHO.
           MOVE 'DADOS PESSOAIS MANTIDOS SOBRE O TITULAR - LGPD'
               TO LH-TITULO.
           IF CAD-PEDIDO-POR-CPF
               MOVE CAD-SELECAO-CPF    TO LH-SELECAO
           ELSE
               MOVE CAD-SELECAO-CODIGO TO LH-SELECAO
           END-IF.
           MOVE CAD-DATA-EXECUCAO TO LH-DATA-EXECUCAO.
           WRITE LG-CABECALHO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1300-MONTAR-TITULARES - NO PEDIDO POR CODIGO, O PROPRIO        *
      *  CODIGO (MESMO QUE JA NAO ESTEJA NO CLIMAST: PODE HAVER          *
      *  TRILHA E JORNAL DELE).  NO PEDIDO POR CPF, TODO CLIENTE        *
      *  PESSOA FISICA DO CLIMAST QUE TEM O CPF.                        *
      ******************************************************************
       1300-MONTAR-TITULARES.
           IF CAD-PEDIDO-POR-CODIGO
               MOVE 1 TO CAD-QTD-TITULARES
               MOVE CAD-CODIGO-PEDIDO TO CAD-TIT-CODIGO (1)
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LER-CLIMAST THRU 1310-EXIT.
           PERFORM 1320-VERIFICAR-CPF THRU 1320-EXIT
               UNTIL CAD-FIM-CLIMAST.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  1310-LER-CLIMAST                                               *
      ******************************************************************
       1310-LER-CLIMAST.
           READ CLIMAST NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-READ.
       1310-EXIT.
           EXIT.

      ******************************************************************
      *  1320-VERIFICAR-CPF - UM CLIENTE DO CLIMAST POR VEZ.  MAIS      *
      *  CODIGOS COM O CPF DO QUE CABEM NA TABELA E ANOMALIA DE          *
      *  CADASTRO: SAI NO SYSOUT E O RESTO DO RELATORIO SEGUE COM OS    *
      *  QUE COUBERAM (A TRILHA AINDA E PESQUISADA PELO CPF).           *
      ******************************************************************
       1320-VERIFICAR-CPF.
           IF CM-PESSOA-FISICA
           AND CM-INSCRICAO-FISCAL = CAD-CPF-PEDIDO
               IF CAD-QTD-TITULARES < CAD-MAX-TITULARES
                   ADD 1 TO CAD-QTD-TITULARES
                   MOVE CM-CODIGO
                       TO CAD-TIT-CODIGO (CAD-QTD-TITULARES)
               ELSE
                   DISPLAY 'ORA003A - CODIGO ' CM-CODIGO
                           ' TEM O CPF MAS EXCEDE A TABELA'
               END-IF
           END-IF.
           PERFORM 1310-LER-CLIMAST THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LISTAR-CLIENTE - TUDO O QUE ESTA PENDURADO NO CODIGO:     *
      *  MESTRE, SALDO, HISTORICO DE SALDOS, BLOQUEIO DE CREDITO,       *
      *  ENDERECOS, CONTATOS E ACOES PENDENTES.                         *
      ******************************************************************
       2000-LISTAR-CLIENTE.
           ADD 1 TO CAD-IND-TITULAR.
           MOVE CAD-TIT-CODIGO (CAD-IND-TITULAR)
               TO CAD-CODIGO-CORRENTE.
           MOVE SPACES TO CAD-IMP-SECAO.
           STRING 'CLIENTE ' CAD-CODIGO-CORRENTE
                  ' - CADASTRO E ARQUIVOS LIGADOS AO CODIGO'
                  DELIMITED BY SIZE INTO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.

           PERFORM 2100-LISTAR-MESTRE     THRU 2100-EXIT.
           PERFORM 2200-LISTAR-SALDO      THRU 2200-EXIT.
           PERFORM 2250-LISTAR-HISTORICO  THRU 2250-EXIT.
           PERFORM 2270-LISTAR-BLOQUEIO   THRU 2270-EXIT.
           PERFORM 2300-LISTAR-ENDERECOS  THRU 2300-EXIT.
           PERFORM 2400-LISTAR-CONTATOS   THRU 2400-EXIT.
           PERFORM 2500-LISTAR-PENDENTES  THRU 2500-EXIT.

           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LISTAR-MESTRE                                             *
      ******************************************************************
       2100-LISTAR-MESTRE.
           MOVE CAD-CODIGO-CORRENTE TO CM-CODIGO.
           READ CLIMAST
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CAD-QTD-MESTRE.
           MOVE 'CLIMAST'  TO CAD-IMP-ARQUIVO.
           MOVE SPACES     TO CAD-IMP-CHAVE.
           MOVE CM-CODIGO  TO CAD-IMP-CHAVE.
           PERFORM 7200-IMPRIMIR-MESTRE THRU 7200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-LISTAR-SALDO - SALDO EM ABERTO E DATA DE REFERENCIA       *
      ******************************************************************
       2200-LISTAR-SALDO.
           MOVE CAD-CODIGO-CORRENTE TO SD-CODIGO.
           READ SALDOS
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO CAD-QTD-SALDOS.
           MOVE 'BALCLI'   TO CAD-IMP-ARQUIVO.
           MOVE SPACES     TO CAD-IMP-CHAVE.
           MOVE SD-CODIGO  TO CAD-IMP-CHAVE.
           MOVE SD-SALDO            TO CAD-SA-SALDO.
           MOVE SD-DATA-REFERENCIA  TO CAD-SA-REFERENCIA.
           MOVE 'SALDO'             TO CAD-IMP-CAMPO.
           MOVE CAD-SALDO-TEXTO     TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2250-LISTAR-HISTORICO - OS MESES DO CODIGO NO HISTORICO DE     *
      *  SALDOS EM ABERTO (ATE DOZE).                                   *
      ******************************************************************
       2250-LISTAR-HISTORICO.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO HS-CODIGO.
           MOVE ZERO                TO HS-ANO-MES.
           START HISTORICO KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 2260-LISTAR-MES THRU 2260-EXIT
               UNTIL CAD-FIM-FILHOS.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *  2260-LISTAR-MES                                                *
      ******************************************************************
       2260-LISTAR-MES.
           READ HISTORICO NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 2260-EXIT
           END-READ.
           IF HS-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 2260-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-HISTORICO.
           MOVE 'BALHIST'     TO CAD-IMP-ARQUIVO.
           MOVE HS-CODIGO     TO CAD-CH-CODIGO.
           MOVE HS-ANO-MES    TO CAD-CH-ANO-MES.
           MOVE CAD-CHAVE-HISTORICO TO CAD-IMP-CHAVE.
           MOVE HS-SALDO            TO CAD-SA-SALDO.
           MOVE HS-DATA-CARGA       TO CAD-SA-REFERENCIA.
           MOVE 'SALDO MES'         TO CAD-IMP-CAMPO.
           MOVE CAD-SALDO-TEXTO     TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       2260-EXIT.
           EXIT.

      ******************************************************************
      *  2270-LISTAR-BLOQUEIO - BLOQUEIO DE CREDITO DO DEVEDOR CRONICO  *
      ******************************************************************
       2270-LISTAR-BLOQUEIO.
           MOVE CAD-CODIGO-CORRENTE TO BQ-CODIGO.
           READ BLOQUEIOS
               INVALID KEY
                   GO TO 2270-EXIT
           END-READ.
           ADD 1 TO CAD-QTD-BLOQUEIOS.
           MOVE 'BLQCLI'   TO CAD-IMP-ARQUIVO.
           MOVE SPACES     TO CAD-IMP-CHAVE.
           MOVE BQ-CODIGO  TO CAD-IMP-CHAVE.
           MOVE BQ-MESES-COM-SALDO  TO CAD-BT-MESES.
           MOVE BQ-DATA-REFERENCIA  TO CAD-BT-REFERENCIA.
           MOVE 'BLOQUEIO'          TO CAD-IMP-CAMPO.
           MOVE CAD-BLOQUEIO-TEXTO  TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       2270-EXIT.
           EXIT.

      ******************************************************************
      *  2300-LISTAR-ENDERECOS - TODOS OS ENDERECOS DE ENTREGA DO       *
      *  CODIGO, VIGENTES E ENCERRADOS.                                *
      ******************************************************************
       2300-LISTAR-ENDERECOS.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO EN-CODIGO.
           MOVE ZERO                TO EN-SEQUENCIA.
           START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 2310-LISTAR-ENDERECO THRU 2310-EXIT
               UNTIL CAD-FIM-FILHOS.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2310-LISTAR-ENDERECO                                           *
      ******************************************************************
       2310-LISTAR-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 2310-EXIT
           END-READ.
           IF EN-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-ENDERECOS.
           MOVE 'CLIEND'      TO CAD-IMP-ARQUIVO.
           MOVE EN-CODIGO     TO CAD-CF-CODIGO.
           MOVE EN-SEQUENCIA  TO CAD-CF-SEQUENCIA.
           MOVE CAD-CHAVE-FILHO TO CAD-IMP-CHAVE.
           PERFORM 7300-IMPRIMIR-ENDERECO THRU 7300-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *  2400-LISTAR-CONTATOS - TODOS OS CONTATOS DO CODIGO, VIGENTES   *
      *  E ENCERRADOS.                                                 *
      ******************************************************************
       2400-LISTAR-CONTATOS.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO KT-CODIGO.
           MOVE ZERO                TO KT-SEQUENCIA.
           START CONTATOS KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 2410-LISTAR-CONTATO THRU 2410-EXIT
               UNTIL CAD-FIM-FILHOS.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2410-LISTAR-CONTATO                                            *
      ******************************************************************
       2410-LISTAR-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 2410-EXIT
           END-READ.
           IF KT-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-CONTATOS.
           MOVE 'CLICONT'     TO CAD-IMP-ARQUIVO.
           MOVE KT-CODIGO     TO CAD-CF-CODIGO.
           MOVE KT-SEQUENCIA  TO CAD-CF-SEQUENCIA.
           MOVE CAD-CHAVE-FILHO TO CAD-IMP-CHAVE.
           PERFORM 7400-IMPRIMIR-CONTATO THRU 7400-EXIT.
       2410-EXIT.
           EXIT.

      ******************************************************************
      *  2500-LISTAR-PENDENTES - ACOES DO CODIGO AINDA NA FILA DE       *
      *  APROVACAO.  A CHAVE COMECA PELO CODIGO; O RESTO PARTE DO       *
      *  MENOR VALOR POSSIVEL.                                         *
      ******************************************************************
       2500-LISTAR-PENDENTES.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO PD-CODIGO.
           MOVE ZERO                TO PD-DATA.
           MOVE ZERO                TO PD-HORA.
           MOVE SPACES              TO PD-OPERADOR.
           MOVE SPACES              TO PD-TERMINAL.
           START PENDENTES KEY IS NOT LESS THAN PD-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 2510-LISTAR-PENDENTE THRU 2510-EXIT
               UNTIL CAD-FIM-FILHOS.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  2510-LISTAR-PENDENTE                                           *
      ******************************************************************
       2510-LISTAR-PENDENTE.
           READ PENDENTES NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 2510-EXIT
           END-READ.
           IF PD-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-PENDENTES.
           MOVE 'PENDAPR'     TO CAD-IMP-ARQUIVO.
           MOVE PD-DATA       TO CAD-MO-DATA.
           MOVE PD-HORA       TO CAD-MO-HORA.
           MOVE PD-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE CAD-MOMENTO   TO CAD-IMP-CHAVE.

           MOVE 'ACAO'        TO CAD-IMP-CAMPO.
           EVALUATE TRUE
               WHEN PD-ACAO-INATIVACAO
                   MOVE 'INATIVACAO'     TO CAD-IMP-VALOR
               WHEN PD-ACAO-REATIVACAO
                   MOVE 'REATIVACAO'     TO CAD-IMP-VALOR
               WHEN PD-ACAO-NOME
                   MOVE 'ALTERACAO DE NOME' TO CAD-IMP-VALOR
               WHEN OTHER
                   MOVE PD-TIPO-ACAO     TO CAD-IMP-VALOR
           END-EVALUATE.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           IF PD-ACAO-NOME
               MOVE PD-NOME-ANTES  TO CAD-AT-ANTES
               MOVE PD-NOME-DEPOIS TO CAD-AT-DEPOIS
               MOVE 'NOME'         TO CAD-IMP-CAMPO
               MOVE CAD-ALTERACAO-TEXTO TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
           IF PD-MOTIVO NOT = SPACES
               MOVE 'MOTIVO'       TO CAD-IMP-CAMPO
               MOVE PD-MOTIVO      TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LISTAR-FUTURAS - MUDANCAS PROGRAMADAS AINDA NAO           *
      *  APLICADAS.  A CHAVE COMECA PELA DATA EFETIVA, ENTAO O          *
      *  ARQUIVO E LIDO INTEIRO.                                       *
      ******************************************************************
       3000-LISTAR-FUTURAS.
           MOVE 'MUDANCAS PROGRAMADAS (FUTCLI)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           PERFORM 3010-LER-FUTURA THRU 3010-EXIT.
           PERFORM 3100-AVALIAR-FUTURA THRU 3100-EXIT
               UNTIL CAD-FIM-FUTURAS.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3010-LER-FUTURA                                                *
      ******************************************************************
       3010-LER-FUTURA.
           READ FUTURAS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FUTURAS
           END-READ.
       3010-EXIT.
           EXIT.

      ******************************************************************
      *  3100-AVALIAR-FUTURA - MUDANCA DE UM DOS CODIGOS DO TITULAR,    *
      *  OU (PEDIDO POR CPF) QUE GRAVA O CPF EM PESSOA FISICA.          *
      ******************************************************************
       3100-AVALIAR-FUTURA.
           MOVE FT-CODIGO TO CAD-CODIGO-TESTE.
           PERFORM 7100-PROCURAR-CODIGO THRU 7100-EXIT.
           IF NOT CAD-CODIGO-ACHADO
           AND CAD-PEDIDO-POR-CPF
           AND FT-TIPO-PESSOA = 'F'
           AND FT-INSCRICAO = CAD-CPF-PEDIDO
               MOVE 'S' TO CAD-SW-ACHOU-CODIGO
           END-IF.
           IF CAD-CODIGO-ACHADO
               ADD 1 TO CAD-QTD-FUTURAS
               PERFORM 3200-IMPRIMIR-FUTURA THRU 3200-EXIT
           END-IF.
           PERFORM 3010-LER-FUTURA THRU 3010-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-IMPRIMIR-FUTURA                                           *
      ******************************************************************
       3200-IMPRIMIR-FUTURA.
           MOVE 'FUTCLI'          TO CAD-IMP-ARQUIVO.
           MOVE FT-DATA-EFETIVA   TO CAD-CT-DATA-EFETIVA.
           MOVE FT-CODIGO         TO CAD-CT-CODIGO.
           MOVE FT-SEQ-ENDERECO   TO CAD-CT-SEQUENCIA.
           MOVE CAD-CHAVE-FUTURA  TO CAD-IMP-CHAVE.

           MOVE 'TIPO'            TO CAD-IMP-CAMPO.
           IF FT-MUDANCA-ENDERECO
               MOVE 'ENDERECO DE ENTREGA' TO CAD-IMP-VALOR
           ELSE
               MOVE 'CADASTRO MESTRE'     TO CAD-IMP-VALOR
           END-IF.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ENDERECO'        TO CAD-IMP-CAMPO.
           MOVE FT-ENDERECO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CIDADE'          TO CAD-IMP-CAMPO.
           MOVE FT-CIDADE         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ESTADO'          TO CAD-IMP-CAMPO.
           MOVE FT-ESTADO         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'NOMEEST'         TO CAD-IMP-CAMPO.
           MOVE FT-NOMEEST        TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CEP'             TO CAD-IMP-CAMPO.
           MOVE FT-CEP            TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'MUNIC IBGE'      TO CAD-IMP-CAMPO.
           MOVE FT-MUNICIPIO-IBGE TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           IF FT-MUDANCA-MESTRE
               MOVE 'TIPOPES'     TO CAD-IMP-CAMPO
               MOVE FT-TIPO-PESSOA TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
               MOVE 'INSCRICAO'   TO CAD-IMP-CAMPO
               MOVE FT-INSCRICAO  TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
           MOVE FT-DATA-GRAVACAO  TO CAD-MO-DATA.
           MOVE FT-HORA-GRAVACAO  TO CAD-MO-HORA.
           MOVE FT-OPERADOR       TO CAD-MO-OPERADOR.
           MOVE 'GRAVADA EM'      TO CAD-IMP-CAMPO.
           MOVE CAD-MOMENTO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LISTAR-AUDITORIA - TRILHA ONLINE, LIDA INTEIRA PARA O     *
      *  PEDIDO POR CPF ACHAR TAMBEM O CPF NOS SLOTS DE OUTRO CODIGO.   *
      ******************************************************************
       4000-LISTAR-AUDITORIA.
           MOVE 'TRILHA DE AUDITORIA ONLINE (AUDITLOG)'
               TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'AUDITLOG' TO CAD-IMP-ARQUIVO.
           PERFORM 4010-LER-AUDITORIA THRU 4010-EXIT.
           PERFORM 4020-TRATAR-AUDITORIA THRU 4020-EXIT
               UNTIL CAD-FIM-AUDIT.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4010-LER-AUDITORIA                                             *
      ******************************************************************
       4010-LER-AUDITORIA.
           READ AUDITLOG NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-AUDIT
           END-READ.
       4010-EXIT.
           EXIT.

      ******************************************************************
      *  4020-TRATAR-AUDITORIA                                          *
      ******************************************************************
       4020-TRATAR-AUDITORIA.
           PERFORM 4100-AVALIAR-ENTRADA THRU 4100-EXIT.
           IF CAD-CODIGO-ACHADO
               ADD 1 TO CAD-QTD-AUDITORIA
               PERFORM 4200-IMPRIMIR-ENTRADA THRU 4200-EXIT
           END-IF.
           PERFORM 4010-LER-AUDITORIA THRU 4010-EXIT.
       4020-EXIT.
           EXIT.

      ******************************************************************
      *  4100-AVALIAR-ENTRADA - A ENTRADA NA AREA DO AUDITLOG E DO      *
      *  TITULAR?  PELO CODIGO OU, NO PEDIDO POR CPF, POR UM SLOT        *
      *  INSCRICAO QUE TRAZ O CPF ANTES OU DEPOIS.                     *
      ******************************************************************
       4100-AVALIAR-ENTRADA.
           MOVE AU-CODIGO TO CAD-CODIGO-TESTE.
           PERFORM 7100-PROCURAR-CODIGO THRU 7100-EXIT.
           IF CAD-CODIGO-ACHADO
           OR NOT CAD-PEDIDO-POR-CPF
               GO TO 4100-EXIT
           END-IF.
           MOVE 'N' TO CAD-SW-CITA-CPF.
           SET AU-IDX TO 1.
           PERFORM 4110-VERIFICAR-SLOT THRU 4110-EXIT
               UNTIL CAD-CITA-CPF
                  OR AU-IDX > 9.
           IF CAD-CITA-CPF
               MOVE 'S' TO CAD-SW-ACHOU-CODIGO
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4110-VERIFICAR-SLOT - UM SLOT DE CAMPO POR VEZ                 *
      ******************************************************************
       4110-VERIFICAR-SLOT.
           IF AU-NOME-CAMPO (AU-IDX) = 'INSCRICAO'
               IF AU-VALOR-ANTES (AU-IDX) (1:14) = CAD-CPF-TEXTO
               OR AU-VALOR-DEPOIS (AU-IDX) (1:14) = CAD-CPF-TEXTO
                   MOVE 'S' TO CAD-SW-CITA-CPF
               END-IF
           END-IF.
           SET AU-IDX UP BY 1.
       4110-EXIT.
           EXIT.

      ******************************************************************
      *  4200-IMPRIMIR-ENTRADA - QUEM/QUANDO/TIPO DA ENTRADA E UMA      *
      *  LINHA POR SLOT PREENCHIDO, ANTES -> DEPOIS.                   *
      ******************************************************************
       4200-IMPRIMIR-ENTRADA.
           MOVE AU-DATA       TO CAD-MO-DATA.
           MOVE AU-HORA       TO CAD-MO-HORA.
           MOVE AU-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE CAD-MOMENTO   TO CAD-IMP-CHAVE.
           EVALUATE TRUE
               WHEN AU-INCLUSAO
                   MOVE 'INCLUSAO'    TO CAD-ET-TIPO
               WHEN AU-ALTERACAO
                   MOVE 'ALTERACAO'   TO CAD-ET-TIPO
               WHEN AU-INATIVACAO
                   MOVE 'INATIVACAO'  TO CAD-ET-TIPO
               WHEN AU-REATIVACAO
                   MOVE 'REATIVACAO'  TO CAD-ET-TIPO
               WHEN AU-RECUSA
                   MOVE 'NEGADO'      TO CAD-ET-TIPO
               WHEN AU-CONTATO
                   MOVE 'CONTATO'     TO CAD-ET-TIPO
               WHEN AU-ANONIMIZACAO
                   MOVE 'ANONIMIZADO' TO CAD-ET-TIPO
               WHEN OTHER
                   MOVE AU-TIPO-TRANS TO CAD-ET-TIPO
           END-EVALUATE.
           MOVE AU-CODIGO     TO CAD-ET-CODIGO.
           MOVE AU-TERMINAL   TO CAD-ET-TERMINAL.
           MOVE 'ENTRADA'     TO CAD-IMP-CAMPO.
           MOVE CAD-ENTRADA-TEXTO TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           SET AU-IDX TO 1.
           PERFORM 4210-IMPRIMIR-SLOT THRU 4210-EXIT
               UNTIL AU-IDX > 9.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4210-IMPRIMIR-SLOT - SLOT VAZIO NAO SAI                        *
      ******************************************************************
       4210-IMPRIMIR-SLOT.
           IF AU-NOME-CAMPO (AU-IDX) NOT = SPACES
               MOVE AU-NOME-CAMPO (AU-IDX)   TO CAD-IMP-CAMPO
               MOVE AU-VALOR-ANTES (AU-IDX)  TO CAD-AT-ANTES
               MOVE AU-VALOR-DEPOIS (AU-IDX) TO CAD-AT-DEPOIS
               MOVE CAD-ALTERACAO-TEXTO      TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
           SET AU-IDX UP BY 1.
       4210-EXIT.
           EXIT.

      ******************************************************************
      *  4500-LISTAR-ARQUIVO - TRILHA ARQUIVADA (TODAS AS GERACOES DO   *
      *  AUDARCH, CONCATENADAS PELA JCL), COM O MESMO CRITERIO.         *
      ******************************************************************
       4500-LISTAR-ARQUIVO.
           MOVE 'TRILHA DE AUDITORIA ARQUIVADA (AUDARCH)'
               TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'AUDARCH' TO CAD-IMP-ARQUIVO.
           PERFORM 4510-LER-ARQUIVO THRU 4510-EXIT.
           PERFORM 4520-TRATAR-ARQUIVO THRU 4520-EXIT
               UNTIL CAD-FIM-ARQ.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4510-LER-ARQUIVO                                               *
      ******************************************************************
       4510-LER-ARQUIVO.
           READ ARQUIVO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-ARQ
           END-READ.
       4510-EXIT.
           EXIT.

      ******************************************************************
      *  4520-TRATAR-ARQUIVO                                            *
      ******************************************************************
       4520-TRATAR-ARQUIVO.
           MOVE ARQ-AUDIT-RECORD TO AUDIT-RECORD.
           PERFORM 4100-AVALIAR-ENTRADA THRU 4100-EXIT.
           IF CAD-CODIGO-ACHADO
               ADD 1 TO CAD-QTD-ARQUIVADAS
               PERFORM 4200-IMPRIMIR-ENTRADA THRU 4200-EXIT
           END-IF.
           PERFORM 4510-LER-ARQUIVO THRU 4510-EXIT.
       4520-EXIT.
           EXIT.

      ******************************************************************
      *  5000-LISTAR-JORNAL - IMAGENS COMPLETAS DO CLIJRN.  TODA        *
      *  IMAGEM COMECA PELO CODIGO DO CLIENTE; A IMAGEM E DECODIFICADA  *
      *  NA AREA DO PROPRIO ARQUIVO (COMO NO ORA002J), QUE A ESTA       *
      *  ALTURA NAO E MAIS LIDA.                                       *
      ******************************************************************
       5000-LISTAR-JORNAL.
           MOVE 'JORNAL DE IMAGENS (CLIJRN)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           PERFORM 5010-LER-JORNAL THRU 5010-EXIT.
           PERFORM 5100-AVALIAR-IMAGEM THRU 5100-EXIT
               UNTIL CAD-FIM-JORNAL.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5010-LER-JORNAL                                                *
      ******************************************************************
       5010-LER-JORNAL.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-JORNAL
           END-READ.
       5010-EXIT.
           EXIT.

      ******************************************************************
      *  5100-AVALIAR-IMAGEM - IMAGEM DE UM CODIGO DO TITULAR, OU        *
      *  (PEDIDO POR CPF) IMAGEM DE MESTRE PESSOA FISICA COM O CPF.      *
      ******************************************************************
       5100-AVALIAR-IMAGEM.
           MOVE 'N' TO CAD-SW-ACHOU-CODIGO.
           IF JN-IMAGEM (1:6) IS NUMERIC
               MOVE JN-IMAGEM (1:6) TO CAD-CODIGO-TESTE
               PERFORM 7100-PROCURAR-CODIGO THRU 7100-EXIT
           END-IF.
           IF NOT CAD-CODIGO-ACHADO
           AND CAD-PEDIDO-POR-CPF
           AND JN-IMAGEM-CLIMAST
               MOVE JN-IMAGEM TO CLIENT-RECORD
               IF CM-PESSOA-FISICA
               AND CM-INSCRICAO-FISCAL = CAD-CPF-PEDIDO
                   MOVE 'S' TO CAD-SW-ACHOU-CODIGO
               END-IF
           END-IF.
           IF CAD-CODIGO-ACHADO
               ADD 1 TO CAD-QTD-IMAGENS
               PERFORM 5200-IMPRIMIR-IMAGEM THRU 5200-EXIT
           END-IF.
           PERFORM 5010-LER-JORNAL THRU 5010-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-IMPRIMIR-IMAGEM - A IMAGEM VAI PARA A AREA DO ARQUIVO DE  *
      *  ORIGEM E SAI CAMPO A CAMPO, COMO O REGISTRO VIVO.              *
      ******************************************************************
       5200-IMPRIMIR-IMAGEM.
           MOVE JN-ARQUIVO    TO CAD-IMP-ARQUIVO.
           MOVE JN-DATA       TO CAD-MO-DATA.
           MOVE JN-HORA       TO CAD-MO-HORA.
           MOVE JN-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE CAD-MOMENTO   TO CAD-IMP-CHAVE.
           EVALUATE TRUE
               WHEN JN-IMAGEM-CLIMAST
                   MOVE JN-IMAGEM TO CLIENT-RECORD
                   PERFORM 7200-IMPRIMIR-MESTRE THRU 7200-EXIT
               WHEN JN-IMAGEM-CLIEND
                   MOVE JN-IMAGEM (1:138) TO ENDERECO-ENTREGA
                   PERFORM 7300-IMPRIMIR-ENDERECO THRU 7300-EXIT
               WHEN JN-IMAGEM-CLICONT
                   MOVE JN-IMAGEM (1:143) TO CONTATO-CLIENTE
                   PERFORM 7400-IMPRIMIR-CONTATO THRU 7400-EXIT
               WHEN OTHER
                   MOVE 'IMAGEM'          TO CAD-IMP-CAMPO
                   MOVE JN-IMAGEM (1:80)  TO CAD-IMP-VALOR
                   PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-TOTAIS - QUANTO FOI ACHADO EM CADA ARQUIVO       *
      ******************************************************************
       6000-IMPRIMIR-TOTAIS.
           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'CODIGOS DE CLIENTE DO TITULAR'   TO LT-TEXTO.
           MOVE CAD-QTD-TITULARES                 TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'REGISTROS NO CLIMAST'            TO LT-TEXTO.
           MOVE CAD-QTD-MESTRE                    TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'SALDOS NO BALCLI'                TO LT-TEXTO.
           MOVE CAD-QTD-SALDOS                    TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'MESES NO HISTORICO BALHIST'      TO LT-TEXTO.
           MOVE CAD-QTD-HISTORICO                 TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'BLOQUEIOS DE CREDITO NO BLQCLI'  TO LT-TEXTO.
           MOVE CAD-QTD-BLOQUEIOS                 TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'ENDERECOS NO CLIEND'             TO LT-TEXTO.
           MOVE CAD-QTD-ENDERECOS                 TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'CONTATOS NO CLICONT'             TO LT-TEXTO.
           MOVE CAD-QTD-CONTATOS                  TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'ACOES PENDENTES NO PENDAPR'      TO LT-TEXTO.
           MOVE CAD-QTD-PENDENTES                 TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'MUDANCAS PROGRAMADAS NO FUTCLI'  TO LT-TEXTO.
           MOVE CAD-QTD-FUTURAS                   TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'ENTRADAS NO AUDITLOG'            TO LT-TEXTO.
           MOVE CAD-QTD-AUDITORIA                 TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'ENTRADAS NO AUDARCH'             TO LT-TEXTO.
           MOVE CAD-QTD-ARQUIVADAS                TO LT-QUANTIDADE.
           WRITE LG-TOTAL.

           MOVE SPACES                           TO LG-TOTAL.
           MOVE 'IMAGENS NO CLIJRN'               TO LT-TEXTO.
           MOVE CAD-QTD-IMAGENS                   TO LT-QUANTIDADE.
           WRITE LG-TOTAL.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-LINHA - UMA LINHA DE DETALHE COM ARQUIVO, CHAVE, *
      *  CAMPO E VALOR MONTADOS PELO CHAMADOR.                          *
      ******************************************************************
       7000-IMPRIMIR-LINHA.
           MOVE SPACES          TO LG-DETALHE.
           MOVE CAD-IMP-ARQUIVO TO LG-ARQUIVO.
           MOVE CAD-IMP-CHAVE   TO LG-CHAVE.
           MOVE CAD-IMP-CAMPO   TO LG-CAMPO.
           MOVE CAD-IMP-VALOR   TO LG-VALOR.
           WRITE LG-DETALHE.
           ADD 1 TO CAD-LINHAS-SECAO.
           MOVE SPACES TO CAD-IMP-VALOR.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7010-IMPRIMIR-SECAO - TITULO DE UM GRUPO DE LINHAS; ZERA A     *
      *  CONTAGEM DE LINHAS DO GRUPO PARA O NADA CONSTA.               *
      ******************************************************************
       7010-IMPRIMIR-SECAO.
           MOVE SPACES        TO LG-SECAO.
           WRITE LG-SECAO.
           MOVE CAD-IMP-SECAO TO LS-TEXTO.
           WRITE LG-SECAO.
           MOVE ZERO TO CAD-LINHAS-SECAO.
       7010-EXIT.
           EXIT.

      ******************************************************************
      *  7020-IMPRIMIR-NADA-CONSTA                                      *
      ******************************************************************
       7020-IMPRIMIR-NADA-CONSTA.
           MOVE SPACES        TO LG-DETALHE.
           MOVE 'NADA CONSTA' TO LG-VALOR.
           WRITE LG-DETALHE.
       7020-EXIT.
           EXIT.

      ******************************************************************
      *  7100-PROCURAR-CODIGO - CAD-CODIGO-TESTE ESTA NA TABELA DE      *
      *  TITULARES?                                                    *
      ******************************************************************
       7100-PROCURAR-CODIGO.
           MOVE 'N'  TO CAD-SW-ACHOU-CODIGO.
           MOVE ZERO TO CAD-IND-BUSCA.
           PERFORM 7110-COMPARAR-CODIGO THRU 7110-EXIT
               UNTIL CAD-CODIGO-ACHADO
                  OR CAD-IND-BUSCA NOT < CAD-QTD-TITULARES.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7110-COMPARAR-CODIGO - UMA LINHA DA TABELA POR VEZ             *
      ******************************************************************
       7110-COMPARAR-CODIGO.
           ADD 1 TO CAD-IND-BUSCA.
           IF CAD-TIT-CODIGO (CAD-IND-BUSCA) = CAD-CODIGO-TESTE
               MOVE 'S' TO CAD-SW-ACHOU-CODIGO
           END-IF.
       7110-EXIT.
           EXIT.

      ******************************************************************
      *  7200-IMPRIMIR-MESTRE - CAMPOS DO REGISTRO DO CLIMAST NA AREA   *
      *  DO ARQUIVO (REGISTRO VIVO OU IMAGEM DO JORNAL).                *
      ******************************************************************
       7200-IMPRIMIR-MESTRE.
           MOVE 'NOME'            TO CAD-IMP-CAMPO.
           MOVE CM-NOME           TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ENDERECO'        TO CAD-IMP-CAMPO.
           MOVE CM-ENDERECO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CIDADE'          TO CAD-IMP-CAMPO.
           MOVE CM-CIDADE         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ESTADO'          TO CAD-IMP-CAMPO.
           MOVE CM-ESTADO         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'NOMEEST'         TO CAD-IMP-CAMPO.
           MOVE CM-NOMEEST        TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CEP'             TO CAD-IMP-CAMPO.
           MOVE CM-CEP            TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'MUNIC IBGE'      TO CAD-IMP-CAMPO.
           MOVE CM-MUNICIPIO-IBGE TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'TIPOPES'         TO CAD-IMP-CAMPO.
           MOVE CM-TIPO-PESSOA    TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'INSCRICAO'       TO CAD-IMP-CAMPO.
           MOVE CM-INSCRICAO-FISCAL TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           MOVE SPACES            TO CAD-SITUACAO-TEXTO.
           IF CM-INATIVO
               MOVE 'INATIVO'     TO CAD-ST-SITUACAO
               MOVE ' DESDE '     TO CAD-ST-LIT-DESDE
               MOVE CM-DATA-INATIVACAO TO CAD-ST-DATA
               MOVE CM-MOTIVO-INATIVACAO TO CAD-ST-MOTIVO
           ELSE
               MOVE 'ATIVO'       TO CAD-ST-SITUACAO
           END-IF.
           MOVE 'SITUACAO'        TO CAD-IMP-CAMPO.
           MOVE CAD-SITUACAO-TEXTO TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           IF CM-REPRESENTANTE NOT = SPACES
               MOVE CM-REPRESENTANTE   TO CAD-RT-REPRESENTANTE
               MOVE CM-DATA-ATRIB-REPR TO CAD-RT-DATA
               MOVE 'REPRESENT'        TO CAD-IMP-CAMPO
               MOVE CAD-REPRESENTANTE-TEXTO TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.

           MOVE CM-ULT-DATA-MANUT TO CAD-MO-DATA.
           MOVE CM-ULT-HORA-MANUT TO CAD-MO-HORA.
           MOVE CM-ULT-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE 'ULT-MANUT'       TO CAD-IMP-CAMPO.
           MOVE CAD-MOMENTO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  7300-IMPRIMIR-ENDERECO - CAMPOS DO REGISTRO DO CLIEND          *
      ******************************************************************
       7300-IMPRIMIR-ENDERECO.
           MOVE 'ENDERECO'        TO CAD-IMP-CAMPO.
           MOVE EN-ENDERECO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CIDADE'          TO CAD-IMP-CAMPO.
           MOVE EN-CIDADE         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ESTADO'          TO CAD-IMP-CAMPO.
           MOVE EN-ESTADO         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'NOMEEST'         TO CAD-IMP-CAMPO.
           MOVE EN-NOMEEST        TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CEP'             TO CAD-IMP-CAMPO.
           MOVE EN-CEP            TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'MUNIC IBGE'      TO CAD-IMP-CAMPO.
           MOVE EN-MUNICIPIO-IBGE TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE EN-DATA-INICIO    TO CAD-VG-INICIO.
           MOVE EN-DATA-FIM       TO CAD-VG-FIM.
           MOVE 'VIGENCIA'        TO CAD-IMP-CAMPO.
           MOVE CAD-VIGENCIA      TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE EN-ULT-DATA-MANUT TO CAD-MO-DATA.
           MOVE EN-ULT-HORA-MANUT TO CAD-MO-HORA.
           MOVE EN-ULT-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE 'ULT-MANUT'       TO CAD-IMP-CAMPO.
           MOVE CAD-MOMENTO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      *  7400-IMPRIMIR-CONTATO - CAMPOS DO REGISTRO DO CLICONT          *
      ******************************************************************
       7400-IMPRIMIR-CONTATO.
           MOVE 'CONTATO'         TO CAD-IMP-CAMPO.
           MOVE KT-NOME           TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'FUNCAO'          TO CAD-IMP-CAMPO.
           EVALUATE TRUE
               WHEN KT-COMPRAS
                   MOVE 'COMPRAS'    TO CAD-IMP-VALOR
               WHEN KT-FINANCEIRO
                   MOVE 'FINANCEIRO' TO CAD-IMP-VALOR
               WHEN KT-ENTREGA
                   MOVE 'ENTREGA'    TO CAD-IMP-VALOR
               WHEN OTHER
                   MOVE KT-FUNCAO    TO CAD-IMP-VALOR
           END-EVALUATE.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           IF KT-TELEFONE > ZERO
               MOVE KT-DDD      TO CAD-FE-DDD
               MOVE KT-TELEFONE TO CAD-FE-TELEFONE
               IF KT-RAMAL > ZERO
                   MOVE ' R'     TO CAD-FE-PREFIXO
                   MOVE KT-RAMAL TO CAD-FE-RAMAL
               ELSE
                   MOVE SPACES   TO CAD-FE-AREA-RAMAL
               END-IF
               MOVE 'TELEFONE'  TO CAD-IMP-CAMPO
               MOVE CAD-FONE-EDITADO TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
           MOVE 'EMAIL'           TO CAD-IMP-CAMPO.
           MOVE KT-EMAIL          TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'PREFERIDO'       TO CAD-IMP-CAMPO.
           MOVE KT-PREFERENCIAL   TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE KT-DATA-INICIO    TO CAD-VG-INICIO.
           MOVE KT-DATA-FIM       TO CAD-VG-FIM.
           MOVE 'VIGENCIA'        TO CAD-IMP-CAMPO.
           MOVE CAD-VIGENCIA      TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE KT-ULT-DATA-MANUT TO CAD-MO-DATA.
           MOVE KT-ULT-HORA-MANUT TO CAD-MO-HORA.
           MOVE KT-ULT-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE 'ULT-MANUT'       TO CAD-IMP-CAMPO.
           MOVE CAD-MOMENTO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7400-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST SALDOS HISTORICO BLOQUEIOS ENDERECOS
                 CONTATOS PENDENTES
                 FUTURAS AUDITLOG ARQUIVO JORNAL RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
