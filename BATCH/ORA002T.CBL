      *                    attempt on a mistyped code was holding     *
      *                    the whole night on RC=8 until ORA002X      *
      *                    archived the entry.                        *
      *   2026-10-15  RPS  CLIMAST and CLIEND are no longer swept     *
      *                    here: the job reads the nightly CLISNAP    *
      *                    snapshot written by ORA003O in one pass,   *
      *                    where each master is followed by its       *
      *                    addresses (an orphan address has no master *
      *                    before it), and matches AUDITLOG against   *
      *                    it in CODIGO order instead of reading the  *
      *                    master at random for every entry.  A       *
      *                    snapshot with no header, no trailer, or    *
      *                    counts that disagree with its trailer      *
      *                    abends the run.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRATO       ASSIGN TO CLISNAP
               FILE STATUS IS CAD-STATUS-RETRATO.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.

       FD  RETRATO
           RECORD CONTAINS 217 CHARACTERS.
       COPY SNAPREC.

       FD  AUDITLOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-RETRATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-AUDIT             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CEPTAB            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-RETRATO           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-RETRATO          VALUE 'S'.
       01  CAD-SW-FIM-AUDIT             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-AUDIT            VALUE 'S'.
       01  CAD-SW-TEM-CLIENTE           PIC X(01)   VALUE 'N'.
           88  CAD-TEM-CLIENTE          VALUE 'S'.

      *---------------------------------------------------------------*
      *  IMAGENS LIDAS DO RETRATO (SN-DADOS).  CLIENT-RECORD GUARDA O  *
      *  ULTIMO MESTRE LIDO: OS ENDERECOS E AS ENTRADAS DE AUDITORIA   *
      *  DO MESMO CODIGO SAO CONFERIDOS CONTRA ELE.                    *
      *---------------------------------------------------------------*
       COPY CLIMAST.

       COPY ENDEREC.

       01  CAD-RET-HASH-CODIGO          PIC 9(12)   VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO THRU 0100-EXIT.
           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1050-LER-CABECALHO    THRU 1050-EXIT.
           PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT.

           PERFORM 2000-VERIFICAR-RETRATO   THRU 2000-EXIT.
           PERFORM 4000-VERIFICAR-AUDITORIA THRU 4000-EXIT.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  RETRATO.
           OPEN INPUT  AUDITLOG.
           OPEN INPUT  CEPTAB.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA002T - ERRO ABRINDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-AUDIT NOT = '00'
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1050-LER-CABECALHO - O PRIMEIRO REGISTRO DO RETRATO TEM DE    *
      *  SER O CABECALHO.                                              *
      ******************************************************************
       1050-LER-CABECALHO.
           READ RETRATO
               AT END
                   MOVE SPACE TO SN-TIPO
           END-READ.
           IF NOT SN-REG-CABECALHO
               DISPLAY 'ORA002T - CLISNAP SEM CABECALHO - RODE O'
                       ' ORA003O ANTES'
               GO TO 9999-ABEND
           END-IF.
           DISPLAY 'ORA002T - RETRATO DE           : '
                   SN-DATA-RETRATO ' ' SN-HORA-RETRATO.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  1100-IMPRIMIR-CABECALHO                                        *
      ******************************************************************
           EXIT.

      ******************************************************************
      *  2000-VERIFICAR-RETRATO - PERCORRE O RETRATO INTEIRO: CADA     *
      *  MESTRE E CONFERIDO SOZINHO E CONTRA O AUDITLOG, CADA ENDERECO *
      *  CONTRA O MESTRE QUE O PRECEDE.                                *
      ******************************************************************
       2000-VERIFICAR-RETRATO.
           PERFORM 4100-LER-AUDITORIA THRU 4100-EXIT.
           PERFORM 2100-LER-RETRATO THRU 2100-EXIT.
           PERFORM 2150-CONFERIR-REGISTRO THRU 2150-EXIT
               UNTIL CAD-FIM-RETRATO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-RETRATO - O TRAILER ENCERRA A LEITURA; FIM DE        *
      *  ARQUIVO ANTES DELE E VARREDURA INCOMPLETA.                    *
      ******************************************************************
       2100-LER-RETRATO.
           READ RETRATO
               AT END
                   DISPLAY 'ORA002T - CLISNAP SEM TRAILER - VARREDURA'
                           ' INCOMPLETA'
                   GO TO 9999-ABEND
           END-READ.
           IF SN-REG-TRAILER
               PERFORM 2500-CONFERIR-TRAILER THRU 2500-EXIT
               MOVE 'S' TO CAD-SW-FIM-RETRATO
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2150-CONFERIR-REGISTRO - UM REGISTRO DO RETRATO POR VEZ       *
      ******************************************************************
       2150-CONFERIR-REGISTRO.
           EVALUATE TRUE
               WHEN SN-REG-CLIENTE
                   MOVE SN-DADOS TO CLIENT-RECORD
                   PERFORM 2200-CONFERIR-CLIENTE THRU 2200-EXIT
               WHEN SN-REG-ENDERECO
                   MOVE SN-DADOS TO ENDERECO-ENTREGA
                   PERFORM 3200-CONFERIR-ENDERECO THRU 3200-EXIT
               WHEN OTHER
                   DISPLAY 'ORA002T - REGISTRO INVALIDO NO CLISNAP: '
                           SN-TIPO SN-CHAVE
                   GO TO 9999-ABEND
           END-EVALUATE.
           PERFORM 2100-LER-RETRATO THRU 2100-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *  2200-CONFERIR-CLIENTE - COERENCIA INTERNA DA SITUACAO E, PARA *
      *  CLIENTE ATIVO, O PREFIXO DO CEP AINDA RESOLVIDO NO CEPTAB.    *
      *  EM SEGUIDA CONSOME AS ENTRADAS DE AUDITORIA ATE ESTE CODIGO.  *
      ******************************************************************
       2200-CONFERIR-CLIENTE.
           ADD 1 TO CAD-CLIENTES-LIDOS.
           ADD CM-CODIGO TO CAD-RET-HASH-CODIGO.
           MOVE 'S' TO CAD-SW-TEM-CLIENTE.
           PERFORM 2300-CONFERIR-SITUACAO THRU 2300-EXIT.
           IF CM-ATIVO
               PERFORM 2400-CONFERIR-CEP THRU 2400-EXIT
           END-IF.
           PERFORM 4200-CONFERIR-AUDITORIA THRU 4200-EXIT
               UNTIL CAD-FIM-AUDIT
               OR    AU-CODIGO > CM-CODIGO.
       2200-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      *  2500-CONFERIR-TRAILER - QUANTIDADES E HASH LIDOS TEM DE BATER *
      *  COM O TRAILER GRAVADO PELO ORA003O.                           *
      ******************************************************************
       2500-CONFERIR-TRAILER.
           IF CAD-CLIENTES-LIDOS  NOT = SN-QTD-CLIENTES
           OR CAD-ENDERECOS-LIDOS NOT = SN-QTD-ENDERECOS
           OR CAD-RET-HASH-CODIGO NOT = SN-HASH-CODIGO
               DISPLAY 'ORA002T - CLISNAP NAO CONFERE COM O TRAILER'
               GO TO 9999-ABEND
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3200-CONFERIR-ENDERECO - TODO ENDERECO PRECISA DE DONO: O     *
      *  MESTRE DE MESMO CODIGO VEM LOGO ANTES DELE NO RETRATO.  E     *
      *  ENDERECO VIGENTE NAO PODE PENDER DE CLIENTE INATIVO.          *
      ******************************************************************
       3200-CONFERIR-ENDERECO.
           ADD 1 TO CAD-ENDERECOS-LIDOS.
           IF NOT CAD-TEM-CLIENTE
           OR CM-CODIGO NOT = EN-CODIGO
               MOVE SPACES TO VL-DETALHE
               MOVE EN-CODIGO TO VL-CODIGO
               MOVE EN-SEQUENCIA TO CAD-CS-SEQUENCIA
                   ADD 1 TO CAD-OCO-END-INATIVO
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-VERIFICAR-AUDITORIA - TODA ENTRADA DE MOVIMENTO COM      *
      *  CODIGO DE CLIENTE PRECISA DE DONO NO CLIMAST.  O AUDITLOG E   *
      *  LIDO EM ORDEM DE CODIGO JUNTO COM O RETRATO (2200); O QUE     *
      *  SOBRA DEPOIS DO ULTIMO MESTRE NAO TEM DONO.  CODIGO ZERO E    *
      *  ENTRADA DE RECUSA DE ACESSO (TIPO 'N') SAO PULADOS: A RECUSA  *
      *  CARREGA O CODIGO QUE O OPERADOR DIGITOU, EXISTENTE OU NAO, E  *
      *  NAO E MOVIMENTO -- COMO ORA002G JA OS PULA.                   *
      ******************************************************************
       4000-VERIFICAR-AUDITORIA.
           PERFORM 4200-CONFERIR-AUDITORIA THRU 4200-EXIT
               UNTIL CAD-FIM-AUDIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4200-CONFERIR-AUDITORIA - UMA ENTRADA POR VEZ; SO TEM DONO A  *
      *  ENTRADA DO CODIGO DO MESTRE CORRENTE DO RETRATO.              *
      ******************************************************************
       4200-CONFERIR-AUDITORIA.
           ADD 1 TO CAD-AUDIT-LIDAS.
               PERFORM 4100-LER-AUDITORIA THRU 4100-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF NOT CAD-TEM-CLIENTE
           OR AU-CODIGO NOT = CM-CODIGO
               MOVE SPACES TO VL-DETALHE
               MOVE AU-CODIGO TO VL-CODIGO
               MOVE AU-DATA TO CAD-CA-DATA
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  6000-GRAVAR-OCORRENCIA - UMA LINHA DE DETALHE POR OCORRENCIA   *
      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE RETRATO AUDITLOG CEPTAB RELATORIO.
       8000-EXIT.
           EXIT.

