      *                                                                *
      *   Modification history.                                       *
      *   2026-09-02  RPS  Original version.                          *
      *   2026-10-15  RPS  The client-contact child CLICONT is rebuilt *
      *                    the same way: backup CLICONB copied onto    *
      *                    CLICONTN, then its CLIJRN images replayed.  *
      *   2026-10-15  RPS  CLIMAST grew to 201 bytes (sales            *
      *                    representative); the backup area and the    *
      *                    image move follow it.                       *
      *   2026-10-15  RPS  CLIMAST grew to 208 bytes and CLIEND to 138 *
      *                    (IBGE municipality code); the backup areas  *
      *                    and the image moves follow them.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS BD-CHAVE
               FILE STATUS IS CAD-STATUS-BKPEND.

           SELECT CONTATO-BACKUP ASSIGN TO CLICONB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-CHAVE
               FILE STATUS IS CAD-STATUS-BKPCON.

           SELECT JORNAL        ASSIGN TO CLIJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-NOVOEND.

           SELECT CONTATO-NOVO  ASSIGN TO CLICONTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-CHAVE
               FILE STATUS IS CAD-STATUS-NOVOCON.

           SELECT RELATORIO     ASSIGN TO RECREL
               FILE STATUS IS CAD-STATUS-RELAT.

       FD  MESTRE-BACKUP.
       01  REGISTRO-BACKUP-MESTRE.
           05  BK-CODIGO                PIC 9(06).
           05  FILLER                   PIC X(202).

       FD  ENDERECO-BACKUP.
       01  REGISTRO-BACKUP-ENDER.
           05  BD-CHAVE                 PIC X(08).
           05  FILLER                   PIC X(130).

       FD  CONTATO-BACKUP.
       01  REGISTRO-BACKUP-CONTATO.
           05  BC-CHAVE                 PIC X(08).
           05  FILLER                   PIC X(135).

       FD  JORNAL.
       COPY JRNREC.
       FD  ENDERECO-NOVO.
       COPY ENDEREC.

       FD  CONTATO-NOVO.
       COPY CONTREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY RECLREC.

       01  CAD-STATUS-BKP               PIC X(02)   VALUE '00'.
       01  CAD-STATUS-BKPEND            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-BKPCON            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-JORNAL            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-NOVO              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-NOVOEND           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-NOVOCON           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-BKP               PIC X(01)   VALUE 'N'.
           88  CAD-FIM-BKP              VALUE 'S'.
       01  CAD-SW-FIM-BKPEND            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-BKPEND           VALUE 'S'.
       01  CAD-SW-FIM-BKPCON            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-BKPCON           VALUE 'S'.
       01  CAD-SW-FIM-JORNAL            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-JORNAL           VALUE 'S'.

       01  CAD-CONTADORES.
           05  CAD-COPIADOS-MESTRE      PIC 9(08)   VALUE ZERO.
           05  CAD-COPIADOS-ENDER       PIC 9(08)   VALUE ZERO.
           05  CAD-COPIADOS-CONTATO     PIC 9(08)   VALUE ZERO.
           05  CAD-IMAGENS-LIDAS        PIC 9(08)   VALUE ZERO.
           05  CAD-APLICADAS-MESTRE     PIC 9(08)   VALUE ZERO.
           05  CAD-APLICADAS-ENDER      PIC 9(08)   VALUE ZERO.
           05  CAD-APLICADAS-CONTATO    PIC 9(08)   VALUE ZERO.
           05  CAD-IMAGENS-IGNORADAS    PIC 9(08)   VALUE ZERO.
           05  CAD-IMAGENS-COM-ERRO     PIC 9(08)   VALUE ZERO.

                   CAD-COPIADOS-MESTRE.
           DISPLAY 'ORA002J - COPIADOS DO BACKUP (ENDER.) : '
                   CAD-COPIADOS-ENDER.
           DISPLAY 'ORA002J - COPIADOS DO BACKUP (CONTAT.): '
                   CAD-COPIADOS-CONTATO.
           DISPLAY 'ORA002J - IMAGENS DO JORNAL APLICADAS : '
                   CAD-APLICADAS-MESTRE ' / ' CAD-APLICADAS-ENDER
                   ' / ' CAD-APLICADAS-CONTATO.
           IF CAD-IMAGENS-COM-ERRO > ZERO
               DISPLAY 'ORA002J - IMAGENS COM ERRO DE GRAVACAO: '
                       CAD-IMAGENS-COM-ERRO
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  MESTRE-BACKUP.
           OPEN INPUT  ENDERECO-BACKUP.
           OPEN INPUT  CONTATO-BACKUP.
           OPEN INPUT  JORNAL.
           OPEN OUTPUT MESTRE-NOVO.
           OPEN OUTPUT ENDERECO-NOVO.
           OPEN OUTPUT CONTATO-NOVO.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-BKP NOT = '00'
               DISPLAY 'ORA002J - ERRO ABRINDO CLIBKP: '
                       CAD-STATUS-BKPEND
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-BKPCON NOT = '00'
               DISPLAY 'ORA002J - ERRO ABRINDO CLICONB: '
                       CAD-STATUS-BKPCON
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-JORNAL NOT = '00'
               DISPLAY 'ORA002J - ERRO ABRINDO CLIJRN: '
                       CAD-STATUS-JORNAL
                       CAD-STATUS-NOVOEND
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-NOVOCON NOT = '00'
               DISPLAY 'ORA002J - ERRO ABRINDO CLICONTN: '
                       CAD-STATUS-NOVOCON
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA002J - ERRO ABRINDO RECREL: '
                       CAD-STATUS-RELAT
           PERFORM 2300-LER-BKP-ENDER  THRU 2300-EXIT.
           PERFORM 2400-COPIAR-ENDER   THRU 2400-EXIT
               UNTIL CAD-FIM-BKPEND.
           PERFORM 2500-LER-BKP-CONTATO THRU 2500-EXIT.
           PERFORM 2600-COPIAR-CONTATO  THRU 2600-EXIT
               UNTIL CAD-FIM-BKPCON.
       2000-EXIT.
           EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2500-LER-BKP-CONTATO                                           *
      ******************************************************************
       2500-LER-BKP-CONTATO.
           READ CONTATO-BACKUP NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-BKPCON
           END-READ.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  2600-COPIAR-CONTATO - UM REGISTRO DO BACKUP DE CONTATOS POR VEZ*
      ******************************************************************
       2600-COPIAR-CONTATO.
           MOVE REGISTRO-BACKUP-CONTATO TO CONTATO-CLIENTE.
           WRITE CONTATO-CLIENTE
               INVALID KEY
                   DISPLAY 'ORA002J - CHAVE DUPLICADA NO BACKUP CON: '
                           KT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO CAD-COPIADOS-CONTATO
           END-WRITE.
           PERFORM 2500-LER-BKP-CONTATO THRU 2500-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  3000-REPOSICIONAR-SAIDAS - FECHA A FASE DE COPIA E REABRE AS   *
      *  SAIDAS EM I-O PARA O REPLAY DO JORNAL PODER REGRAVAR.          *
      ******************************************************************
       3000-REPOSICIONAR-SAIDAS.
           CLOSE MESTRE-NOVO ENDERECO-NOVO CONTATO-NOVO.
           OPEN I-O MESTRE-NOVO.
           OPEN I-O ENDERECO-NOVO.
           OPEN I-O CONTATO-NOVO.
           IF CAD-STATUS-NOVO NOT = '00'
           OR CAD-STATUS-NOVOEND NOT = '00'
           OR CAD-STATUS-NOVOCON NOT = '00'
               DISPLAY 'ORA002J - ERRO REABRINDO AS SAIDAS: '
                       CAD-STATUS-NOVO ' ' CAD-STATUS-NOVOEND
                       ' ' CAD-STATUS-NOVOCON
               GO TO 9999-ABEND
           END-IF.
       3000-EXIT.
                   PERFORM 4300-APLICAR-MESTRE THRU 4300-EXIT
               WHEN JN-IMAGEM-CLIEND
                   PERFORM 4400-APLICAR-ENDERECO THRU 4400-EXIT
               WHEN JN-IMAGEM-CLICONT
                   PERFORM 4500-APLICAR-CONTATO THRU 4500-EXIT
               WHEN OTHER
                   ADD 1 TO CAD-IMAGENS-IGNORADAS
           END-EVALUATE.
      *  4300-APLICAR-MESTRE - IMAGEM DE CLIMAST: GRAVA OU REGRAVA      *
      ******************************************************************
       4300-APLICAR-MESTRE.
           MOVE JN-IMAGEM (1:208) TO CLIENT-RECORD.
           WRITE CLIENT-RECORD
               INVALID KEY
                   REWRITE CLIENT-RECORD
      *  4400-APLICAR-ENDERECO - IMAGEM DE CLIEND: GRAVA OU REGRAVA     *
      ******************************************************************
       4400-APLICAR-ENDERECO.
           MOVE JN-IMAGEM (1:138) TO ENDERECO-ENTREGA.
           WRITE ENDERECO-ENTREGA
               INVALID KEY
                   REWRITE ENDERECO-ENTREGA
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  4500-APLICAR-CONTATO - IMAGEM DE CLICONT: GRAVA OU REGRAVA     *
      ******************************************************************
       4500-APLICAR-CONTATO.
           MOVE JN-IMAGEM (1:143) TO CONTATO-CLIENTE.
           WRITE CONTATO-CLIENTE
               INVALID KEY
                   REWRITE CONTATO-CLIENTE
                       INVALID KEY
                           ADD 1 TO CAD-IMAGENS-COM-ERRO
                           DISPLAY 'ORA002J - FALHA APLICANDO CONTATO '
                                   KT-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO CAD-APLICADAS-CONTATO
                           PERFORM 4900-MARCAR-IMAGEM THRU 4900-EXIT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO CAD-APLICADAS-CONTATO
                   PERFORM 4900-MARCAR-IMAGEM THRU 4900-EXIT
           END-WRITE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4900-MARCAR-IMAGEM - A CHAVE DA ULTIMA IMAGEM APLICADA VIRA    *
      *  O MARCO "RECONSTRUIDO ATE" DO RELATORIO.                      *
           MOVE CAD-COPIADOS-ENDER                  TO RJ-QUANTIDADE.
           WRITE RJ-TOTAL.

           MOVE SPACES                            TO RJ-TOTAL.
           MOVE 'CONTATOS COPIADOS DO BACKUP'      TO RJ-TEXTO.
           MOVE CAD-COPIADOS-CONTATO                TO RJ-QUANTIDADE.
           WRITE RJ-TOTAL.

           MOVE SPACES                            TO RJ-TOTAL.
           MOVE 'IMAGENS LIDAS DO JORNAL'          TO RJ-TEXTO.
           MOVE CAD-IMAGENS-LIDAS                   TO RJ-QUANTIDADE.
           MOVE CAD-APLICADAS-ENDER                 TO RJ-QUANTIDADE.
           WRITE RJ-TOTAL.

           MOVE SPACES                            TO RJ-TOTAL.
           MOVE 'IMAGENS APLICADAS AOS CONTATOS'   TO RJ-TEXTO.
           MOVE CAD-APLICADAS-CONTATO               TO RJ-QUANTIDADE.
           WRITE RJ-TOTAL.

           IF CAD-IMAGENS-IGNORADAS > ZERO
               MOVE SPACES                        TO RJ-TOTAL
               MOVE 'IMAGENS DE ARQUIVO DESCONHECIDO' TO RJ-TEXTO
           MOVE SPACES TO RJ-MARCO.
           IF CAD-APLICADAS-MESTRE > ZERO
           OR CAD-APLICADAS-ENDER > ZERO
           OR CAD-APLICADAS-CONTATO > ZERO
               MOVE 'ARQUIVO RECONSTRUIDO ATE A IMAGEM'
                   TO RJ-MARCO-TEXTO
               MOVE CAD-ULTIMA-IMAGEM TO RJ-MARCO-VALOR
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE MESTRE-BACKUP ENDERECO-BACKUP CONTATO-BACKUP JORNAL
                 MESTRE-NOVO ENDERECO-NOVO CONTATO-NOVO RELATORIO.
       8000-EXIT.
           EXIT.

