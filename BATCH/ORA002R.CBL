      *   2026-09-02  RPS  CLIMAST gained the tax registration; the    *
      *                    SD COPY REPLACING list follows the new      *
      *                    field names.  The report is unchanged.      *
      *   2026-10-15  RPS  CM-ANONIMIZADO (LGPD) added to CLIMAST;     *
      *                    renamed in the SD copy like the others.     *
      *   2026-10-15  RPS  CLIMAST gained the sales representative     *
      *                    assignment; renamed in the SD copy too.     *
      *   2026-10-15  RPS  CLIMAST gained the IBGE municipality code;  *
      *                    renamed in the SD copy too.                 *
      *   2026-10-15  RPS  The sort is now loaded by an INPUT          *
      *                    PROCEDURE from the nightly CLISNAP snapshot *
      *                    written by ORA003O (the 'C' master images,  *
      *                    already in the CLIMAST layout) instead of   *
      *                    USING CLIMAST.  A snapshot with no header,  *
      *                    no trailer, or counts that disagree with    *
      *                    its trailer abends the run.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRATO       ASSIGN TO CLISNAP
               FILE STATUS IS CAD-STATUS-RETRATO.

           SELECT SORT-FILE     ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  RETRATO
           RECORD CONTAINS 217 CHARACTERS.
       COPY SNAPREC.

       SD  SORT-FILE.
       COPY CLIMAST REPLACING ==CLIENT-RECORD== BY ==SORT-CLIENTE-REC==
                                  BY ==SC-DATA-INATIVACAO==
                              ==CM-MOTIVO-INATIVACAO==
                                  BY ==SC-MOTIVO-INATIVACAO==
                              ==CM-ANONIMIZADO==
                                  BY ==SC-ANONIMIZADO==
                              ==CM-ULT-DATA-MANUT==
                                  BY ==SC-ULT-DATA-MANUT==
                              ==CM-ULT-HORA-MANUT==
                                  BY ==SC-ULT-HORA-MANUT==
                              ==CM-ULT-OPERADOR==
                                  BY ==SC-ULT-OPERADOR==
                              ==CM-REPRESENTANTE==
                                  BY ==SC-REPRESENTANTE==
                              ==CM-DATA-ATRIB-REPR==
                                  BY ==SC-DATA-ATRIB-REPR==
                              ==CM-MUNICIPIO-IBGE==
                                  BY ==SC-MUNICIPIO-IBGE==.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-RETRATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SORT             VALUE 'S'.
       01  CAD-SW-FIM-CARGA             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CARGA            VALUE 'S'.

       01  CAD-ESTADO-ANTERIOR          PIC X(02)   VALUE SPACES.

           05  CAD-CONTADOR-ESTADO      PIC 9(06)   VALUE ZERO.
           05  CAD-CONTADOR-GERAL       PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CONFERENCIA DO RETRATO CONTRA O SEU TRAILER                   *
      *---------------------------------------------------------------*
       01  CAD-CONFERENCIA-RETRATO.
           05  CAD-RET-CLIENTES         PIC 9(08)   VALUE ZERO.
           05  CAD-RET-ENDERECOS        PIC 9(08)   VALUE ZERO.
           05  CAD-RET-HASH-CODIGO      PIC 9(12)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): 'REINICIO' RETOMA O REGISTRO DE  *
      *  CONTROLE QUE UMA NOITE ABENDADA DEIXOU ABERTO; QUALQUER       *

           SORT SORT-FILE
               ON ASCENDING KEY SC-ESTADO SC-CIDADE SC-CODIGO
               INPUT PROCEDURE IS 1100-CARREGAR-ORDENACAO
                   THRU 1100-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR THRU 3000-EXIT.

           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-CARREGAR-ORDENACAO - INPUT PROCEDURE DO SORT; LE O       *
      *  RETRATO CLISNAP DO INICIO AO FIM E RELEASA CADA MESTRE.  O    *
      *  PRIMEIRO REGISTRO TEM DE SER O CABECALHO.                     *
      ******************************************************************
       1100-CARREGAR-ORDENACAO.
           OPEN INPUT RETRATO.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA002R - ERRO ABRINDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
           READ RETRATO
               AT END
                   MOVE SPACE TO SN-TIPO
           END-READ.
           IF NOT SN-REG-CABECALHO
               DISPLAY 'ORA002R - CLISNAP SEM CABECALHO - RODE O'
                       ' ORA003O ANTES'
               GO TO 9999-ABEND
           END-IF.
           PERFORM 1110-LER-PROXIMO THRU 1110-EXIT.
           PERFORM 1120-GRAVAR-NO-SORT THRU 1120-EXIT
               UNTIL CAD-FIM-CARGA.
           CLOSE RETRATO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1110-LER-PROXIMO - LE O PROXIMO REGISTRO DO RETRATO, CONTANDO *
      *  MESTRES E ENDERECOS; O TRAILER ENCERRA A CARGA.  FIM DE       *
      *  ARQUIVO ANTES DO TRAILER E VARREDURA INCOMPLETA.              *
      ******************************************************************
       1110-LER-PROXIMO.
           READ RETRATO
               AT END
                   DISPLAY 'ORA002R - CLISNAP SEM TRAILER - VARREDURA'
                           ' INCOMPLETA'
                   GO TO 9999-ABEND
           END-READ.
           EVALUATE TRUE
               WHEN SN-REG-CLIENTE
                   ADD 1 TO CAD-RET-CLIENTES
                   ADD SN-CODIGO TO CAD-RET-HASH-CODIGO
               WHEN SN-REG-ENDERECO
                   ADD 1 TO CAD-RET-ENDERECOS
               WHEN SN-REG-TRAILER
                   PERFORM 1130-CONFERIR-TRAILER THRU 1130-EXIT
                   MOVE 'S' TO CAD-SW-FIM-CARGA
               WHEN OTHER
                   DISPLAY 'ORA002R - REGISTRO INVALIDO NO CLISNAP: '
                           SN-TIPO SN-CHAVE
                   GO TO 9999-ABEND
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *  1120-GRAVAR-NO-SORT - A IMAGEM DO MESTRE JA ESTA NO LAYOUT DO *
      *  CLIMAST, O MESMO DE SORT-CLIENTE-REC; ENDERECOS NAO ENTRAM.   *
      ******************************************************************
       1120-GRAVAR-NO-SORT.
           IF SN-REG-CLIENTE
               MOVE SN-DADOS TO SORT-CLIENTE-REC
               RELEASE SORT-CLIENTE-REC
           END-IF.
           PERFORM 1110-LER-PROXIMO THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      ******************************************************************
      *  1130-CONFERIR-TRAILER - QUANTIDADES E HASH LIDOS TEM DE BATER *
      *  COM O TRAILER GRAVADO PELO ORA003O.                           *
      ******************************************************************
       1130-CONFERIR-TRAILER.
           IF CAD-RET-CLIENTES    NOT = SN-QTD-CLIENTES
           OR CAD-RET-ENDERECOS   NOT = SN-QTD-ENDERECOS
           OR CAD-RET-HASH-CODIGO NOT = SN-HASH-CODIGO
               DISPLAY 'ORA002R - CLISNAP NAO CONFERE COM O TRAILER'
               GO TO 9999-ABEND
           END-IF.
       1130-EXIT.
           EXIT.

      ******************************************************************
      *  3000-IMPRIMIR - OUTPUT PROCEDURE DO SORT; CONTROLA A QUEBRA    *
      *  POR ESTADO E IMPRIME CABECALHO, DETALHE, SUBTOTAL E TOTAL.    *
