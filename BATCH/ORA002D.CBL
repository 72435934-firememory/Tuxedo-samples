      *                    is unchanged and still catches clients      *
      *                    registered with no inscription.  The group  *
      *                    count feeds RUNCTL counter 3.               *
      *   2026-10-15  RPS  Both sort passes now load from the nightly  *
      *                    CLISNAP snapshot written by ORA003O (the    *
      *                    'C' master images) instead of sweeping      *
      *                    CLIMAST twice.  A snapshot with no header,  *
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

      *---------------------------------------------------------------*
      *  SORT-CLIENTE-REC carries the same fields as CLIENT-RECORD,   *

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-RETRATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
       01  CAD-SW-FIM-CARGA             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CARGA            VALUE 'S'.

      *---------------------------------------------------------------*
      *  IMAGEM DO MESTRE LIDA DO RETRATO (SN-DADOS DO REGISTRO 'C')   *
      *---------------------------------------------------------------*
       COPY CLIMAST.

      *---------------------------------------------------------------*
      *  CONFERENCIA DO RETRATO CONTRA O SEU TRAILER, A CADA CARGA     *
      *---------------------------------------------------------------*
       01  CAD-CONFERENCIA-RETRATO.
           05  CAD-RET-CLIENTES         PIC 9(08)   VALUE ZERO.
           05  CAD-RET-ENDERECOS        PIC 9(08)   VALUE ZERO.
           05  CAD-RET-HASH-CODIGO      PIC 9(12)   VALUE ZERO.

       01  CAD-CLIENTE-ANTERIOR.
           05  CAD-CODIGO-ANTERIOR      PIC 9(06).
           05  CAD-NOME-ANTERIOR        PIC X(30).
           EXIT.

      ******************************************************************
      *  1100-CARREGAR-ORDENACAO - INPUT PROCEDURE DO SORT; LE O       *
      *  RETRATO CLISNAP DO INICIO AO FIM E RELEASA CADA MESTRE JA     *
      *  COM AS VERSOES NORMALIZADAS DE NOME/ENDERECO QUE O SORT VAI   *
      *  USAR COMO CHAVE.  O PRIMEIRO REGISTRO TEM DE SER O CABECALHO. *
      ******************************************************************
       1100-CARREGAR-ORDENACAO.
           OPEN INPUT RETRATO.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA002D - ERRO ABRINDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
           MOVE 'N'  TO CAD-SW-FIM-CARGA.
           MOVE ZERO TO CAD-RET-CLIENTES.
           MOVE ZERO TO CAD-RET-ENDERECOS.
           MOVE ZERO TO CAD-RET-HASH-CODIGO.
           READ RETRATO
               AT END
                   MOVE SPACE TO SN-TIPO
           END-READ.
           IF NOT SN-REG-CABECALHO
               DISPLAY 'ORA002D - CLISNAP SEM CABECALHO - RODE O'
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
                   DISPLAY 'ORA002D - CLISNAP SEM TRAILER - VARREDURA'
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
                   DISPLAY 'ORA002D - REGISTRO INVALIDO NO CLISNAP: '
                           SN-TIPO SN-CHAVE
                   GO TO 9999-ABEND
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *  1120-GRAVAR-NO-SORT - MONTA SORT-CLIENTE-REC A PARTIR DA      *
      *  IMAGEM DO MESTRE CORRENTE, NORMALIZA NOME/ENDERECO E RELEASA  *
      *  O REGISTRO PARA O SORT.  ENDERECOS NAO ENTRAM NO SORT.        *
      ******************************************************************
       1120-GRAVAR-NO-SORT.
           IF NOT SN-REG-CLIENTE
               PERFORM 1110-LER-PROXIMO THRU 1110-EXIT
               GO TO 1120-EXIT
           END-IF.
           MOVE SN-DADOS      TO CLIENT-RECORD.
           MOVE CM-CODIGO     TO SR-CODIGO.
           MOVE CM-NOME       TO SR-NOME.
           MOVE CM-ENDERECO   TO SR-ENDERECO.
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
               DISPLAY 'ORA002D - CLISNAP NAO CONFERE COM O TRAILER'
               GO TO 9999-ABEND
           END-IF.
       1130-EXIT.
           EXIT.

      ******************************************************************
      *  1150-NORMALIZAR-CAMPO - PASSA CAD-NORM-ENTRADA PARA           *
      *  MAIUSCULAS E REDUZ QUALQUER SEQUENCIA DE ESPACOS INTERNOS A   *
