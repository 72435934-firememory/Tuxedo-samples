      *                                                                *
      *   Modification history.                                       *
      *   2026-08-22  RPS  Original version.                          *
      *   2026-10-15  RPS  Every prefix added or changed gets the     *
      *                    IBGE municipality code of its city from    *
      *                    IBGEMUN (zero, and printed, when the name  *
      *                    is missing there or ambiguous); the sweep  *
      *                    also lists active clients whose stored     *
      *                    code differs from their prefix's.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CP-PREFIXO
               FILE STATUS IS CAD-STATUS-CEPTAB.

           SELECT MUNICIPIOS    ASSIGN TO IBGEMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IB-CHAVE
               FILE STATUS IS CAD-STATUS-IBGEMUN.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  CEPTAB.
       COPY CEPTAB.

       FD  MUNICIPIOS.
       COPY IBGEREC.

       FD  CLIMAST.
       COPY CLIMAST.


       01  CAD-STATUS-MOVTO             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CEPTAB            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-IBGEMUN           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

           05  CAD-MOVTOS-ALTERADOS     PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-EXCLUIDOS     PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-REJEITADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-SEM-IBGE      PIC 9(08)   VALUE ZERO.

       01  CAD-CONTADORES-IMPACTO.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-DIVERGENTES PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-IBGE-DIVERG PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-SEM-FAIXA   PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-INATIVOS    PIC 9(08)   VALUE ZERO.

       01  CAD-MOTIVO-REJEICAO          PIC X(40)   VALUE SPACES.
       01  CAD-MOTIVO-IBGE              PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  MOVIMENTO.
           OPEN I-O    CEPTAB.
           OPEN INPUT  MUNICIPIOS.
           OPEN INPUT  CLIMAST.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-MOVTO NOT = '00'
                       CAD-STATUS-CEPTAB
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-IBGEMUN NOT = '00'
               DISPLAY 'ORA002P - ERRO ABRINDO IBGEMUN: '
                       CAD-STATUS-IBGEMUN
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA002P - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
           MOVE CV-PREFIXO TO CP-PREFIXO.
           MOVE CV-CIDADE  TO CP-CIDADE.
           MOVE CV-ESTADO  TO CP-ESTADO.
           PERFORM 2700-RESOLVER-MUNICIPIO THRU 2700-EXIT.
           WRITE CEP-REGISTRO
               INVALID KEY
                   MOVE 'PREFIXO JA CADASTRADO NO CEPTAB'
                       TO CAD-MOTIVO-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO CAD-MOVTOS-INCLUIDOS
                   PERFORM 2800-IMPRIMIR-SEM-IBGE THRU 2800-EXIT
           END-WRITE.
       2300-EXIT.
           EXIT.
               NOT INVALID KEY
                   MOVE CV-CIDADE TO CP-CIDADE
                   MOVE CV-ESTADO TO CP-ESTADO
                   PERFORM 2700-RESOLVER-MUNICIPIO THRU 2700-EXIT
                   REWRITE CEP-REGISTRO
                   ADD 1 TO CAD-MOVTOS-ALTERADOS
                   PERFORM 2800-IMPRIMIR-SEM-IBGE THRU 2800-EXIT
           END-READ.
       2400-EXIT.
           EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2700-RESOLVER-MUNICIPIO - CODIGO IBGE DA CIDADE/UF DO PREFIXO  *
      *  NO IBGEMUN.  CIDADE AUSENTE OU NOME AMBIGUO FICA COM ZERO E    *
      *  O MOTIVO, PARA SAIR NO RELATORIO DEPOIS DE APLICADO.           *
      ******************************************************************
       2700-RESOLVER-MUNICIPIO.
           MOVE ZERO   TO CP-MUNICIPIO-IBGE.
           MOVE SPACES TO CAD-MOTIVO-IBGE.
           MOVE CP-ESTADO TO IB-ESTADO.
           MOVE CP-CIDADE TO IB-CIDADE.
           INSPECT IB-CIDADE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           READ MUNICIPIOS
               INVALID KEY
                   MOVE 'APLICADO SEM IBGE - CIDADE NAO ACHADA'
                       TO CAD-MOTIVO-IBGE
                   GO TO 2700-EXIT
           END-READ.
           IF IB-AMBIGUO
               MOVE 'APLICADO SEM IBGE - NOME AMBIGUO'
                   TO CAD-MOTIVO-IBGE
           ELSE
               MOVE IB-CODIGO TO CP-MUNICIPIO-IBGE
           END-IF.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *  2800-IMPRIMIR-SEM-IBGE - PREFIXO APLICADO QUE FICOU SEM        *
      *  CODIGO IBGE; NAO E REJEICAO, SO AVISO.                         *
      ******************************************************************
       2800-IMPRIMIR-SEM-IBGE.
           IF CAD-MOTIVO-IBGE = SPACES
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO CAD-MOVTOS-SEM-IBGE.
           MOVE SPACES              TO PL-MOVIMENTO.
           MOVE CV-ACAO             TO PL-ACAO.
           MOVE CV-PREFIXO          TO PL-PREFIXO.
           MOVE CV-CIDADE           TO PL-MOV-CIDADE.
           MOVE CV-ESTADO           TO PL-MOV-ESTADO.
           MOVE CAD-MOTIVO-IBGE     TO PL-MOV-MOTIVO.
           WRITE PL-MOVIMENTO.
       2800-EXIT.
           EXIT.

      ******************************************************************
      *  4000-IMPRIMIR-RESUMO-CARGA - TOTAIS DA FASE DE CARGA           *
      ******************************************************************
           MOVE 'MOVIMENTOS REJEITADOS'      TO PT-TEXTO.
           MOVE CAD-MOVTOS-REJEITADOS         TO PT-QUANTIDADE.
           WRITE PL-TOTAL.

           MOVE SPACES                      TO PL-TOTAL.
           MOVE 'PREFIXOS SEM CODIGO IBGE'   TO PT-TEXTO.
           MOVE CAD-MOVTOS-SEM-IBGE           TO PT-QUANTIDADE.
           WRITE PL-TOTAL.
       4000-EXIT.
           EXIT.

      *  CLIENTES INTEIRO CONFERINDO CADA CM-CEP CONTRA O CEPTAB JA     *
      *  ATUALIZADO.  CLIENTE ATIVO CUJA CIDADE/UF GRAVADA NAO BATE     *
      *  MAIS COM A FAIXA DO CEP SAI NO RELATORIO PARA CORRECAO.        *
      *  O MESMO PARA O CODIGO IBGE, QUANDO A FAIXA TEM UM.             *
      ******************************************************************
       5000-VARRER-CLIMAST.
           MOVE SPACES TO PL-MOVIMENTO.
           MOVE 'CLIENTES COM CIDADE/UF/IBGE DIVERGENTE DA FAIXA DE CEP'
               TO PC-TITULO.
           WRITE PL-CABECALHO.

                   OR CM-ESTADO NOT = CP-ESTADO
                       ADD 1 TO CAD-CLIENTES-DIVERGENTES
                       PERFORM 5400-IMPRIMIR-DIVERGENTE THRU 5400-EXIT
                   ELSE
                       IF CP-MUNICIPIO-IBGE > ZERO
                       AND (CM-MUNICIPIO-IBGE IS NOT NUMERIC
                         OR CM-MUNICIPIO-IBGE NOT = CP-MUNICIPIO-IBGE)
                           ADD 1 TO CAD-CLIENTES-IBGE-DIVERG
                           PERFORM 5400-IMPRIMIR-DIVERGENTE
                               THRU 5400-EXIT
                       END-IF
                   END-IF
           END-READ.

           EXIT.

      ******************************************************************
      *  5400-IMPRIMIR-DIVERGENTE - CIDADE/UF/IBGE GRAVADOS X FAIXA DO  *
      *  CEP                                                            *
      ******************************************************************
       5400-IMPRIMIR-DIVERGENTE.
           MOVE SPACES        TO PL-CLIENTE.
           MOVE CM-ESTADO     TO PK-ESTADO-ATUAL.
           MOVE CP-CIDADE     TO PK-CIDADE-CEP.
           MOVE CP-ESTADO     TO PK-ESTADO-CEP.
           IF CM-MUNICIPIO-IBGE IS NUMERIC
               MOVE CM-MUNICIPIO-IBGE TO PK-IBGE-ATUAL
           END-IF.
           MOVE CP-MUNICIPIO-IBGE TO PK-IBGE-CEP.
           WRITE PL-CLIENTE.
       5400-EXIT.
           EXIT.
           MOVE CAD-CLIENTES-DIVERGENTES      TO PT-QUANTIDADE.
           WRITE PL-TOTAL.

           MOVE SPACES                      TO PL-TOTAL.
           MOVE 'CLIENTES COM CODIGO IBGE DIVERGENTE'
                                             TO PT-TEXTO.
           MOVE CAD-CLIENTES-IBGE-DIVERG      TO PT-QUANTIDADE.
           WRITE PL-TOTAL.

           MOVE SPACES                      TO PL-TOTAL.
           MOVE 'CLIENTES COM CEP SEM FAIXA' TO PT-TEXTO.
           MOVE CAD-CLIENTES-SEM-FAIXA        TO PT-QUANTIDADE.
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE MOVIMENTO CEPTAB MUNICIPIOS CLIMAST RELATORIO.
       8000-EXIT.
           EXIT.

