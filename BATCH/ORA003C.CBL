      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003C                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Monthly cross-check of the clients' tax registrations       *
      *   against the Receita Federal.  ORA002V only proves that      *
      *   CM-INSCRICAO-FISCAL has valid check digits; it cannot tell  *
      *   a CNPJ the Receita has closed (baixada), suspended or       *
      *   declared inapta, and billing then issues invoices that      *
      *   cannot be registered.  This job reads the status file       *
      *   bought from the Receita provider (RFBFEED), class-tests and *
      *   sorts it by registration, sorts the ACTIVE clients that     *
      *   carry a registration the same way and matches the two,      *
      *   printing the exception report: clients whose registration   *
      *   is closed or irregular, registrations the Receita file      *
      *   does not know, and legal names that differ materially from  *
      *   CM-NOME.  Every client with an occurrence is written to the *
      *   indexed RFBCLI file (replaced whole, like BALCLI), which     *
      *   ORA002 reads to warn the clerk on MAPA01.                    *
      *                                                                *
      *   Names are compared after the same upper-casing and space    *
      *   squeezing ORA002D uses, with punctuation dropped and the    *
      *   company-type words (LTDA, SA, ME, EPP, EIRELI) left out;    *
      *   CM-NOME may be a truncation of the longer legal name, so    *
      *   only the length of the client's name is compared.          *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  RFBCLI is opened OUTPUT only after the     *
      *                    Receita file has been loaded with at least *
      *                    one valid record; a missing or empty file  *
      *                    abends and leaves last month's RFBCLI (and *
      *                    the MAPA01 warnings) in place.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003C.
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
           SELECT MOVIMENTO     ASSIGN TO RFBFEED
               FILE STATUS IS CAD-STATUS-MOVTO.

           SELECT RECEITA-ORD   ASSIGN TO RFBORD
               FILE STATUS IS CAD-STATUS-ORDEN.

           SELECT SORT-RECEITA  ASSIGN TO SORTWK01.

           SELECT SORT-CLIENTE  ASSIGN TO SORTWK02.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT OCORRENCIAS   ASSIGN TO RFBCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CODIGO
               FILE STATUS IS CAD-STATUS-OCORR.

           SELECT RELATORIO     ASSIGN TO RFBREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMENTO
           RECORD CONTAINS 100 CHARACTERS.
       COPY RFBMOVE.

      *---------------------------------------------------------------*
      *  RFBORD - O MOVIMENTO DA RECEITA JA CONFERIDO E ORDENADO POR   *
      *  INSCRICAO, LIDO EM PARALELO COM OS CLIENTES ORDENADOS.        *
      *---------------------------------------------------------------*
       FD  RECEITA-ORD
           RECORD CONTAINS 100 CHARACTERS.
       01  RECEITA-ORDENADA.
           05  RO-INSCRICAO             PIC 9(14).
           05  RO-TIPO-PESSOA           PIC X(01).
           05  RO-SITUACAO              PIC X(02).
               88  RO-REGULAR           VALUE '02'.
           05  RO-DATA-SITUACAO         PIC 9(08).
           05  RO-NOME                  PIC X(60).
           05  FILLER                   PIC X(15).

       SD  SORT-RECEITA.
       01  SORT-RECEITA-REC.
           05  SE-INSCRICAO             PIC 9(14).
           05  FILLER                   PIC X(86).

      *---------------------------------------------------------------*
      *  SORT-CLIENTE-REC - SO O QUE A CONFERENCIA USA DO CLIENTE      *
      *  ATIVO: CODIGO, NOME E INSCRICAO.                              *
      *---------------------------------------------------------------*
       SD  SORT-CLIENTE.
       01  SORT-CLIENTE-REC.
           05  SK-INSCRICAO             PIC 9(14).
           05  SK-CODIGO                PIC 9(06).
           05  SK-NOME                  PIC X(30).

       FD  CLIMAST.
       COPY CLIMAST.

       FD  OCORRENCIAS.
       COPY RFBCREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY RFBLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-MOVTO             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ORDEN             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-OCORR             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-MOVTO             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-MOVTO            VALUE 'S'.
       01  CAD-SW-FIM-CARGA             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CARGA            VALUE 'S'.
       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SORT             VALUE 'S'.
       01  CAD-SW-FIM-RECEITA           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-RECEITA          VALUE 'S'.
       01  CAD-SW-SUFIXO                PIC X(01)   VALUE 'N'.
           88  CAD-E-SUFIXO             VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CHAVE DO ULTIMO MOVIMENTO ACEITO PELA CARGA E DO ULTIMO LIDO  *
      *  DO RFBORD (PARA DESCARTAR INSCRICAO REPETIDA NO MOVIMENTO).   *
      *---------------------------------------------------------------*
       01  CAD-INSCRICAO-ANTERIOR       PIC 9(14)   VALUE ZERO.
       01  CAD-RECEITA-CHAVE            PIC 9(14)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CAD-MSG-OCORRENCIA - TEXTO DA COLUNA DE OCORRENCIA            *
      *---------------------------------------------------------------*
       01  CAD-MSG-OCORRENCIA           PIC X(26)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  CAD-NORM-AREA - AREA DE TRABALHO DE 5000-NORMALIZAR-NOME.    *
      *  O CHAMADOR POE O NOME EM CAD-NORM-ENTRADA; O RESULTADO       *
      *  (MAIUSCULAS, PONTUACAO FORA, PALAVRAS DE TIPO SOCIETARIO     *
      *  FORA, UMA SO PALAVRA POR ESPACO) VOLTA EM CAD-NORM-SAIDA E   *
      *  O TAMANHO UTIL EM CAD-NORM-TAMANHO.                          *
      *---------------------------------------------------------------*
       01  CAD-NORM-AREA.
           05  CAD-NORM-ENTRADA         PIC X(60).
           05  CAD-NORM-SAIDA           PIC X(60).
           05  CAD-NORM-TAMANHO         PIC 9(02)   COMP.
           05  CAD-NORM-POS-LEITURA     PIC 9(02)   COMP.
           05  CAD-NORM-PALAVRA         PIC X(60).
           05  CAD-NORM-TAM-PALAVRA     PIC 9(02)   COMP.
       01  CAD-NOME-CLIENTE-NORM        PIC X(60)   VALUE SPACES.
       01  CAD-TAM-NOME-CLIENTE         PIC 9(02)   COMP VALUE ZERO.
       01  CAD-POS-SEGUINTE             PIC 9(02)   COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  PALAVRAS DE TIPO SOCIETARIO, DEIXADAS FORA DA COMPARACAO DE   *
      *  NOME ('S/A' E 'S.A.' CHEGAM AQUI COMO 'SA').                  *
      *---------------------------------------------------------------*
       01  CAD-TABELA-SUFIXOS-VALORES.
           05  FILLER                   PIC X(06)   VALUE 'LTDA'.
           05  FILLER                   PIC X(06)   VALUE 'SA'.
           05  FILLER                   PIC X(06)   VALUE 'ME'.
           05  FILLER                   PIC X(06)   VALUE 'EPP'.
           05  FILLER                   PIC X(06)   VALUE 'EIRELI'.
       01  CAD-TABELA-SUFIXOS REDEFINES CAD-TABELA-SUFIXOS-VALORES.
           05  CAD-SUFIXO               OCCURS 5 TIMES
                                        PIC X(06).
       01  CAD-QTD-SUFIXOS              PIC 9(04)   COMP VALUE 5.
       01  CAD-IND-SUFIXO               PIC 9(04)   COMP VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-MOVTOS-LIDOS         PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-ACEITOS       PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-REJEITADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-DUPLICADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-ATIVOS      PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-SEM-INSC    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-CONFERIDOS  PIC 9(08)   VALUE ZERO.
           05  CAD-EXC-IRREGULARES      PIC 9(08)   VALUE ZERO.
           05  CAD-EXC-DESCONHECIDAS    PIC 9(08)   VALUE ZERO.
           05  CAD-EXC-NOMES            PIC 9(08)   VALUE ZERO.
           05  CAD-OCORRENCIAS-GRAVADAS PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.

           SORT SORT-RECEITA
               ON ASCENDING KEY SE-INSCRICAO
               INPUT PROCEDURE IS 1100-CARREGAR-RECEITA
                   THRU 1100-EXIT
               GIVING RECEITA-ORD.

           PERFORM 1200-ABRIR-OCORRENCIAS THRU 1200-EXIT.

           OPEN INPUT RECEITA-ORD.
           IF CAD-STATUS-ORDEN NOT = '00'
               DISPLAY 'ORA003C - ERRO ABRINDO RFBORD: '
                       CAD-STATUS-ORDEN
               GO TO 9999-ABEND
           END-IF.

           SORT SORT-CLIENTE
               ON ASCENDING KEY SK-INSCRICAO SK-CODIGO
               INPUT PROCEDURE IS 2000-SELECIONAR-CLIENTES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-CONFRONTAR
                   THRU 3000-EXIT.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003C - MOVIMENTOS LIDOS       : '
                   CAD-MOVTOS-LIDOS.
           DISPLAY 'ORA003C - MOVIMENTOS REJEITADOS  : '
                   CAD-MOVTOS-REJEITADOS.
           DISPLAY 'ORA003C - CLIENTES CONFERIDOS    : '
                   CAD-CLIENTES-CONFERIDOS.
           DISPLAY 'ORA003C - INSCRICOES IRREGULARES : '
                   CAD-EXC-IRREGULARES.
           DISPLAY 'ORA003C - INSCRICOES DESCONHECIDAS: '
                   CAD-EXC-DESCONHECIDAS.
           DISPLAY 'ORA003C - NOMES DIVERGENTES      : '
                   CAD-EXC-NOMES.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS - SO O RELATORIO AQUI; O RFBCLI SO E      *
      *  ABERTO (E ESVAZIADO) POR 1200, DEPOIS DE CARREGADO O ARQUIVO  *
      *  DA RECEITA.                                                   *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003C - ERRO ABRINDO RFBREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.

           MOVE SPACES TO QL-CABECALHO.
           MOVE 'CONFERENCIA DE INSCRICOES COM A RECEITA FEDERAL'
               TO QC-TITULO.
           MOVE CAD-DATA-EXECUCAO TO QC-DATA-EXECUCAO.
           WRITE QL-CABECALHO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-CARREGAR-RECEITA - INPUT PROCEDURE DO PRIMEIRO SORT; O   *
      *  ARQUIVO VEM DE FORA E E CLASS-TESTADO ANTES DE QUALQUER USO,  *
      *  COMO O MOVIMENTO DE SALDOS EM ORA002W.                        *
      ******************************************************************
       1100-CARREGAR-RECEITA.
           OPEN INPUT MOVIMENTO.
           IF CAD-STATUS-MOVTO NOT = '00'
               DISPLAY 'ORA003C - ERRO ABRINDO RFBFEED: '
                       CAD-STATUS-MOVTO
               GO TO 9999-ABEND
           END-IF.
           PERFORM 1110-LER-MOVIMENTO THRU 1110-EXIT.
           PERFORM 1120-CONFERIR-MOVIMENTO THRU 1120-EXIT
               UNTIL CAD-FIM-MOVTO.
           CLOSE MOVIMENTO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1110-LER-MOVIMENTO                                            *
      ******************************************************************
       1110-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-MOVTO
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *  1120-CONFERIR-MOVIMENTO - UM REGISTRO DA RECEITA POR VEZ      *
      ******************************************************************
       1120-CONFERIR-MOVIMENTO.
           ADD 1 TO CAD-MOVTOS-LIDOS.
           IF RF-INSCRICAO IS NOT NUMERIC
           OR RF-INSCRICAO = ZERO
           OR RF-DATA-SITUACAO IS NOT NUMERIC
           OR RF-SITUACAO = SPACES
               ADD 1 TO CAD-MOVTOS-REJEITADOS
               MOVE SPACES TO QL-DETALHE
               IF RF-INSCRICAO IS NUMERIC
                   MOVE RF-INSCRICAO TO QL-INSCRICAO
               END-IF
               MOVE 'MOVIMENTO INVALIDO'  TO QL-OCORRENCIA
               MOVE RF-NOME               TO QL-NOME
               WRITE QL-DETALHE
               PERFORM 1110-LER-MOVIMENTO THRU 1110-EXIT
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO CAD-MOVTOS-ACEITOS.
           MOVE RECEITA-MOVIMENTO TO SORT-RECEITA-REC.
           RELEASE SORT-RECEITA-REC.
           PERFORM 1110-LER-MOVIMENTO THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      ******************************************************************
      *  1200-ABRIR-OCORRENCIAS - O RFBCLI E SUBSTITUIDO INTEIRO A     *
      *  CADA EXECUCAO: O QUE VALE E O RETRATO DO ULTIMO ARQUIVO DA    *
      *  RECEITA.  SEM NENHUM MOVIMENTO VALIDO (ARQUIVO VAZIO OU       *
      *  ILEGIVEL) O JOB PARA ANTES DE ABRI-LO, E O RFBCLI ANTERIOR    *
      *  CONTINUA VALENDO PARA O MAPA01.                               *
      ******************************************************************
       1200-ABRIR-OCORRENCIAS.
           IF CAD-MOVTOS-ACEITOS = ZERO
               DISPLAY 'ORA003C - NENHUM MOVIMENTO VALIDO NO RFBFEED'
                       ' - RFBCLI NAO FOI SUBSTITUIDO'
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT OCORRENCIAS.
           IF CAD-STATUS-OCORR NOT = '00'
               DISPLAY 'ORA003C - ERRO ABRINDO RFBCLI: '
                       CAD-STATUS-OCORR
               GO TO 9999-ABEND
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SELECIONAR-CLIENTES - INPUT PROCEDURE DO SEGUNDO SORT;   *
      *  SO CLIENTE ATIVO COM INSCRICAO CADASTRADA E CONFERIDO.  OS    *
      *  CONVERTIDOS ANTES DA INSCRICAO EXISTIR SO SAO CONTADOS.       *
      ******************************************************************
       2000-SELECIONAR-CLIENTES.
           OPEN INPUT CLIMAST.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003C - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           PERFORM 2010-LER-CLIENTE THRU 2010-EXIT.
           PERFORM 2020-SELECIONAR-CLIENTE THRU 2020-EXIT
               UNTIL CAD-FIM-CARGA.
           CLOSE CLIMAST.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2010-LER-CLIENTE                                              *
      ******************************************************************
       2010-LER-CLIENTE.
           READ CLIMAST
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CARGA
           END-READ.
       2010-EXIT.
           EXIT.

      ******************************************************************
      *  2020-SELECIONAR-CLIENTE                                       *
      ******************************************************************
       2020-SELECIONAR-CLIENTE.
           IF CM-ATIVO
               ADD 1 TO CAD-CLIENTES-ATIVOS
               IF CM-INSCRICAO-FISCAL IS NUMERIC
               AND CM-INSCRICAO-FISCAL > ZERO
                   MOVE CM-INSCRICAO-FISCAL TO SK-INSCRICAO
                   MOVE CM-CODIGO           TO SK-CODIGO
                   MOVE CM-NOME             TO SK-NOME
                   RELEASE SORT-CLIENTE-REC
               ELSE
                   ADD 1 TO CAD-CLIENTES-SEM-INSC
               END-IF
           END-IF.
           PERFORM 2010-LER-CLIENTE THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONFRONTAR - OUTPUT PROCEDURE DO SEGUNDO SORT: CASA OS   *
      *  CLIENTES (POR INSCRICAO) COM O RFBORD (POR INSCRICAO).  COMO  *
      *  VARIOS CODIGOS PODEM TER A MESMA INSCRICAO (VER ORA002D), O   *
      *  RFBORD SO AVANCA QUANDO A INSCRICAO DO CLIENTE O ULTRAPASSA.  *
      ******************************************************************
       3000-CONFRONTAR.
           PERFORM 3100-LER-RECEITA THRU 3100-EXIT.
           PERFORM 3200-RETORNAR-CLIENTE THRU 3200-EXIT.
           PERFORM 3300-CONFERIR-CLIENTE THRU 3300-EXIT
               UNTIL CAD-FIM-SORT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-LER-RECEITA - PROXIMO REGISTRO DO RFBORD.  INSCRICAO     *
      *  REPETIDA NO MOVIMENTO: VALE A PRIMEIRA, A OUTRA E CONTADA.    *
      *  NO FIM, A CHAVE VAI A NOVES PARA NENHUM CLIENTE CASAR.        *
      ******************************************************************
       3100-LER-RECEITA.
           READ RECEITA-ORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-RECEITA
                   MOVE 99999999999999 TO CAD-RECEITA-CHAVE
                   GO TO 3100-EXIT
           END-READ.
           IF RO-INSCRICAO = CAD-INSCRICAO-ANTERIOR
               ADD 1 TO CAD-MOVTOS-DUPLICADOS
               GO TO 3100-LER-RECEITA
           END-IF.
           MOVE RO-INSCRICAO TO CAD-INSCRICAO-ANTERIOR.
           MOVE RO-INSCRICAO TO CAD-RECEITA-CHAVE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-RETORNAR-CLIENTE                                         *
      ******************************************************************
       3200-RETORNAR-CLIENTE.
           RETURN SORT-CLIENTE
               AT END
                   MOVE 'S' TO CAD-SW-FIM-SORT
           END-RETURN.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-CONFERIR-CLIENTE - UM CLIENTE ATIVO POR VEZ              *
      ******************************************************************
       3300-CONFERIR-CLIENTE.
           ADD 1 TO CAD-CLIENTES-CONFERIDOS.
           PERFORM 3100-LER-RECEITA THRU 3100-EXIT
               UNTIL CAD-RECEITA-CHAVE NOT < SK-INSCRICAO.

           MOVE SPACES         TO RECEITA-CLIENTE.
           MOVE SK-CODIGO      TO RV-CODIGO.
           MOVE SK-INSCRICAO   TO RV-INSCRICAO.
           MOVE ZERO           TO RV-DATA-SITUACAO.
           MOVE 'N'            TO RV-NOME-DIVERGENTE.
           MOVE CAD-DATA-EXECUCAO TO RV-DATA-REFERENCIA.

           IF CAD-RECEITA-CHAVE NOT = SK-INSCRICAO
               MOVE 'D'              TO RV-OCORRENCIA
               MOVE 'NAO CONSTA'     TO RV-DESCRICAO
               ADD 1 TO CAD-EXC-DESCONHECIDAS
               MOVE 'INSCRICAO DESCONHECIDA' TO CAD-MSG-OCORRENCIA
               PERFORM 3500-IMPRIMIR-CLIENTE THRU 3500-EXIT
               PERFORM 3600-GRAVAR-OCORRENCIA THRU 3600-EXIT
               PERFORM 3200-RETORNAR-CLIENTE THRU 3200-EXIT
               GO TO 3300-EXIT
           END-IF.

           MOVE RO-SITUACAO      TO RV-SITUACAO.
           MOVE RO-DATA-SITUACAO TO RV-DATA-SITUACAO.
           PERFORM 3400-DESCREVER-SITUACAO THRU 3400-EXIT.
           IF RO-REGULAR
               MOVE 'R' TO RV-OCORRENCIA
           ELSE
               MOVE 'I' TO RV-OCORRENCIA
               ADD 1 TO CAD-EXC-IRREGULARES
               MOVE 'INSCRICAO IRREGULAR'    TO CAD-MSG-OCORRENCIA
               PERFORM 3500-IMPRIMIR-CLIENTE THRU 3500-EXIT
           END-IF.

           PERFORM 3700-COMPARAR-NOMES THRU 3700-EXIT.
           IF RV-NOME-DIFERENTE
               ADD 1 TO CAD-EXC-NOMES
               MOVE 'NOME DIFERE DA RECEITA' TO CAD-MSG-OCORRENCIA
               PERFORM 3500-IMPRIMIR-CLIENTE THRU 3500-EXIT
               MOVE SPACES                   TO QL-DETALHE
               MOVE 'NOME NA RECEITA'        TO QL-OCORRENCIA
               MOVE RO-NOME                  TO QL-NOME
               WRITE QL-DETALHE
           END-IF.

           IF RV-IRREGULAR
           OR RV-NOME-DIFERENTE
               PERFORM 3600-GRAVAR-OCORRENCIA THRU 3600-EXIT
           END-IF.
           PERFORM 3200-RETORNAR-CLIENTE THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-DESCREVER-SITUACAO - TEXTO DA SITUACAO NA RECEITA, PARA  *
      *  O RELATORIO E PARA O AVISO DA TELA MAPA01.                    *
      ******************************************************************
       3400-DESCREVER-SITUACAO.
           EVALUATE RO-SITUACAO
               WHEN '01'
                   MOVE 'NULA'             TO RV-DESCRICAO
               WHEN '02'
                   MOVE 'ATIVA'            TO RV-DESCRICAO
               WHEN '03'
                   MOVE 'SUSPENSA'         TO RV-DESCRICAO
               WHEN '04'
                   MOVE 'INAPTA'           TO RV-DESCRICAO
               WHEN '05'
                   MOVE 'PENDENTE REGULAR' TO RV-DESCRICAO
               WHEN '06'
                   MOVE 'TITULAR FALECIDO' TO RV-DESCRICAO
               WHEN '08'
                   MOVE 'BAIXADA'          TO RV-DESCRICAO
               WHEN '09'
                   MOVE 'CANCELADA'        TO RV-DESCRICAO
               WHEN OTHER
                   MOVE SPACES             TO RV-DESCRICAO
                   STRING 'SITUACAO ' RO-SITUACAO
                       DELIMITED BY SIZE INTO RV-DESCRICAO
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-IMPRIMIR-CLIENTE - LINHA DO CLIENTE COM A OCORRENCIA     *
      ******************************************************************
       3500-IMPRIMIR-CLIENTE.
           MOVE SPACES              TO QL-DETALHE.
           MOVE SK-CODIGO           TO QL-CODIGO.
           MOVE SK-INSCRICAO        TO QL-INSCRICAO.
           MOVE RV-DESCRICAO        TO QL-SITUACAO.
           MOVE CAD-MSG-OCORRENCIA  TO QL-OCORRENCIA.
           MOVE SK-NOME             TO QL-NOME.
           WRITE QL-DETALHE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-GRAVAR-OCORRENCIA - O CLIENTE VAI PARA O RFBCLI.  O SORT *
      *  TRAZ OS CODIGOS FORA DE ORDEM; O ARQUIVO E GRAVADO POR CHAVE, *
      *  COMO O BALCLI EM ORA002W.                                     *
      ******************************************************************
       3600-GRAVAR-OCORRENCIA.
           WRITE RECEITA-CLIENTE
               INVALID KEY
                   DISPLAY 'ORA003C - FALHA GRAVANDO RFBCLI CLI '
                           RV-CODIGO ' STATUS ' CAD-STATUS-OCORR
               NOT INVALID KEY
                   ADD 1 TO CAD-OCORRENCIAS-GRAVADAS
           END-WRITE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  3700-COMPARAR-NOMES - CM-NOME (30 POSICOES) PODE SER O COMECO *
      *  DE UMA RAZAO SOCIAL MAIS LONGA: OS DOIS NOMES NORMALIZADOS    *
      *  BATEM QUANDO O DA RECEITA COMECA PELO DO CLIENTE E A PALAVRA  *
      *  NAO FOI CORTADA NO MEIO (SEGUE UM ESPACO), OU QUANDO O NOME   *
      *  DO CLIENTE OCUPA AS 30 POSICOES (FOI TRUNCADO NA DIGITACAO).  *
      ******************************************************************
       3700-COMPARAR-NOMES.
           MOVE 'N' TO RV-NOME-DIVERGENTE.
           MOVE SPACES  TO CAD-NORM-ENTRADA.
           MOVE SK-NOME TO CAD-NORM-ENTRADA.
           PERFORM 5000-NORMALIZAR-NOME THRU 5000-EXIT.
           MOVE CAD-NORM-SAIDA   TO CAD-NOME-CLIENTE-NORM.
           MOVE CAD-NORM-TAMANHO TO CAD-TAM-NOME-CLIENTE.
           IF CAD-TAM-NOME-CLIENTE = ZERO
               GO TO 3700-EXIT
           END-IF.

           MOVE RO-NOME TO CAD-NORM-ENTRADA.
           PERFORM 5000-NORMALIZAR-NOME THRU 5000-EXIT.

           IF CAD-NORM-SAIDA (1:CAD-TAM-NOME-CLIENTE) NOT =
              CAD-NOME-CLIENTE-NORM (1:CAD-TAM-NOME-CLIENTE)
               MOVE 'S' TO RV-NOME-DIVERGENTE
               GO TO 3700-EXIT
           END-IF.
           IF SK-NOME (30:1) NOT = SPACE
               GO TO 3700-EXIT
           END-IF.
           COMPUTE CAD-POS-SEGUINTE = CAD-TAM-NOME-CLIENTE + 1.
           IF CAD-NORM-SAIDA (CAD-POS-SEGUINTE:1) NOT = SPACE
               MOVE 'S' TO RV-NOME-DIVERGENTE
           END-IF.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  5000-NORMALIZAR-NOME - PASSA CAD-NORM-ENTRADA PARA           *
      *  MAIUSCULAS, TIRA A PONTUACAO ('S.A.' E 'S/A' VIRAM 'SA';      *
      *  HIFEN E VIRGULA SEPARAM PALAVRAS) E REMONTA O NOME PALAVRA A  *
      *  PALAVRA EM CAD-NORM-SAIDA, COM UM SO ESPACO ENTRE ELAS E SEM  *
      *  AS PALAVRAS DE TIPO SOCIETARIO.                               *
      ******************************************************************
       5000-NORMALIZAR-NOME.
           INSPECT CAD-NORM-ENTRADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz-,'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
           MOVE SPACES TO CAD-NORM-SAIDA.
           MOVE SPACES TO CAD-NORM-PALAVRA.
           MOVE ZERO   TO CAD-NORM-TAMANHO.
           MOVE ZERO   TO CAD-NORM-TAM-PALAVRA.
           MOVE 1      TO CAD-NORM-POS-LEITURA.
           PERFORM 5100-TRATAR-CARACTER THRU 5100-EXIT
               UNTIL CAD-NORM-POS-LEITURA > 60.
           PERFORM 5200-FECHAR-PALAVRA THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-TRATAR-CARACTER - UM CARACTER DO NOME: ESPACO FECHA A    *
      *  PALAVRA EM CURSO, PONTO E BARRA SAO DESCARTADOS, O RESTO      *
      *  ENTRA NA PALAVRA.                                             *
      ******************************************************************
       5100-TRATAR-CARACTER.
           EVALUATE CAD-NORM-ENTRADA (CAD-NORM-POS-LEITURA:1)
               WHEN SPACE
                   PERFORM 5200-FECHAR-PALAVRA THRU 5200-EXIT
               WHEN '.'
               WHEN '/'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CAD-NORM-TAM-PALAVRA
                   MOVE CAD-NORM-ENTRADA (CAD-NORM-POS-LEITURA:1)
                     TO CAD-NORM-PALAVRA (CAD-NORM-TAM-PALAVRA:1)
           END-EVALUATE.
           ADD 1 TO CAD-NORM-POS-LEITURA.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-FECHAR-PALAVRA - ACRESCENTA A PALAVRA EM CURSO A         *
      *  CAD-NORM-SAIDA, SALVO SE FOR DE TIPO SOCIETARIO.              *
      ******************************************************************
       5200-FECHAR-PALAVRA.
           IF CAD-NORM-TAM-PALAVRA = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE 'N' TO CAD-SW-SUFIXO.
           MOVE 1   TO CAD-IND-SUFIXO.
           PERFORM 5300-COMPARAR-SUFIXO THRU 5300-EXIT
               UNTIL CAD-E-SUFIXO
               OR CAD-IND-SUFIXO > CAD-QTD-SUFIXOS.
           IF NOT CAD-E-SUFIXO
               IF CAD-NORM-TAMANHO > ZERO
                   ADD 1 TO CAD-NORM-TAMANHO
               END-IF
               IF CAD-NORM-TAMANHO + CAD-NORM-TAM-PALAVRA NOT > 60
                   MOVE CAD-NORM-PALAVRA (1:CAD-NORM-TAM-PALAVRA)
                     TO CAD-NORM-SAIDA
                        (CAD-NORM-TAMANHO + 1:CAD-NORM-TAM-PALAVRA)
                   ADD CAD-NORM-TAM-PALAVRA TO CAD-NORM-TAMANHO
               END-IF
           END-IF.
           MOVE SPACES TO CAD-NORM-PALAVRA.
           MOVE ZERO   TO CAD-NORM-TAM-PALAVRA.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5300-COMPARAR-SUFIXO - UMA PALAVRA DA TABELA POR VEZ          *
      ******************************************************************
       5300-COMPARAR-SUFIXO.
           IF CAD-NORM-PALAVRA = CAD-SUFIXO (CAD-IND-SUFIXO)
               MOVE 'S' TO CAD-SW-SUFIXO
           ELSE
               ADD 1 TO CAD-IND-SUFIXO
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'REGISTROS LIDOS DO ARQUIVO DA RECEITA' TO QT-TEXTO.
           MOVE CAD-MOVTOS-LIDOS                    TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'REGISTROS REJEITADOS'              TO QT-TEXTO.
           MOVE CAD-MOVTOS-REJEITADOS               TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'INSCRICOES REPETIDAS NO ARQUIVO (IGNORADAS)'
                                                   TO QT-TEXTO.
           MOVE CAD-MOVTOS-DUPLICADOS               TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'CLIENTES ATIVOS NO CLIMAST'        TO QT-TEXTO.
           MOVE CAD-CLIENTES-ATIVOS                 TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'ATIVOS SEM INSCRICAO (NAO CONFERIDOS)' TO QT-TEXTO.
           MOVE CAD-CLIENTES-SEM-INSC               TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'CLIENTES CONFERIDOS'               TO QT-TEXTO.
           MOVE CAD-CLIENTES-CONFERIDOS             TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'INSCRICOES BAIXADAS OU IRREGULARES' TO QT-TEXTO.
           MOVE CAD-EXC-IRREGULARES                 TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'INSCRICOES DESCONHECIDAS DA RECEITA' TO QT-TEXTO.
           MOVE CAD-EXC-DESCONHECIDAS               TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'NOMES DIFERENTES DA RAZAO SOCIAL'  TO QT-TEXTO.
           MOVE CAD-EXC-NOMES                       TO QT-QUANTIDADE.
           WRITE QL-TOTAL.

           MOVE SPACES                             TO QL-TOTAL.
           MOVE 'CLIENTES GRAVADOS NO RFBCLI'       TO QT-TEXTO.
           MOVE CAD-OCORRENCIAS-GRAVADAS            TO QT-QUANTIDADE.
           WRITE QL-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE RECEITA-ORD OCORRENCIAS RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
