      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003H                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Portfolio report per sales representative.  Every ACTIVE    *
      *   client is sorted by the representative ORA003G assigned     *
      *   (CM-REPRESENTANTE), then by name; each representative's     *
      *   portfolio opens with the code and the name from TERRIT      *
      *   and lists the clients with city, UF, CEP and open balance   *
      *   from BALCLI, each followed by its current delivery          *
      *   addresses from CLIEND (ended addresses are left out).  A    *
      *   subtotal closes the portfolio with the number of clients    *
      *   and the representative's open balance.  Clients no          *
      *   territory covers come first, as their own group, so sales   *
      *   administration sees what still needs a territory.           *
      *                                                                *
      *   Parameter card (SYSIN): a representative code in columns    *
      *   1-6 prints only that portfolio; a blank card prints all.    *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003H.
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
           SELECT SORT-CARTEIRA ASSIGN TO SORTWK01.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT TERRITORIOS   ASSIGN TO TERRIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-CHAVE
               FILE STATUS IS CAD-STATUS-TERRIT.

           SELECT SALDOS        ASSIGN TO BALCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CODIGO
               FILE STATUS IS CAD-STATUS-SALDOS.

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-ENDER.

           SELECT RELATORIO     ASSIGN TO CARREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
      *  SORT-CARTEIRA-REC - O CLIENTE ATIVO COM O REPRESENTANTE QUE   *
      *  O ORA003G ATRIBUIU (BRANCO QUANDO NENHUMA FAIXA O COBRE).     *
      *---------------------------------------------------------------*
       SD  SORT-CARTEIRA.
       01  SORT-CARTEIRA-REC.
           05  SP-REPRESENTANTE         PIC X(06).
           05  SP-NOME                  PIC X(30).
           05  SP-CODIGO                PIC 9(06).
           05  SP-CIDADE                PIC X(20).
           05  SP-ESTADO                PIC X(02).
           05  SP-CEP                   PIC 9(08).

       FD  CLIMAST.
       COPY CLIMAST.

       FD  TERRITORIOS.
       COPY TERREC.

       FD  SALDOS.
       COPY SALDOREC.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY CARLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-TERRIT            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDER             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-TERRIT            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-TERRIT           VALUE 'S'.
       01  CAD-SW-FIM-CARGA             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CARGA            VALUE 'S'.
       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SORT             VALUE 'S'.
       01  CAD-SW-FIM-ENDERECOS         PIC X(01)   VALUE 'N'.
           88  CAD-FIM-ENDERECOS        VALUE 'S'.
       01  CAD-SW-PRIMEIRA-CARTEIRA     PIC X(01)   VALUE 'S'.
           88  CAD-PRIMEIRA-CARTEIRA    VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): REPRESENTANTE A IMPRIMIR, OU     *
      *  BRANCO PARA TODAS AS CARTEIRAS.                               *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM.
           05  CAD-PARM-REPRESENTANTE   PIC X(06)   VALUE SPACES.
           05  FILLER                   PIC X(74)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  CARTEIRA CORRENTE                                             *
      *---------------------------------------------------------------*
       01  CAD-REPR-ATUAL               PIC X(06)   VALUE SPACES.
       01  CAD-NOME-REPR                PIC X(30)   VALUE SPACES.
       01  CAD-QTD-CARTEIRA             PIC 9(06)   VALUE ZERO.
       01  CAD-SALDO-CARTEIRA           PIC 9(11)V99 VALUE ZERO.
       01  CAD-SALDO-CLIENTE            PIC 9(09)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *  NOMES DOS REPRESENTANTES, CARREGADOS DO TERRIT.  QUEM TEM     *
      *  VARIAS FAIXAS APARECE VARIAS VEZES COM O MESMO NOME; A        *
      *  PESQUISA PARA NA PRIMEIRA.                                    *
      *---------------------------------------------------------------*
       01  CAD-MAX-TERRITORIOS          PIC 9(04)   COMP VALUE 3000.
       01  CAD-QTD-TERRITORIOS          PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-REPRESENTANTES.
           05  CAD-RP-ENTRADA           OCCURS 1 TO 3000 TIMES
                                        DEPENDING ON
                                            CAD-QTD-TERRITORIOS
                                        INDEXED BY CAD-RP-IDX.
               10  CAD-RP-REPRESENTANTE PIC X(06).
               10  CAD-RP-NOME          PIC X(30).

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-IMPRESSOS   PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-SEM-REPR    PIC 9(08)   VALUE ZERO.
           05  CAD-CARTEIRAS            PIC 9(08)   VALUE ZERO.
           05  CAD-ENDERECOS-IMPRESSOS  PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-CARTAO-PARM.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           PERFORM 1200-CARREGAR-NOMES THRU 1200-EXIT.

           SORT SORT-CARTEIRA
               ON ASCENDING KEY SP-REPRESENTANTE SP-NOME SP-CODIGO
               INPUT PROCEDURE IS 2000-SELECIONAR-CLIENTES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-CARTEIRAS
                   THRU 3000-EXIT.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003H - CARTEIRAS IMPRESSAS    : '
                   CAD-CARTEIRAS.
           DISPLAY 'ORA003H - CLIENTES IMPRESSOS     : '
                   CAD-CLIENTES-IMPRESSOS.
           DISPLAY 'ORA003H - CLIENTES SEM REPRESENT.: '
                   CAD-CLIENTES-SEM-REPR.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  TERRITORIOS.
           OPEN INPUT  SALDOS.
           OPEN INPUT  ENDERECOS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-TERRIT NOT = '00'
               DISPLAY 'ORA003H - ERRO ABRINDO TERRIT: '
                       CAD-STATUS-TERRIT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-SALDOS NOT = '00'
               DISPLAY 'ORA003H - ERRO ABRINDO BALCLI: '
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDER NOT = '00'
               DISPLAY 'ORA003H - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDER
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003H - ERRO ABRINDO CARREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.

           MOVE SPACES TO PR-CABECALHO.
           MOVE 'CARTEIRA DE CLIENTES POR REPRESENTANTE DE VENDA'
               TO PC-TITULO.
           MOVE CAD-DATA-EXECUCAO TO PC-DATA-EXECUCAO.
           WRITE PR-CABECALHO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1200-CARREGAR-NOMES - CODIGO E NOME DE CADA FAIXA DO TERRIT.  *
      *  NAO CABENDO, O RELATORIO SAI ASSIM MESMO: O REPRESENTANTE     *
      *  QUE FICOU DE FORA SO APARECE SEM O NOME.                      *
      ******************************************************************
       1200-CARREGAR-NOMES.
           PERFORM 1210-LER-TERRITORIO THRU 1210-EXIT.
           PERFORM 1220-GUARDAR-NOME THRU 1220-EXIT
               UNTIL CAD-FIM-TERRIT.
           CLOSE TERRITORIOS.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1210-LER-TERRITORIO                                           *
      ******************************************************************
       1210-LER-TERRITORIO.
           READ TERRITORIOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-TERRIT
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  1220-GUARDAR-NOME                                             *
      ******************************************************************
       1220-GUARDAR-NOME.
           IF CAD-QTD-TERRITORIOS NOT < CAD-MAX-TERRITORIOS
               DISPLAY 'ORA003H - TERRIT COM MAIS DE '
                       CAD-MAX-TERRITORIOS
                       ' TERRITORIOS - NOMES INCOMPLETOS'
               MOVE 'S' TO CAD-SW-FIM-TERRIT
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-TERRITORIOS.
           SET CAD-RP-IDX TO CAD-QTD-TERRITORIOS.
           MOVE TR-REPRESENTANTE
                        TO CAD-RP-REPRESENTANTE (CAD-RP-IDX).
           MOVE TR-NOME-REPRESENTANTE
                        TO CAD-RP-NOME (CAD-RP-IDX).
           PERFORM 1210-LER-TERRITORIO THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SELECIONAR-CLIENTES - INPUT PROCEDURE DO SORT; SO        *
      *  CLIENTE ATIVO ENTRA, E SO O DO REPRESENTANTE PEDIDO QUANDO    *
      *  O CARTAO TRAZ UM.                                             *
      ******************************************************************
       2000-SELECIONAR-CLIENTES.
           OPEN INPUT CLIMAST.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003H - ERRO ABRINDO CLIMAST: '
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
           ADD 1 TO CAD-CLIENTES-LIDOS.
           IF CM-ATIVO
               IF CAD-PARM-REPRESENTANTE = SPACES
               OR CAD-PARM-REPRESENTANTE = CM-REPRESENTANTE
                   MOVE CM-REPRESENTANTE TO SP-REPRESENTANTE
                   MOVE CM-NOME          TO SP-NOME
                   MOVE CM-CODIGO        TO SP-CODIGO
                   MOVE CM-CIDADE        TO SP-CIDADE
                   MOVE CM-ESTADO        TO SP-ESTADO
                   MOVE CM-CEP           TO SP-CEP
                   RELEASE SORT-CARTEIRA-REC
               END-IF
           END-IF.
           PERFORM 2010-LER-CLIENTE THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  3000-IMPRIMIR-CARTEIRAS - OUTPUT PROCEDURE DO SORT: QUEBRA    *
      *  POR REPRESENTANTE.  OS CLIENTES SEM REPRESENTANTE (BRANCO)    *
      *  VEM PRIMEIRO.                                                 *
      ******************************************************************
       3000-IMPRIMIR-CARTEIRAS.
           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT.
           PERFORM 3200-TRATAR-CLIENTE THRU 3200-EXIT
               UNTIL CAD-FIM-SORT.
           IF NOT CAD-PRIMEIRA-CARTEIRA
               PERFORM 3500-FECHAR-CARTEIRA THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-RETORNAR-CLIENTE                                         *
      ******************************************************************
       3100-RETORNAR-CLIENTE.
           RETURN SORT-CARTEIRA
               AT END
                   MOVE 'S' TO CAD-SW-FIM-SORT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-TRATAR-CLIENTE - UM CLIENTE POR VEZ, COM O SALDO E OS    *
      *  ENDERECOS DE ENTREGA VIGENTES LOGO ABAIXO.                    *
      ******************************************************************
       3200-TRATAR-CLIENTE.
           IF CAD-PRIMEIRA-CARTEIRA
           OR SP-REPRESENTANTE NOT = CAD-REPR-ATUAL
               IF NOT CAD-PRIMEIRA-CARTEIRA
                   PERFORM 3500-FECHAR-CARTEIRA THRU 3500-EXIT
               END-IF
               PERFORM 3400-ABRIR-CARTEIRA THRU 3400-EXIT
           END-IF.

           PERFORM 3300-LER-SALDO THRU 3300-EXIT.
           ADD 1 TO CAD-QTD-CARTEIRA.
           ADD 1 TO CAD-CLIENTES-IMPRESSOS.
           ADD CAD-SALDO-CLIENTE TO CAD-SALDO-CARTEIRA.
           IF SP-REPRESENTANTE = SPACES
               ADD 1 TO CAD-CLIENTES-SEM-REPR
           END-IF.

           MOVE SPACES            TO PR-DETALHE.
           MOVE SP-CODIGO         TO PR-CODIGO.
           MOVE SP-NOME           TO PR-NOME.
           MOVE SP-CIDADE         TO PR-CIDADE.
           MOVE SP-ESTADO         TO PR-ESTADO.
           MOVE SP-CEP            TO PR-CEP.
           MOVE CAD-SALDO-CLIENTE TO PR-SALDO.
           WRITE PR-DETALHE.

           PERFORM 3600-LISTAR-ENDERECOS THRU 3600-EXIT.
           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-LER-SALDO - SALDO EM ABERTO NO BALCLI; QUEM NAO ESTA NO  *
      *  BALCLI NAO DEVE NADA.                                         *
      ******************************************************************
       3300-LER-SALDO.
           MOVE ZERO TO CAD-SALDO-CLIENTE.
           MOVE SP-CODIGO TO SD-CODIGO.
           READ SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SD-SALDO TO CAD-SALDO-CLIENTE
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-ABRIR-CARTEIRA - CABECALHO DO REPRESENTANTE COM O NOME   *
      *  QUE ESTA NO TERRIT.                                           *
      ******************************************************************
       3400-ABRIR-CARTEIRA.
           MOVE 'N'              TO CAD-SW-PRIMEIRA-CARTEIRA.
           MOVE SP-REPRESENTANTE TO CAD-REPR-ATUAL.
           MOVE ZERO             TO CAD-QTD-CARTEIRA.
           MOVE ZERO             TO CAD-SALDO-CARTEIRA.
           ADD 1 TO CAD-CARTEIRAS.

           MOVE SPACES TO CAD-NOME-REPR.
           IF CAD-REPR-ATUAL = SPACES
               MOVE 'CLIENTES SEM TERRITORIO' TO CAD-NOME-REPR
           ELSE
               IF CAD-QTD-TERRITORIOS > ZERO
                   SET CAD-RP-IDX TO 1
                   SEARCH CAD-RP-ENTRADA
                       AT END
                           MOVE 'FORA DO TERRIT' TO CAD-NOME-REPR
                       WHEN CAD-RP-REPRESENTANTE (CAD-RP-IDX)
                          = CAD-REPR-ATUAL
                           MOVE CAD-RP-NOME (CAD-RP-IDX)
                               TO CAD-NOME-REPR
                   END-SEARCH
               END-IF
           END-IF.

           MOVE SPACES           TO PR-REPRES.
           MOVE 'REPRESENTANTE'  TO PP-TEXTO.
           MOVE CAD-REPR-ATUAL   TO PP-REPRESENTANTE.
           MOVE CAD-NOME-REPR    TO PP-NOME.
           WRITE PR-REPRES.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-FECHAR-CARTEIRA - CLIENTES E SALDO EM ABERTO DA CARTEIRA *
      ******************************************************************
       3500-FECHAR-CARTEIRA.
           MOVE SPACES                 TO PR-SUBTOTAL.
           MOVE 'CLIENTES / SALDO EM ABERTO DA CARTEIRA'
                                       TO PS-TEXTO.
           MOVE CAD-QTD-CARTEIRA       TO PS-QTD-CLIENTES.
           MOVE CAD-SALDO-CARTEIRA     TO PS-SALDO.
           WRITE PR-SUBTOTAL.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-LISTAR-ENDERECOS - ENDERECOS DE ENTREGA VIGENTES DO      *
      *  CLIENTE; OS ENCERRADOS NAO SAEM.                              *
      ******************************************************************
       3600-LISTAR-ENDERECOS.
           MOVE 'N' TO CAD-SW-FIM-ENDERECOS.
           MOVE SP-CODIGO TO EN-CODIGO.
           MOVE ZERO      TO EN-SEQUENCIA.
           START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-ENDERECOS
           END-START.
           PERFORM 3610-LISTAR-ENDERECO THRU 3610-EXIT
               UNTIL CAD-FIM-ENDERECOS.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  3610-LISTAR-ENDERECO                                          *
      ******************************************************************
       3610-LISTAR-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-ENDERECOS
                   GO TO 3610-EXIT
           END-READ.
           IF EN-CODIGO NOT = SP-CODIGO
               MOVE 'S' TO CAD-SW-FIM-ENDERECOS
               GO TO 3610-EXIT
           END-IF.
           IF NOT EN-VIGENTE
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO CAD-ENDERECOS-IMPRESSOS.
           MOVE SPACES       TO PR-ENDERECO.
           MOVE 'ENTREGA'    TO PE-TEXTO.
           MOVE EN-SEQUENCIA TO PE-SEQUENCIA.
           MOVE EN-ENDERECO  TO PE-ENDERECO.
           MOVE EN-CIDADE    TO PE-CIDADE.
           MOVE EN-ESTADO    TO PE-ESTADO.
           MOVE EN-CEP       TO PE-CEP.
           WRITE PR-ENDERECO.
       3610-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                         TO PR-TOTAL.
           MOVE 'CLIENTES LIDOS'                TO PT-TEXTO.
           MOVE CAD-CLIENTES-LIDOS               TO PT-QUANTIDADE.
           WRITE PR-TOTAL.

           MOVE SPACES                         TO PR-TOTAL.
           MOVE 'CARTEIRAS IMPRESSAS'           TO PT-TEXTO.
           MOVE CAD-CARTEIRAS                    TO PT-QUANTIDADE.
           WRITE PR-TOTAL.

           MOVE SPACES                         TO PR-TOTAL.
           MOVE 'CLIENTES ATIVOS IMPRESSOS'     TO PT-TEXTO.
           MOVE CAD-CLIENTES-IMPRESSOS           TO PT-QUANTIDADE.
           WRITE PR-TOTAL.

           MOVE SPACES                         TO PR-TOTAL.
           MOVE 'CLIENTES SEM REPRESENTANTE'    TO PT-TEXTO.
           MOVE CAD-CLIENTES-SEM-REPR            TO PT-QUANTIDADE.
           WRITE PR-TOTAL.

           MOVE SPACES                         TO PR-TOTAL.
           MOVE 'ENDERECOS DE ENTREGA VIGENTES' TO PT-TEXTO.
           MOVE CAD-ENDERECOS-IMPRESSOS          TO PT-QUANTIDADE.
           WRITE PR-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE SALDOS ENDERECOS RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
