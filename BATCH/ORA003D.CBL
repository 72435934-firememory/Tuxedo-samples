      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003D                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Monthly corporate-group linkage.  The first eight digits    *
      *   of a CNPJ identify the company and the next four the        *
      *   establishment (0001 is the head office), so the branches    *
      *   of one customer sit on CLIMAST under different CODIGOs.     *
      *   ORA002D rightly keeps them apart; this job puts them back   *
      *   together.  The ACTIVE 'J' clients that carry a CNPJ are     *
      *   sorted by CNPJ (root, then establishment) and CODIGO, and   *
      *   every root shared by two or more of them is a group.  The   *
      *   report (GRPREL) lists each group's establishments --        *
      *   MATRIZ or FILIAL, CM-CIDADE/CM-ESTADO and the open balance  *
      *   on BALCLI -- under the name of the head office, or a note   *
      *   when the head office is not one of our clients, and closes  *
      *   the group with its total open balance.  Every group is      *
      *   written to the indexed CLIGRP file (replaced whole, like    *
      *   BALCLI), which ORA002U reads to carry the group on the      *
      *   selection extract.  A root held by one client only is not   *
      *   a group and is only counted.                                *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003D.
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
           SELECT SORT-GRUPO    ASSIGN TO SORTWK01.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT SALDOS        ASSIGN TO BALCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CODIGO
               FILE STATUS IS CAD-STATUS-SALDOS.

           SELECT GRUPOS        ASSIGN TO CLIGRP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-RAIZ
               FILE STATUS IS CAD-STATUS-GRUPOS.

           SELECT RELATORIO     ASSIGN TO GRPREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
      *  SORT-GRUPO-REC - O CLIENTE ATIVO PESSOA JURIDICA, COM O CNPJ  *
      *  DESMEMBRADO EM RAIZ, ESTABELECIMENTO E DIGITOS.               *
      *---------------------------------------------------------------*
       SD  SORT-GRUPO.
       01  SORT-GRUPO-REC.
           05  SG-INSCRICAO             PIC 9(14).
           05  SG-INSCRICAO-PARTES REDEFINES SG-INSCRICAO.
               10  SG-RAIZ              PIC 9(08).
               10  SG-ESTABELEC         PIC 9(04).
               10  SG-DIGITOS           PIC 9(02).
           05  SG-CODIGO                PIC 9(06).
           05  SG-NOME                  PIC X(30).
           05  SG-CIDADE                PIC X(20).
           05  SG-ESTADO                PIC X(02).

       FD  CLIMAST.
       COPY CLIMAST.

       FD  SALDOS.
       COPY SALDOREC.

       FD  GRUPOS.
       COPY GRPREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY GRPLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-GRUPOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CARGA             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CARGA            VALUE 'S'.
       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SORT             VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  GRUPO EM FORMACAO - O PRIMEIRO ESTABELECIMENTO DA RAIZ FICA   *
      *  GUARDADO ATE CHEGAR O SEGUNDO: SO ENTAO SE SABE QUE HA GRUPO  *
      *  E O CABECALHO PODE SER IMPRESSO.                              *
      *---------------------------------------------------------------*
       01  CAD-GRUPO-ATUAL.
           05  CAD-RAIZ-ATUAL           PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-ESTABELEC        PIC 9(04)   VALUE ZERO.
           05  CAD-CODIGO-MATRIZ        PIC 9(06)   VALUE ZERO.
           05  CAD-SALDO-GRUPO          PIC 9(11)V99 VALUE ZERO.
       01  CAD-PRIMEIRO-ESTABELEC.
           05  CAD-PRI-INSCRICAO        PIC 9(14)   VALUE ZERO.
           05  CAD-PRI-ESTABELEC        PIC 9(04)   VALUE ZERO.
           05  CAD-PRI-CODIGO           PIC 9(06)   VALUE ZERO.
           05  CAD-PRI-NOME             PIC X(30)   VALUE SPACES.
           05  CAD-PRI-CIDADE           PIC X(20)   VALUE SPACES.
           05  CAD-PRI-ESTADO           PIC X(02)   VALUE SPACES.
           05  CAD-SW-PRI-SALDO         PIC X(01)   VALUE 'N'.
               88  CAD-PRI-TEM-SALDO    VALUE 'S'.
           05  CAD-PRI-SALDO            PIC 9(09)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *  SALDO DO ESTABELECIMENTO CORRENTE NO BALCLI                   *
      *---------------------------------------------------------------*
       01  CAD-SW-TEM-SALDO             PIC X(01)   VALUE 'N'.
           88  CAD-TEM-SALDO            VALUE 'S'.
       01  CAD-SALDO-ESTABELEC          PIC 9(09)V99 VALUE ZERO.

       01  CAD-SALDO-TODOS-GRUPOS       PIC 9(11)V99 VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-JURIDICOS   PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-SEM-INSC    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-ISOLADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-GRUPOS-FORMADOS      PIC 9(08)   VALUE ZERO.
           05  CAD-GRUPOS-SEM-MATRIZ    PIC 9(08)   VALUE ZERO.
           05  CAD-ESTABELEC-AGRUPADOS  PIC 9(08)   VALUE ZERO.
           05  CAD-GRUPOS-GRAVADOS      PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.

           SORT SORT-GRUPO
               ON ASCENDING KEY SG-INSCRICAO SG-CODIGO
               INPUT PROCEDURE IS 2000-SELECIONAR-CLIENTES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-AGRUPAR
                   THRU 3000-EXIT.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003D - CLIENTES PJ ATIVOS     : '
                   CAD-CLIENTES-JURIDICOS.
           DISPLAY 'ORA003D - GRUPOS FORMADOS        : '
                   CAD-GRUPOS-FORMADOS.
           DISPLAY 'ORA003D - ESTABELECIMENTOS       : '
                   CAD-ESTABELEC-AGRUPADOS.
           DISPLAY 'ORA003D - GRUPOS SEM MATRIZ      : '
                   CAD-GRUPOS-SEM-MATRIZ.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS - O CLIGRP E SUBSTITUIDO INTEIRO A CADA   *
      *  EXECUCAO: O QUE VALE E O RETRATO DO CLIMAST E DO BALCLI DE    *
      *  HOJE.                                                         *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  SALDOS.
           OPEN OUTPUT GRUPOS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-SALDOS NOT = '00'
               DISPLAY 'ORA003D - ERRO ABRINDO BALCLI: '
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-GRUPOS NOT = '00'
               DISPLAY 'ORA003D - ERRO ABRINDO CLIGRP: '
                       CAD-STATUS-GRUPOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003D - ERRO ABRINDO GRPREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.

           MOVE SPACES TO GL-CABECALHO.
           MOVE 'GRUPOS EMPRESARIAIS POR RAIZ DE CNPJ'
               TO GC-TITULO.
           MOVE CAD-DATA-EXECUCAO TO GC-DATA-EXECUCAO.
           WRITE GL-CABECALHO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SELECIONAR-CLIENTES - INPUT PROCEDURE DO SORT; SO        *
      *  CLIENTE ATIVO PESSOA JURIDICA COM CNPJ CADASTRADO ENTRA.  OS  *
      *  CONVERTIDOS ANTES DA INSCRICAO EXISTIR SO SAO CONTADOS.       *
      ******************************************************************
       2000-SELECIONAR-CLIENTES.
           OPEN INPUT CLIMAST.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003D - ERRO ABRINDO CLIMAST: '
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
           AND CM-PESSOA-JURIDICA
               ADD 1 TO CAD-CLIENTES-JURIDICOS
               IF CM-INSCRICAO-FISCAL IS NUMERIC
               AND CM-INSCRICAO-FISCAL > ZERO
                   MOVE CM-INSCRICAO-FISCAL TO SG-INSCRICAO
                   MOVE CM-CODIGO           TO SG-CODIGO
                   MOVE CM-NOME             TO SG-NOME
                   MOVE CM-CIDADE           TO SG-CIDADE
                   MOVE CM-ESTADO           TO SG-ESTADO
                   RELEASE SORT-GRUPO-REC
               ELSE
                   ADD 1 TO CAD-CLIENTES-SEM-INSC
               END-IF
           END-IF.
           PERFORM 2010-LER-CLIENTE THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  3000-AGRUPAR - OUTPUT PROCEDURE DO SORT: QUEBRA POR RAIZ DE   *
      *  CNPJ.  A MATRIZ (ESTABELECIMENTO 0001), QUANDO E CLIENTE,     *
      *  VEM SEMPRE PRIMEIRO NA RAIZ.                                  *
      ******************************************************************
       3000-AGRUPAR.
           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT.
           PERFORM 3200-TRATAR-ESTABELEC THRU 3200-EXIT
               UNTIL CAD-FIM-SORT.
           IF CAD-QTD-ESTABELEC > ZERO
               PERFORM 3500-FECHAR-GRUPO THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-RETORNAR-CLIENTE                                         *
      ******************************************************************
       3100-RETORNAR-CLIENTE.
           RETURN SORT-GRUPO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-SORT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-TRATAR-ESTABELEC - UM ESTABELECIMENTO POR VEZ.  O        *
      *  PRIMEIRO DA RAIZ FICA GUARDADO; NO SEGUNDO O GRUPO EXISTE E   *
      *  O CABECALHO SAI COM OS DOIS; DO TERCEIRO EM DIANTE A LINHA    *
      *  SAI DIRETO.                                                   *
      ******************************************************************
       3200-TRATAR-ESTABELEC.
           IF SG-RAIZ NOT = CAD-RAIZ-ATUAL
               IF CAD-QTD-ESTABELEC > ZERO
                   PERFORM 3500-FECHAR-GRUPO THRU 3500-EXIT
               END-IF
               MOVE SG-RAIZ TO CAD-RAIZ-ATUAL
               MOVE ZERO    TO CAD-QTD-ESTABELEC
               MOVE ZERO    TO CAD-CODIGO-MATRIZ
               MOVE ZERO    TO CAD-SALDO-GRUPO
           END-IF.

           PERFORM 3300-LER-SALDO THRU 3300-EXIT.
           ADD 1 TO CAD-QTD-ESTABELEC.
           ADD CAD-SALDO-ESTABELEC TO CAD-SALDO-GRUPO.
           IF SG-ESTABELEC = 1
           AND CAD-CODIGO-MATRIZ = ZERO
               MOVE SG-CODIGO TO CAD-CODIGO-MATRIZ
           END-IF.

           EVALUATE CAD-QTD-ESTABELEC
               WHEN 1
                   MOVE SG-INSCRICAO      TO CAD-PRI-INSCRICAO
                   MOVE SG-ESTABELEC      TO CAD-PRI-ESTABELEC
                   MOVE SG-CODIGO         TO CAD-PRI-CODIGO
                   MOVE SG-NOME           TO CAD-PRI-NOME
                   MOVE SG-CIDADE         TO CAD-PRI-CIDADE
                   MOVE SG-ESTADO         TO CAD-PRI-ESTADO
                   MOVE CAD-SW-TEM-SALDO  TO CAD-SW-PRI-SALDO
                   MOVE CAD-SALDO-ESTABELEC TO CAD-PRI-SALDO
               WHEN 2
                   PERFORM 3400-ABRIR-GRUPO THRU 3400-EXIT
                   PERFORM 3600-IMPRIMIR-ESTABELEC THRU 3600-EXIT
               WHEN OTHER
                   PERFORM 3600-IMPRIMIR-ESTABELEC THRU 3600-EXIT
           END-EVALUATE.

           PERFORM 3100-RETORNAR-CLIENTE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-LER-SALDO - SALDO EM ABERTO DO ESTABELECIMENTO; QUEM NAO *
      *  ESTA NO BALCLI NAO DEVE NADA.                                 *
      ******************************************************************
       3300-LER-SALDO.
           MOVE 'N'  TO CAD-SW-TEM-SALDO.
           MOVE ZERO TO CAD-SALDO-ESTABELEC.
           MOVE SG-CODIGO TO SD-CODIGO.
           READ SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'      TO CAD-SW-TEM-SALDO
                   MOVE SD-SALDO TO CAD-SALDO-ESTABELEC
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-ABRIR-GRUPO - CABECALHO DO GRUPO E A LINHA DO PRIMEIRO   *
      *  ESTABELECIMENTO, QUE ESTAVA GUARDADO.  O GRUPO LEVA O NOME DA *
      *  MATRIZ; SEM ELA, O DO PRIMEIRO ESTABELECIMENTO CLIENTE.       *
      ******************************************************************
       3400-ABRIR-GRUPO.
           MOVE SPACES            TO GL-GRUPO.
           WRITE GL-GRUPO.
           MOVE 'GRUPO RAIZ CNPJ' TO GG-TEXTO.
           MOVE CAD-RAIZ-ATUAL    TO GG-RAIZ.
           MOVE CAD-PRI-NOME      TO GG-NOME.
           IF CAD-CODIGO-MATRIZ = ZERO
               MOVE 'MATRIZ (0001) NAO E CLIENTE' TO GG-MATRIZ
           END-IF.
           WRITE GL-GRUPO.

           MOVE SPACES            TO GL-DETALHE.
           MOVE CAD-PRI-CODIGO    TO GL-CODIGO.
           MOVE CAD-PRI-INSCRICAO TO GL-INSCRICAO.
           IF CAD-PRI-ESTABELEC = 1
               MOVE 'MATRIZ'      TO GL-TIPO
           ELSE
               MOVE 'FILIAL'      TO GL-TIPO
           END-IF.
           MOVE CAD-PRI-NOME      TO GL-NOME.
           MOVE CAD-PRI-CIDADE    TO GL-CIDADE.
           MOVE CAD-PRI-ESTADO    TO GL-ESTADO.
           IF CAD-PRI-TEM-SALDO
               MOVE CAD-PRI-SALDO TO GL-SALDO
           END-IF.
           WRITE GL-DETALHE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-FECHAR-GRUPO - NA QUEBRA DA RAIZ.  RAIZ DE UM CLIENTE SO *
      *  NAO E GRUPO E SO E CONTADA; O GRUPO FECHA COM O TOTAL E VAI   *
      *  PARA O CLIGRP, QUE O SORT JA TRAZ NA ORDEM DA CHAVE.          *
      ******************************************************************
       3500-FECHAR-GRUPO.
           IF CAD-QTD-ESTABELEC = 1
               ADD 1 TO CAD-CLIENTES-ISOLADOS
               GO TO 3500-EXIT
           END-IF.

           ADD 1                 TO CAD-GRUPOS-FORMADOS.
           ADD CAD-QTD-ESTABELEC TO CAD-ESTABELEC-AGRUPADOS.
           ADD CAD-SALDO-GRUPO   TO CAD-SALDO-TODOS-GRUPOS.
           IF CAD-CODIGO-MATRIZ = ZERO
               ADD 1 TO CAD-GRUPOS-SEM-MATRIZ
           END-IF.

           MOVE SPACES            TO GL-TOTAL-GRUPO.
           MOVE 'TOTAL DO GRUPO - ESTABELECIMENTOS:' TO GS-TEXTO.
           MOVE CAD-QTD-ESTABELEC TO GS-QTD-ESTABELEC.
           MOVE CAD-SALDO-GRUPO   TO GS-SALDO.
           WRITE GL-TOTAL-GRUPO.

           MOVE CAD-RAIZ-ATUAL    TO GR-RAIZ.
           MOVE CAD-CODIGO-MATRIZ TO GR-CODIGO-MATRIZ.
           MOVE CAD-QTD-ESTABELEC TO GR-QTD-ESTABELEC.
           MOVE CAD-SALDO-GRUPO   TO GR-SALDO-TOTAL.
           MOVE CAD-DATA-EXECUCAO TO GR-DATA-REFERENCIA.
           WRITE GRUPO-CLIENTE
               INVALID KEY
                   DISPLAY 'ORA003D - FALHA GRAVANDO CLIGRP RAIZ '
                           GR-RAIZ ' STATUS ' CAD-STATUS-GRUPOS
               NOT INVALID KEY
                   ADD 1 TO CAD-GRUPOS-GRAVADOS
           END-WRITE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-IMPRIMIR-ESTABELEC - LINHA DO ESTABELECIMENTO CORRENTE   *
      ******************************************************************
       3600-IMPRIMIR-ESTABELEC.
           MOVE SPACES            TO GL-DETALHE.
           MOVE SG-CODIGO         TO GL-CODIGO.
           MOVE SG-INSCRICAO      TO GL-INSCRICAO.
           IF SG-ESTABELEC = 1
               MOVE 'MATRIZ'      TO GL-TIPO
           ELSE
               MOVE 'FILIAL'      TO GL-TIPO
           END-IF.
           MOVE SG-NOME           TO GL-NOME.
           MOVE SG-CIDADE         TO GL-CIDADE.
           MOVE SG-ESTADO         TO GL-ESTADO.
           IF CAD-TEM-SALDO
               MOVE CAD-SALDO-ESTABELEC TO GL-SALDO
           END-IF.
           WRITE GL-DETALHE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                             TO GL-TOTAL.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'CLIENTES LIDOS DO CLIMAST'         TO GT-TEXTO.
           MOVE CAD-CLIENTES-LIDOS                  TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'CLIENTES ATIVOS PESSOA JURIDICA'   TO GT-TEXTO.
           MOVE CAD-CLIENTES-JURIDICOS              TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'SEM CNPJ CADASTRADO (NAO AGRUPADOS)' TO GT-TEXTO.
           MOVE CAD-CLIENTES-SEM-INSC               TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'UNICO ESTABELECIMENTO DA RAIZ'     TO GT-TEXTO.
           MOVE CAD-CLIENTES-ISOLADOS               TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'GRUPOS FORMADOS'                   TO GT-TEXTO.
           MOVE CAD-GRUPOS-FORMADOS                 TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'ESTABELECIMENTOS EM GRUPOS'        TO GT-TEXTO.
           MOVE CAD-ESTABELEC-AGRUPADOS             TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'GRUPOS CUJA MATRIZ NAO E CLIENTE'  TO GT-TEXTO.
           MOVE CAD-GRUPOS-SEM-MATRIZ               TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL.
           MOVE 'GRUPOS GRAVADOS NO CLIGRP'         TO GT-TEXTO.
           MOVE CAD-GRUPOS-GRAVADOS                 TO GT-QUANTIDADE.
           WRITE GL-TOTAL.

           MOVE SPACES                             TO GL-TOTAL-GRUPO.
           MOVE 'SALDO EM ABERTO DE TODOS OS GRUPOS' TO GS-TEXTO.
           MOVE CAD-SALDO-TODOS-GRUPOS              TO GS-SALDO.
           WRITE GL-TOTAL-GRUPO.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE SALDOS GRUPOS RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
