      *   (SELREL) echoes the rules applied and shows how many        *
      *   clients each rule dropped and how many the run kept.        *
      *                                                                *
      *   A 'J' client whose CNPJ root (first eight digits) is a      *
      *   corporate group on CLIGRP (built monthly by ORA003D)        *
      *   carries the group: the full shape appends the root, the     *
      *   head-office CODIGO, the number of establishments and the    *
      *   group's open balance; the label shape appends the root.     *
      *   Zeros when the client is in no group.  The GRUPO rule       *
      *   keeps only the clients under one CNPJ root.                 *
      *                                                                *
      *   Parameter card (SYSIN), blank-separated fixed columns:      *
      *     ESTADO(2) CIDADE(20) CEP-INI(8) CEP-FIM(8) SITUACAO(1)    *
      *     MANUT-INI(8) MANUT-FIM(8) SAIDA(1) ENDERECOS(1) GRUPO(8)  *
      *                                                                *
      *   Modification history.                                       *
      *   2026-09-02  RPS  Original version.                          *
      *   2026-10-15  RPS  Corporate group (CLIGRP) carried on the    *
      *                    extract; GRUPO rule by CNPJ root.          *
      *   2026-10-15  RPS  CLIMAST grew to 201 bytes (sales           *
      *                    representative); the full shape follows.   *
      *   2026-10-15  RPS  CLIMAST grew to 208 bytes and CLIEND to    *
      *                    138 (IBGE municipality code); the full     *
      *                    and address shapes follow.                 *
      *   2026-10-15  RPS  Reads the nightly CLISNAP snapshot written *
      *                    by ORA003O instead of CLIMAST and CLIEND:  *
      *                    each master image is followed by its       *
      *                    address images, so the addresses no longer *
      *                    need a START per client.  The selection    *
      *                    therefore reflects the master as of the    *
      *                    last nightly sweep, not the live file;     *
      *                    the snapshot's moment is echoed on SELREL. *
      *                    A snapshot with no header, no trailer, or  *
      *                    counts that disagree with its trailer      *
      *                    abends the run.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRATO       ASSIGN TO CLISNAP
               FILE STATUS IS CAD-STATUS-RETRATO.

           SELECT GRUPOS        ASSIGN TO CLIGRP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-RAIZ
               FILE STATUS IS CAD-STATUS-GRUPOS.

           SELECT SAIDA         ASSIGN TO SELCLI
               FILE STATUS IS CAD-STATUS-SAIDA.
       DATA DIVISION.
       FILE SECTION.

       FD  RETRATO
           RECORD CONTAINS 217 CHARACTERS.
       COPY SNAPREC.

       FD  GRUPOS.
       COPY GRPREC.

      *---------------------------------------------------------------*
      *  A SAIDA E DE TAMANHO VARIAVEL: O REGISTRO COMPLETO DO         *
      *  MESTRE SEGUIDO DO GRUPO EMPRESARIAL (239), O REGISTRO CRU DE  *
      *  ENDERECO (138) OU A ETIQUETA DE ENDERECAMENTO COM A RAIZ DO   *
      *  GRUPO (98).                                                   *
      *---------------------------------------------------------------*
       FD  SAIDA
           RECORD CONTAINS 98 TO 239 CHARACTERS.
       01  SA-REGISTRO-COMPLETO.
           05  SA-RC-CLIENTE            PIC X(208).
           05  SA-RC-GRUPO-RAIZ         PIC 9(08).
           05  SA-RC-GRUPO-MATRIZ       PIC 9(06).
           05  SA-RC-GRUPO-QTD          PIC 9(04).
           05  SA-RC-GRUPO-SALDO        PIC 9(11)V99.
       01  SA-REGISTRO-ENDERECO         PIC X(138).
       01  SA-ETIQUETA.
           05  SA-ET-NOME               PIC X(30).
           05  SA-ET-ENDERECO           PIC X(30).
           05  SA-ET-CIDADE             PIC X(20).
           05  SA-ET-ESTADO             PIC X(02).
           05  SA-ET-CEP                PIC 9(08).
           05  SA-ET-GRUPO-RAIZ         PIC 9(08).

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-RETRATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-GRUPOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SAIDA             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-RETRATO           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-RETRATO          VALUE 'S'.
       01  CAD-SW-ACHOU-CLIENTE         PIC X(01)   VALUE 'N'.
           88  CAD-ACHOU-CLIENTE        VALUE 'S'.
       01  CAD-SW-SELECIONADO           PIC X(01)   VALUE 'N'.
           88  CAD-SELECIONADO          VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  IMAGENS DO MESTRE E DO ENDERECO LIDAS DO RETRATO (SN-DADOS)   *
      *---------------------------------------------------------------*
       COPY CLIMAST.

       COPY ENDEREC.

      *---------------------------------------------------------------*
      *  MOMENTO DO RETRATO (CABECALHO) E CONFERENCIA CONTRA O TRAILER *
      *---------------------------------------------------------------*
       01  CAD-CONFERENCIA-RETRATO.
           05  CAD-DATA-RETRATO         PIC 9(08)   VALUE ZERO.
           05  CAD-HORA-RETRATO         PIC 9(06)   VALUE ZERO.
           05  CAD-RET-CLIENTES         PIC 9(08)   VALUE ZERO.
           05  CAD-RET-ENDERECOS        PIC 9(08)   VALUE ZERO.
           05  CAD-RET-HASH-CODIGO      PIC 9(12)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  RAIZ DO CNPJ DO CLIENTE CORRENTE (ZERO SE NAO E 'J' COM CNPJ) *
      *  E O GRUPO DELE NO CLIGRP (ZEROS SE NAO PERTENCE A GRUPO).     *
      *---------------------------------------------------------------*
       01  CAD-RAIZ-CLIENTE             PIC 9(08)   VALUE ZERO.
       01  CAD-GRUPO-CLIENTE.
           05  CAD-GRUPO-RAIZ           PIC 9(08)   VALUE ZERO.
           05  CAD-GRUPO-MATRIZ         PIC 9(06)   VALUE ZERO.
           05  CAD-GRUPO-QTD            PIC 9(04)   VALUE ZERO.
           05  CAD-GRUPO-SALDO          PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN) - CAMPO EM BRANCO DESLIGA A        *
      *  REGRA CORRESPONDENTE.                                         *
           05  CAD-PARM-SAIDA           PIC X(01).
           05  FILLER                   PIC X(01).
           05  CAD-PARM-ENDERECOS       PIC X(01).
           05  FILLER                   PIC X(01).
           05  CAD-PARM-GRUPO           PIC X(08).

      *---------------------------------------------------------------*
      *  FILTROS RESOLVIDOS DO CARTAO                                  *
               88  CAD-SAIDA-ETIQUETA   VALUE 'E'.
           05  CAD-SW-ENDERECOS         PIC X(01)   VALUE 'N'.
               88  CAD-EXTRAI-ENDERECOS VALUE 'S'.
           05  CAD-FILTRO-GRUPO         PIC 9(08)   VALUE ZERO.
           05  CAD-SW-FILTRO-GRUPO      PIC X(01)   VALUE 'N'.
               88  CAD-FILTRO-GRUPO-LIGADO VALUE 'S'.

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-DESC-CEP             PIC 9(08)   VALUE ZERO.
           05  CAD-DESC-SITUACAO        PIC 9(08)   VALUE ZERO.
           05  CAD-DESC-MANUT           PIC 9(08)   VALUE ZERO.
           05  CAD-DESC-GRUPO           PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-AGRUPADOS   PIC 9(08)   VALUE ZERO.
           05  CAD-ENDERECOS-EXTRAIDOS  PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1050-LER-CABECALHO    THRU 1050-EXIT.
           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT.
           PERFORM 1200-IMPRIMIR-FILTROS THRU 1200-EXIT.

           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
           PERFORM 3000-PROCESSAR-CLIENTE THRU 3000-EXIT
               UNTIL CAD-FIM-RETRATO.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
                   CAD-CLIENTES-SELEC.
           DISPLAY 'ORA002U - ENDERECOS EXTRAIDOS  : '
                   CAD-ENDERECOS-EXTRAIDOS.
           DISPLAY 'ORA002U - RETRATO DE           : '
                   CAD-DATA-RETRATO ' ' CAD-HORA-RETRATO.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  RETRATO.
           OPEN INPUT  GRUPOS.
           OPEN OUTPUT SAIDA.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA002U - ERRO ABRINDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-GRUPOS NOT = '00'
               DISPLAY 'ORA002U - ERRO ABRINDO CLIGRP: '
                       CAD-STATUS-GRUPOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-SAIDA NOT = '00'
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1050-LER-CABECALHO - O PRIMEIRO REGISTRO DO RETRATO TEM DE    *
      *  SER O CABECALHO; DELE VEM O MOMENTO QUE A SELECAO REFLETE.    *
      ******************************************************************
       1050-LER-CABECALHO.
           READ RETRATO
               AT END
                   MOVE SPACE TO SN-TIPO
           END-READ.
           IF NOT SN-REG-CABECALHO
               DISPLAY 'ORA002U - CLISNAP SEM CABECALHO - RODE O'
                       ' ORA003O ANTES'
               GO TO 9999-ABEND
           END-IF.
           MOVE SN-DATA-RETRATO TO CAD-DATA-RETRATO.
           MOVE SN-HORA-RETRATO TO CAD-HORA-RETRATO.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  1100-TRATAR-PARAMETRO - RESOLVE OS FILTROS DO CARTAO; CAMPO    *
      *  EM BRANCO DESLIGA A REGRA, DATA/CEP FORA DO PADRAO NUMERICO    *
           IF CAD-PARM-ENDERECOS = 'S'
               MOVE 'S' TO CAD-SW-ENDERECOS
           END-IF.
           IF CAD-PARM-GRUPO IS NUMERIC
               MOVE CAD-PARM-GRUPO TO CAD-FILTRO-GRUPO
               MOVE 'S' TO CAD-SW-FILTRO-GRUPO
           END-IF.
       1100-EXIT.
           EXIT.

               TO UC-TITULO.
           WRITE UL-CABECALHO.

           MOVE SPACES TO UL-FILTRO.
           MOVE 'RETRATO DO CADASTRO DE' TO UF-TEXTO.
           MOVE CAD-DATA-RETRATO TO UF-VALOR (1:8).
           MOVE CAD-HORA-RETRATO TO UF-VALOR (10:6).
           WRITE UL-FILTRO.

           MOVE SPACES TO UL-FILTRO.
           MOVE 'ESTADO (UF)' TO UF-TEXTO.
           IF CAD-FILTRO-ESTADO = SPACES
               MOVE 'NAO INCLUIDOS' TO UF-VALOR
           END-IF.
           WRITE UL-FILTRO.

           MOVE SPACES TO UL-FILTRO.
           MOVE 'GRUPO (RAIZ DO CNPJ)' TO UF-TEXTO.
           IF CAD-FILTRO-GRUPO-LIGADO
               MOVE CAD-FILTRO-GRUPO TO UF-VALOR
           ELSE
               MOVE '*TODOS*' TO UF-VALOR
           END-IF.
           WRITE UL-FILTRO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LER-CLIENTE - AVANCA O RETRATO ATE O PROXIMO MESTRE OU O *
      *  TRAILER.  OS ENDERECOS NO CAMINHO SAO DO MESTRE ANTERIOR E    *
      *  SAO EXTRAIDOS SE ELE FOI SELECIONADO.                         *
      ******************************************************************
       2000-LER-CLIENTE.
           MOVE 'N' TO CAD-SW-ACHOU-CLIENTE.
           PERFORM 2100-LER-RETRATO THRU 2100-EXIT
               UNTIL CAD-ACHOU-CLIENTE
               OR    CAD-FIM-RETRATO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-RETRATO - UM REGISTRO DO RETRATO POR VEZ, CONTANDO   *
      *  MESTRES E ENDERECOS.  FIM DE ARQUIVO ANTES DO TRAILER E       *
      *  VARREDURA INCOMPLETA.                                         *
      ******************************************************************
       2100-LER-RETRATO.
           READ RETRATO
               AT END
                   DISPLAY 'ORA002U - CLISNAP SEM TRAILER - VARREDURA'
                           ' INCOMPLETA'
                   GO TO 9999-ABEND
           END-READ.
           EVALUATE TRUE
               WHEN SN-REG-CLIENTE
                   ADD 1 TO CAD-RET-CLIENTES
                   ADD SN-CODIGO TO CAD-RET-HASH-CODIGO
                   MOVE SN-DADOS TO CLIENT-RECORD
                   MOVE 'S' TO CAD-SW-ACHOU-CLIENTE
               WHEN SN-REG-ENDERECO
                   ADD 1 TO CAD-RET-ENDERECOS
                   IF CAD-SELECIONADO
                   AND CAD-EXTRAI-ENDERECOS
                       MOVE SN-DADOS TO ENDERECO-ENTREGA
                       PERFORM 5100-GRAVAR-ENDERECO THRU 5100-EXIT
                   END-IF
               WHEN SN-REG-TRAILER
                   PERFORM 2200-CONFERIR-TRAILER THRU 2200-EXIT
                   MOVE 'S' TO CAD-SW-FIM-RETRATO
               WHEN OTHER
                   DISPLAY 'ORA002U - REGISTRO INVALIDO NO CLISNAP: '
                           SN-TIPO SN-CHAVE
                   GO TO 9999-ABEND
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-CONFERIR-TRAILER - QUANTIDADES E HASH LIDOS TEM DE BATER *
      *  COM O TRAILER GRAVADO PELO ORA003O.                           *
      ******************************************************************
       2200-CONFERIR-TRAILER.
           IF CAD-RET-CLIENTES    NOT = SN-QTD-CLIENTES
           OR CAD-RET-ENDERECOS   NOT = SN-QTD-ENDERECOS
           OR CAD-RET-HASH-CODIGO NOT = SN-HASH-CODIGO
               DISPLAY 'ORA002U - CLISNAP NAO CONFERE COM O TRAILER'
               GO TO 9999-ABEND
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESSAR-CLIENTE - APLICA AS REGRAS NA ORDEM FIXA        *
      *  (ESTADO, CIDADE, CEP, SITUACAO, MANUTENCAO, GRUPO); A         *
      *  PRIMEIRA QUE REPROVA CONTA O DESCARTE.  QUEM PASSA POR TODAS  *
      *  E EXTRAIDO; OS ENDERECOS DELE VEM EM SEGUIDA NO RETRATO       *
      *  (2100).                                                       *
      ******************************************************************
       3000-PROCESSAR-CLIENTE.
           ADD 1 TO CAD-CLIENTES-LIDOS.
           MOVE 'S' TO CAD-SW-SELECIONADO.
           MOVE ZERO TO CAD-RAIZ-CLIENTE.
           IF CM-PESSOA-JURIDICA
           AND CM-INSCRICAO-FISCAL IS NUMERIC
               DIVIDE CM-INSCRICAO-FISCAL BY 1000000
                   GIVING CAD-RAIZ-CLIENTE
           END-IF.

           IF CAD-FILTRO-ESTADO NOT = SPACES
           AND CM-ESTADO NOT = CAD-FILTRO-ESTADO
               MOVE 'N' TO CAD-SW-SELECIONADO
           END-IF.

           IF CAD-SELECIONADO
           AND CAD-FILTRO-GRUPO-LIGADO
           AND CAD-RAIZ-CLIENTE NOT = CAD-FILTRO-GRUPO
               ADD 1 TO CAD-DESC-GRUPO
               MOVE 'N' TO CAD-SW-SELECIONADO
           END-IF.

           IF CAD-SELECIONADO
               ADD 1 TO CAD-CLIENTES-SELEC
               PERFORM 4100-LOCALIZAR-GRUPO THRU 4100-EXIT
               PERFORM 4000-EXTRAIR-CLIENTE THRU 4000-EXIT
           END-IF.

           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
      ******************************************************************
       4000-EXTRAIR-CLIENTE.
           IF CAD-SAIDA-COMPLETA
               MOVE CLIENT-RECORD    TO SA-RC-CLIENTE
               MOVE CAD-GRUPO-RAIZ   TO SA-RC-GRUPO-RAIZ
               MOVE CAD-GRUPO-MATRIZ TO SA-RC-GRUPO-MATRIZ
               MOVE CAD-GRUPO-QTD    TO SA-RC-GRUPO-QTD
               MOVE CAD-GRUPO-SALDO  TO SA-RC-GRUPO-SALDO
               WRITE SA-REGISTRO-COMPLETO
           ELSE
               MOVE CM-NOME     TO SA-ET-NOME
               MOVE CM-CIDADE   TO SA-ET-CIDADE
               MOVE CM-ESTADO   TO SA-ET-ESTADO
               MOVE CM-CEP      TO SA-ET-CEP
               MOVE CAD-GRUPO-RAIZ TO SA-ET-GRUPO-RAIZ
               WRITE SA-ETIQUETA
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-LOCALIZAR-GRUPO - O GRUPO EMPRESARIAL DO CLIENTE, PELA   *
      *  RAIZ DO CNPJ, NO CLIGRP.  RAIZ QUE NAO ESTA LA (CLIENTE UNICO *
      *  DA EMPRESA, OU NAO 'J') SAI COM ZEROS.                        *
      ******************************************************************
       4100-LOCALIZAR-GRUPO.
           MOVE ZERO TO CAD-GRUPO-RAIZ.
           MOVE ZERO TO CAD-GRUPO-MATRIZ.
           MOVE ZERO TO CAD-GRUPO-QTD.
           MOVE ZERO TO CAD-GRUPO-SALDO.
           IF CAD-RAIZ-CLIENTE = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE CAD-RAIZ-CLIENTE TO GR-RAIZ.
           READ GRUPOS
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           MOVE GR-RAIZ          TO CAD-GRUPO-RAIZ.
           MOVE GR-CODIGO-MATRIZ TO CAD-GRUPO-MATRIZ.
           MOVE GR-QTD-ESTABELEC TO CAD-GRUPO-QTD.
           MOVE GR-SALDO-TOTAL   TO CAD-GRUPO-SALDO.
           ADD 1 TO CAD-CLIENTES-AGRUPADOS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5100-GRAVAR-ENDERECO - UM ENDERECO DE ENTREGA DO CLIENTE      *
      *  SELECIONADO, SE VIGENTE (DATA-FIM ZERO OU AINDA NO FUTURO,    *
      *  COMO NA EXTRACAO DE FATURAMENTO), NA FORMA PEDIDA.  ENDERECO  *
      *  SEM MESTRE NO RETRATO (CODIGO DIFERENTE) NAO E EXTRAIDO.      *
      ******************************************************************
       5100-GRAVAR-ENDERECO.
           IF EN-CODIGO NOT = CM-CODIGO
               GO TO 5100-EXIT
           END-IF.
           IF NOT EN-VIGENTE
               MOVE EN-CIDADE   TO SA-ET-CIDADE
               MOVE EN-ESTADO   TO SA-ET-ESTADO
               MOVE EN-CEP      TO SA-ET-CEP
               MOVE CAD-GRUPO-RAIZ TO SA-ET-GRUPO-RAIZ
               WRITE SA-ETIQUETA
           END-IF.
           ADD 1 TO CAD-ENDERECOS-EXTRAIDOS.
           MOVE CAD-DESC-MANUT                       TO UT-QUANTIDADE.
           WRITE UL-TOTAL.

           MOVE SPACES                             TO UL-TOTAL.
           MOVE 'DESCARTADOS PELA REGRA DE GRUPO'   TO UT-TEXTO.
           MOVE CAD-DESC-GRUPO                       TO UT-QUANTIDADE.
           WRITE UL-TOTAL.

           MOVE SPACES                             TO UL-TOTAL.
           MOVE 'CLIENTES SELECIONADOS'             TO UT-TEXTO.
           MOVE CAD-CLIENTES-SELEC                   TO UT-QUANTIDADE.
           WRITE UL-TOTAL.

           MOVE SPACES                             TO UL-TOTAL.
           MOVE 'SELECIONADOS QUE PERTENCEM A GRUPO' TO UT-TEXTO.
           MOVE CAD-CLIENTES-AGRUPADOS               TO UT-QUANTIDADE.
           WRITE UL-TOTAL.

           IF CAD-EXTRAI-ENDERECOS
               MOVE SPACES                         TO UL-TOTAL
               MOVE 'ENDERECOS DE ENTREGA EXTRAIDOS' TO UT-TEXTO
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE RETRATO GRUPOS SAIDA RELATORIO.
       8000-EXIT.
           EXIT.

