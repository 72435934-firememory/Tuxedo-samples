      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003K                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Prints the client profile (ficha cadastral) on the branch   *
      *   CICS printer.  Transaction OR3K is never keyed: ORA002      *
      *   starts it on the printer named for the clerk's terminal in  *
      *   IMPTERM when the clerk presses PF9 on MAPA01, passing the   *
      *   CODIGO, the USERID and the terminal (ORA03KC), read back    *
      *   here with RETRIEVE.  The profile shows the whole CLIMAST    *
      *   record with its status and tax registration (and the last   *
      *   Receita Federal cross-check finding from RFBCLI), the open  *
      *   balance and reference date from BALCLI, every CLIEND        *
      *   delivery address, current and end-dated, every PENDAPR      *
      *   action waiting for the supervisor, every FUTCLI change      *
      *   still to be applied and the most recent AUDITLOG entries    *
      *   for the client, newest first, with their before/after       *
      *   slots.  FUTCLI is keyed on the effective date, so it is     *
      *   browsed whole; it only ever holds the changes not yet       *
      *   applied.  AUDITLOG is browsed backwards from the end of the *
      *   client's key range.  A section with nothing to show says    *
      *   NADA CONSTA.  The lines (FICLREC) are the same ORA003L      *
      *   prints in batch; each goes out as 79 columns and a new-line *
      *   so the page suits the 80-column branch printers.  Read-     *
      *   only.                                                       *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  Client, each address and each pending      *
      *                    change show the IBGE municipality code.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003K.
       AUTHOR.        R. P. SILVEIRA.
       INSTALLATION.  DATA CENTER - CLIENT SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  CAD-SWITCHES.
           05  CAD-SW-ACHOU-MESTRE       PIC X(01)   VALUE 'N'.
               88  CAD-MESTRE-ACHADO     VALUE 'S'.
           05  CAD-SW-FIM-BROWSE         PIC X(01)   VALUE 'N'.
               88  CAD-FIM-BROWSE        VALUE 'S'.

       01  CAD-RESP                      PIC S9(08) COMP.
       01  CAD-RESP-ENDBR                PIC S9(08) COMP.
       01  CAD-TAM-PEDIDO                PIC S9(04) COMP.

      *----------------------------------------------------------------*
      *  QUANTAS ENTRADAS MAIS RECENTES DO AUDITLOG SAEM NA FICHA      *
      *  (O MESMO LIMITE DO ORA003L).                                  *
      *----------------------------------------------------------------*
       01  CAD-MAX-AUDITORIA             PIC 9(04)   COMP VALUE 10.
       01  CAD-QTD-AUDITORIA             PIC 9(04)   COMP VALUE ZERO.
       01  CAD-LINHAS-SECAO              PIC 9(04)   COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  CAD-LINHA-TEXTO - O QUE VAI PARA A IMPRESSORA: AS 79 COLUNAS  *
      *  UTEIS DA LINHA DA FICHA E UM NEW-LINE.                        *
      *----------------------------------------------------------------*
       01  CAD-LINHA-TEXTO.
           05  CAD-LT-DADOS              PIC X(79).
           05  CAD-LT-NOVA-LINHA         PIC X(01)   VALUE X'15'.

      *----------------------------------------------------------------*
      *  CAMPOS DA LINHA A IMPRIMIR (7000-IMPRIMIR-LINHA) E DA SECAO   *
      *  (7010-IMPRIMIR-SECAO).                                        *
      *----------------------------------------------------------------*
       01  CAD-IMP-ROTULO                PIC X(16)   VALUE SPACES.
       01  CAD-IMP-VALOR                 PIC X(57)   VALUE SPACES.
       01  CAD-IMP-SECAO                 PIC X(78)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  FORMATOS DE VALOR MONTADOS PARA A LINHA.                      *
      *----------------------------------------------------------------*
       01  CAD-MOMENTO.
           05  CAD-MO-DATA               PIC 9(08).
           05  FILLER                    PIC X(01)   VALUE SPACES.
           05  CAD-MO-HORA               PIC 9(06).
           05  FILLER                    PIC X(01)   VALUE SPACES.
           05  CAD-MO-OPERADOR           PIC X(08).
       01  CAD-SITUACAO-TEXTO.
           05  CAD-ST-SITUACAO           PIC X(08).
           05  CAD-ST-LIT-DESDE          PIC X(07).
           05  CAD-ST-DATA               PIC X(08).
           05  FILLER                    PIC X(01)   VALUE SPACES.
           05  CAD-ST-MOTIVO             PIC X(20).
       01  CAD-RECEITA-TEXTO.
           05  CAD-RC-DESCRICAO          PIC X(24).
           05  CAD-RC-LIT-DESDE          PIC X(07).
           05  CAD-RC-DATA               PIC X(08).
           05  FILLER                    PIC X(06)   VALUE ' REF. '.
           05  CAD-RC-REFERENCIA         PIC 9(08).
       01  CAD-ESTADO-TEXTO.
           05  CAD-ET-ESTADO             PIC X(02).
           05  FILLER                    PIC X(01)   VALUE SPACES.
           05  CAD-ET-NOMEEST            PIC X(25).
       01  CAD-INSCRICAO-TEXTO.
           05  CAD-IT-TIPO               PIC X(09).
           05  CAD-IT-INSCRICAO          PIC 9(14).
       01  CAD-REPRESENTANTE-TEXTO.
           05  CAD-RP-REPRESENTANTE      PIC X(06).
           05  FILLER                    PIC X(07)   VALUE ' DESDE '.
           05  CAD-RP-DATA               PIC 9(08).
       01  CAD-SALDO-TEXTO.
           05  CAD-SA-SALDO              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(06)   VALUE ' REF. '.
           05  CAD-SA-REFERENCIA         PIC 9(08).
       01  CAD-VIGENCIA.
           05  CAD-VG-INICIO             PIC 9(08).
           05  CAD-VG-LIT-A              PIC X(03).
           05  CAD-VG-FIM                PIC X(08).
       01  CAD-PROGRAMADA-TEXTO.
           05  CAD-PG-DATA-EFETIVA       PIC 9(08).
           05  FILLER                    PIC X(01)   VALUE SPACES.
           05  CAD-PG-TIPO               PIC X(20).
           05  CAD-PG-SEQUENCIA          PIC X(02).

       COPY ORA03KC.
       COPY FICLREC.
       COPY CLIMAST.
       COPY RFBCREC.
       COPY SALDOREC.
       COPY ENDEREC.
       COPY PENDREC.
       COPY FUTREC.
       COPY AUDITREC.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
                ERROR    (9999-ERRO-GERAL)
           END-EXEC.

           MOVE LENGTH OF PEDIDO-FICHA TO CAD-TAM-PEDIDO.
           EXEC CICS RETRIEVE
                INTO(PEDIDO-FICHA)
                LENGTH(CAD-TAM-PEDIDO)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM 1000-IMPRIMIR-CABECALHO THRU 1000-EXIT.
           PERFORM 2000-LISTAR-MESTRE      THRU 2000-EXIT.
           IF CAD-MESTRE-ACHADO
               PERFORM 2200-LISTAR-SALDO      THRU 2200-EXIT
               PERFORM 2300-LISTAR-ENDERECOS  THRU 2300-EXIT
               PERFORM 2400-LISTAR-PENDENTES  THRU 2400-EXIT
               PERFORM 2500-LISTAR-FUTURAS    THRU 2500-EXIT
               PERFORM 2600-LISTAR-AUDITORIA  THRU 2600-EXIT
           END-IF.

           EXEC CICS SEND PAGE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ******************************************************************
      *  1000-IMPRIMIR-CABECALHO - CODIGO, QUANDO FOI PEDIDA, POR QUEM *
      *  E DE QUE TERMINAL.                                            *
      ******************************************************************
       1000-IMPRIMIR-CABECALHO.
           MOVE SPACES                        TO FI-CABECALHO.
           MOVE 'FICHA CADASTRAL DO CLIENTE' TO FH-TITULO.
           MOVE FK-CODIGO                     TO FH-CODIGO.
           MOVE FK-DATA                       TO FH-DATA.
           MOVE FK-HORA                       TO FH-HORA.
           MOVE FK-OPERADOR                   TO FH-SOLICITANTE.
           MOVE FK-TERMINAL                   TO FH-ORIGEM.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LISTAR-MESTRE - O REGISTRO DO CLIMAST E A OCORRENCIA DA  *
      *  ULTIMA CONFERENCIA COM A RECEITA FEDERAL (RFBCLI).  SEM O     *
      *  MESTRE NAO HA FICHA: SO O AVISO.                              *
      ******************************************************************
       2000-LISTAR-MESTRE.
           MOVE 'CADASTRO (CLIMAST)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N' TO CAD-SW-ACHOU-MESTRE.
           MOVE FK-CODIGO TO CM-CODIGO.
           EXEC CICS READ FILE('CLIMAST')
                RIDFLD(CM-CODIGO)
                INTO(CLIENT-RECORD)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CLIENTE'                  TO CAD-IMP-ROTULO
               MOVE 'NAO CADASTRADO NO CLIMAST' TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'S' TO CAD-SW-ACHOU-MESTRE.

           MOVE CM-CODIGO TO RV-CODIGO.
           EXEC CICS READ FILE('RFBCLI')
                RIDFLD(RV-CODIGO)
                INTO(RECEITA-CLIENTE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO RV-OCORRENCIA
           END-IF.
           PERFORM 7100-IMPRIMIR-MESTRE THRU 7100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2200-LISTAR-SALDO - SALDO EM ABERTO NO ULTIMO MOVIMENTO DO    *
      *  FATURAMENTO (BALCLI) E SUA DATA DE REFERENCIA.                *
      ******************************************************************
       2200-LISTAR-SALDO.
           MOVE 'SALDO EM ABERTO (BALCLI)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE FK-CODIGO TO SD-CODIGO.
           EXEC CICS READ FILE('BALCLI')
                RIDFLD(SD-CODIGO)
                INTO(SALDO-CLIENTE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               PERFORM 7200-IMPRIMIR-SALDO THRU 7200-EXIT
           END-IF.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-LISTAR-ENDERECOS - TODOS OS ENDERECOS DE ENTREGA DO      *
      *  CLIENTE, VIGENTES E ENCERRADOS, NA ORDEM DA SEQUENCIA.        *
      ******************************************************************
       2300-LISTAR-ENDERECOS.
           MOVE 'ENDERECOS DE ENTREGA (CLIEND)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N'       TO CAD-SW-FIM-BROWSE.
           MOVE FK-CODIGO TO EN-CODIGO.
           MOVE ZERO      TO EN-SEQUENCIA.
           EXEC CICS STARTBR FILE('CLIEND')
                RIDFLD(EN-CHAVE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               PERFORM 2310-LER-ENDERECO THRU 2310-EXIT
                   UNTIL CAD-FIM-BROWSE
               EXEC CICS ENDBR FILE('CLIEND')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
           END-IF.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2310-LER-ENDERECO                                             *
      ******************************************************************
       2310-LER-ENDERECO.
           EXEC CICS READNEXT FILE('CLIEND')
                INTO(ENDERECO-ENTREGA)
                RIDFLD(EN-CHAVE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
           OR EN-CODIGO NOT = FK-CODIGO
               MOVE 'S' TO CAD-SW-FIM-BROWSE
               GO TO 2310-EXIT
           END-IF.
           PERFORM 7300-IMPRIMIR-ENDERECO THRU 7300-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *  2400-LISTAR-PENDENTES - ACOES DO CLIENTE AINDA NA FILA DE     *
      *  APROVACAO DO SUPERVISOR.  A CHAVE COMECA PELO CODIGO.         *
      ******************************************************************
       2400-LISTAR-PENDENTES.
           MOVE 'ACOES AGUARDANDO APROVACAO (PENDAPR)'
               TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N'        TO CAD-SW-FIM-BROWSE.
           MOVE FK-CODIGO  TO PD-CODIGO.
           MOVE ZERO       TO PD-DATA.
           MOVE ZERO       TO PD-HORA.
           MOVE LOW-VALUES TO PD-OPERADOR.
           MOVE LOW-VALUES TO PD-TERMINAL.
           EXEC CICS STARTBR FILE('PENDAPR')
                RIDFLD(PD-CHAVE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               PERFORM 2410-LER-PENDENTE THRU 2410-EXIT
                   UNTIL CAD-FIM-BROWSE
               EXEC CICS ENDBR FILE('PENDAPR')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
           END-IF.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2410-LER-PENDENTE                                             *
      ******************************************************************
       2410-LER-PENDENTE.
           EXEC CICS READNEXT FILE('PENDAPR')
                INTO(ACAO-PENDENTE)
                RIDFLD(PD-CHAVE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
           OR PD-CODIGO NOT = FK-CODIGO
               MOVE 'S' TO CAD-SW-FIM-BROWSE
               GO TO 2410-EXIT
           END-IF.
           PERFORM 7400-IMPRIMIR-PENDENTE THRU 7400-EXIT.
       2410-EXIT.
           EXIT.

      ******************************************************************
      *  2500-LISTAR-FUTURAS - MUDANCAS PROGRAMADAS AINDA NAO          *
      *  APLICADAS.  A CHAVE COMECA PELA DATA EFETIVA, ENTAO O FUTCLI  *
      *  E PERCORRIDO INTEIRO E SO SAEM AS DO CLIENTE.                 *
      ******************************************************************
       2500-LISTAR-FUTURAS.
           MOVE 'MUDANCAS PROGRAMADAS (FUTCLI)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N'        TO CAD-SW-FIM-BROWSE.
           MOVE LOW-VALUES TO FT-CHAVE.
           EXEC CICS STARTBR FILE('FUTCLI')
                RIDFLD(FT-CHAVE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               PERFORM 2510-LER-FUTURA THRU 2510-EXIT
                   UNTIL CAD-FIM-BROWSE
               EXEC CICS ENDBR FILE('FUTCLI')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
           END-IF.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  2510-LER-FUTURA                                               *
      ******************************************************************
       2510-LER-FUTURA.
           EXEC CICS READNEXT FILE('FUTCLI')
                INTO(MUDANCA-FUTURA)
                RIDFLD(FT-CHAVE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO CAD-SW-FIM-BROWSE
               GO TO 2510-EXIT
           END-IF.
           IF FT-CODIGO = FK-CODIGO
               PERFORM 7500-IMPRIMIR-FUTURA THRU 7500-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *  2600-LISTAR-AUDITORIA - AS ENTRADAS MAIS RECENTES DO CLIENTE  *
      *  NO AUDITLOG, DA MAIS NOVA PARA TRAS.  O BROWSE COMECA NO      *
      *  PRIMEIRO REGISTRO DEPOIS DA FAIXA DO CODIGO; SE NAO HA NENHUM,*
      *  A CHAVE TODA EM HIGH-VALUES POSICIONA NO FIM DO ARQUIVO.  O   *
      *  READPREV DEVOLVE PRIMEIRO O PROPRIO REGISTRO DE PARTIDA, QUE  *
      *  E DE OUTRO CODIGO E E PULADO.                                 *
      ******************************************************************
       2600-LISTAR-AUDITORIA.
           MOVE 'ULTIMAS ENTRADAS DA TRILHA DE AUDITORIA (AUDITLOG)'
               TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N'         TO CAD-SW-FIM-BROWSE.
           MOVE ZERO        TO CAD-QTD-AUDITORIA.
           MOVE HIGH-VALUES TO AU-CHAVE.
           MOVE FK-CODIGO   TO AU-CODIGO.
           EXEC CICS STARTBR FILE('AUDITLOG')
                RIDFLD(AU-CHAVE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO AU-CHAVE
               EXEC CICS STARTBR FILE('AUDITLOG')
                    RIDFLD(AU-CHAVE)
                    GTEQ
                    RESP(CAD-RESP)
               END-EXEC
           END-IF.
           IF CAD-RESP = DFHRESP(NORMAL)
               PERFORM 2610-LER-AUDITORIA THRU 2610-EXIT
                   UNTIL CAD-FIM-BROWSE
                      OR CAD-QTD-AUDITORIA NOT < CAD-MAX-AUDITORIA
               EXEC CICS ENDBR FILE('AUDITLOG')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
           END-IF.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2610-LER-AUDITORIA - UMA ENTRADA PARA TRAS POR VEZ            *
      ******************************************************************
       2610-LER-AUDITORIA.
           EXEC CICS READPREV FILE('AUDITLOG')
                INTO(AUDIT-RECORD)
                RIDFLD(AU-CHAVE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
           OR AU-CODIGO < FK-CODIGO
               MOVE 'S' TO CAD-SW-FIM-BROWSE
               GO TO 2610-EXIT
           END-IF.
           IF AU-CODIGO > FK-CODIGO
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-AUDITORIA.
           PERFORM 7600-IMPRIMIR-ENTRADA THRU 7600-EXIT.
       2610-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-LINHA - UMA LINHA DE ROTULO E VALOR MONTADOS    *
      *  PELO CHAMADOR.                                                *
      ******************************************************************
       7000-IMPRIMIR-LINHA.
           MOVE SPACES          TO FI-DETALHE.
           MOVE CAD-IMP-ROTULO  TO FI-ROTULO.
           MOVE CAD-IMP-VALOR   TO FI-VALOR.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
           MOVE SPACES TO CAD-IMP-ROTULO CAD-IMP-VALOR.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7010-IMPRIMIR-SECAO - TITULO DE UM GRUPO DE LINHAS; ZERA A    *
      *  CONTAGEM DE LINHAS DO GRUPO PARA O NADA CONSTA.               *
      ******************************************************************
       7010-IMPRIMIR-SECAO.
           MOVE SPACES        TO FI-SECAO.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
           MOVE CAD-IMP-SECAO TO FS-TEXTO.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
           MOVE ZERO TO CAD-LINHAS-SECAO.
       7010-EXIT.
           EXIT.

      ******************************************************************
      *  7020-IMPRIMIR-NADA-CONSTA                                     *
      ******************************************************************
       7020-IMPRIMIR-NADA-CONSTA.
           MOVE SPACES        TO FI-DETALHE.
           MOVE 'NADA CONSTA' TO FI-VALOR.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
       7020-EXIT.
           EXIT.

      ******************************************************************
      *  7090-EMITIR-LINHA - ACUMULA A LINHA MONTADA EM FI-DETALHE NA  *
      *  PAGINA DA IMPRESSORA.  O NEW-LINE NO FIM DE CADA LINHA FAZ A  *
      *  QUEBRA; O SEND PAGE DO 0000-MAINLINE MANDA TUDO DE UMA VEZ.   *
      ******************************************************************
       7090-EMITIR-LINHA.
           MOVE FI-DETALHE (1:79) TO CAD-LT-DADOS.
           EXEC CICS SEND TEXT
                FROM(CAD-LINHA-TEXTO)
                LENGTH(LENGTH OF CAD-LINHA-TEXTO)
                ACCUM PRINT NLEOM
           END-EXEC.
           ADD 1 TO CAD-LINHAS-SECAO.
       7090-EXIT.
           EXIT.

      ******************************************************************
      *  7100-IMPRIMIR-MESTRE - CAMPOS DO CLIMAST, A SITUACAO E A      *
      *  OCORRENCIA NA RECEITA FEDERAL (RV-OCORRENCIA EM BRANCO QUANDO *
      *  O CLIENTE NAO ESTA NO RFBCLI).                                *
      ******************************************************************
       7100-IMPRIMIR-MESTRE.
           MOVE 'CODIGO'          TO CAD-IMP-ROTULO.
           MOVE CM-CODIGO         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'NOME'            TO CAD-IMP-ROTULO.
           MOVE CM-NOME           TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ENDERECO'        TO CAD-IMP-ROTULO.
           MOVE CM-ENDERECO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CIDADE'          TO CAD-IMP-ROTULO.
           MOVE CM-CIDADE         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE CM-ESTADO         TO CAD-ET-ESTADO.
           MOVE CM-NOMEEST        TO CAD-ET-NOMEEST.
           MOVE 'ESTADO'          TO CAD-IMP-ROTULO.
           MOVE CAD-ESTADO-TEXTO  TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CEP'             TO CAD-IMP-ROTULO.
           MOVE CM-CEP            TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'MUNICIPIO IBGE'  TO CAD-IMP-ROTULO.
           MOVE CM-MUNICIPIO-IBGE TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           EVALUATE TRUE
               WHEN CM-PESSOA-FISICA
                   MOVE 'CPF'       TO CAD-IT-TIPO
               WHEN CM-PESSOA-JURIDICA
                   MOVE 'CNPJ'      TO CAD-IT-TIPO
               WHEN OTHER
                   MOVE CM-TIPO-PESSOA TO CAD-IT-TIPO
           END-EVALUATE.
           MOVE CM-INSCRICAO-FISCAL TO CAD-IT-INSCRICAO.
           MOVE 'INSCRICAO'       TO CAD-IMP-ROTULO.
           MOVE CAD-INSCRICAO-TEXTO TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           MOVE SPACES            TO CAD-RECEITA-TEXTO.
           MOVE RV-DATA-REFERENCIA TO CAD-RC-REFERENCIA.
           EVALUATE TRUE
               WHEN RV-IRREGULAR
                   MOVE RV-DESCRICAO     TO CAD-RC-DESCRICAO
                   MOVE ' DESDE '        TO CAD-RC-LIT-DESDE
                   MOVE RV-DATA-SITUACAO TO CAD-RC-DATA
               WHEN RV-DESCONHECIDA
                   MOVE 'INSCRICAO DESCONHECIDA' TO CAD-RC-DESCRICAO
               WHEN RV-REGULAR
                   MOVE 'REGULAR, NOME DIVERGENTE'
                       TO CAD-RC-DESCRICAO
               WHEN OTHER
                   MOVE 'SEM OCORRENCIA NA ULTIMA CONFERENCIA'
                       TO CAD-RECEITA-TEXTO
           END-EVALUATE.
           MOVE 'RECEITA FEDERAL' TO CAD-IMP-ROTULO.
           MOVE CAD-RECEITA-TEXTO TO CAD-IMP-VALOR.
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
           MOVE 'SITUACAO'        TO CAD-IMP-ROTULO.
           MOVE CAD-SITUACAO-TEXTO TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.

           IF CM-REPRESENTANTE NOT = SPACES
               MOVE CM-REPRESENTANTE   TO CAD-RP-REPRESENTANTE
               MOVE CM-DATA-ATRIB-REPR TO CAD-RP-DATA
               MOVE 'REPRESENTANTE'    TO CAD-IMP-ROTULO
               MOVE CAD-REPRESENTANTE-TEXTO TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
           MOVE CM-ULT-DATA-MANUT TO CAD-MO-DATA.
           MOVE CM-ULT-HORA-MANUT TO CAD-MO-HORA.
           MOVE CM-ULT-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE 'ULT. MANUTENCAO' TO CAD-IMP-ROTULO.
           MOVE CAD-MOMENTO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7200-IMPRIMIR-SALDO                                           *
      ******************************************************************
       7200-IMPRIMIR-SALDO.
           MOVE SD-SALDO            TO CAD-SA-SALDO.
           MOVE SD-DATA-REFERENCIA  TO CAD-SA-REFERENCIA.
           MOVE 'SALDO'             TO CAD-IMP-ROTULO.
           MOVE CAD-SALDO-TEXTO     TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  7300-IMPRIMIR-ENDERECO - UMA LINHA COM O ENDERECO E OUTRA COM *
      *  A VIGENCIA (SO O INICIO QUANDO AINDA VIGENTE).                *
      ******************************************************************
       7300-IMPRIMIR-ENDERECO.
           MOVE SPACES            TO FI-ENDERECO.
           MOVE EN-SEQUENCIA      TO FE-SEQUENCIA.
           MOVE EN-ENDERECO       TO FE-ENDERECO.
           MOVE EN-CIDADE         TO FE-CIDADE.
           MOVE EN-ESTADO         TO FE-ESTADO.
           MOVE EN-CEP            TO FE-CEP.
           MOVE SPACES            TO CAD-VIGENCIA.
           MOVE EN-DATA-INICIO    TO CAD-VG-INICIO.
           IF EN-VIGENTE
               MOVE 'VIGENTE'     TO FE-SITUACAO
           ELSE
               MOVE 'ENCERRADO'   TO FE-SITUACAO
               MOVE ' A '         TO CAD-VG-LIT-A
               MOVE EN-DATA-FIM   TO CAD-VG-FIM
           END-IF.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
           MOVE 'MUNICIPIO IBGE'  TO CAD-IMP-ROTULO.
           MOVE EN-MUNICIPIO-IBGE TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'VIGENCIA'        TO CAD-IMP-ROTULO.
           MOVE CAD-VIGENCIA      TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      *  7400-IMPRIMIR-PENDENTE - A ACAO, QUEM PEDIU E QUANDO; A TROCA *
      *  DE NOME OU O MOTIVO QUANDO HA.                                *
      ******************************************************************
       7400-IMPRIMIR-PENDENTE.
           EVALUATE TRUE
               WHEN PD-ACAO-INATIVACAO
                   MOVE 'INATIVACAO'     TO CAD-IMP-ROTULO
               WHEN PD-ACAO-REATIVACAO
                   MOVE 'REATIVACAO'     TO CAD-IMP-ROTULO
               WHEN PD-ACAO-NOME
                   MOVE 'TROCA DE NOME'  TO CAD-IMP-ROTULO
               WHEN OTHER
                   MOVE PD-TIPO-ACAO     TO CAD-IMP-ROTULO
           END-EVALUATE.
           MOVE PD-DATA       TO CAD-MO-DATA.
           MOVE PD-HORA       TO CAD-MO-HORA.
           MOVE PD-OPERADOR   TO CAD-MO-OPERADOR.
           MOVE CAD-MOMENTO   TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           IF PD-ACAO-NOME
               MOVE SPACES         TO FI-ALTERACAO
               MOVE 'NOME'         TO FA-CAMPO
               MOVE PD-NOME-ANTES  TO FA-ANTES
               MOVE ' -> '         TO FA-SETA
               MOVE PD-NOME-DEPOIS TO FA-DEPOIS
               PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT
           END-IF.
           IF PD-MOTIVO NOT = SPACES
               MOVE 'MOTIVO'       TO CAD-IMP-ROTULO
               MOVE PD-MOTIVO      TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
       7400-EXIT.
           EXIT.

      ******************************************************************
      *  7500-IMPRIMIR-FUTURA - DATA EFETIVA E O QUE MUDA (MESTRE OU   *
      *  ENDERECO DE ENTREGA), OS VALORES NOVOS E QUEM GRAVOU.         *
      ******************************************************************
       7500-IMPRIMIR-FUTURA.
           MOVE SPACES            TO CAD-PROGRAMADA-TEXTO.
           MOVE FT-DATA-EFETIVA   TO CAD-PG-DATA-EFETIVA.
           IF FT-MUDANCA-ENDERECO
               MOVE 'ENDERECO ENTREGA'   TO CAD-PG-TIPO
               MOVE FT-SEQ-ENDERECO      TO CAD-PG-SEQUENCIA
           ELSE
               MOVE 'CADASTRO MESTRE'    TO CAD-PG-TIPO
           END-IF.
           MOVE 'EFETIVA EM'      TO CAD-IMP-ROTULO.
           MOVE CAD-PROGRAMADA-TEXTO TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'ENDERECO'        TO CAD-IMP-ROTULO.
           MOVE FT-ENDERECO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CIDADE'          TO CAD-IMP-ROTULO.
           MOVE FT-CIDADE         TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE FT-ESTADO         TO CAD-ET-ESTADO.
           MOVE FT-NOMEEST        TO CAD-ET-NOMEEST.
           MOVE 'ESTADO'          TO CAD-IMP-ROTULO.
           MOVE CAD-ESTADO-TEXTO  TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'CEP'             TO CAD-IMP-ROTULO.
           MOVE FT-CEP            TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           MOVE 'MUNICIPIO IBGE'  TO CAD-IMP-ROTULO.
           MOVE FT-MUNICIPIO-IBGE TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
           IF FT-MUDANCA-MESTRE
               EVALUATE FT-TIPO-PESSOA
                   WHEN 'F'
                       MOVE 'CPF'    TO CAD-IT-TIPO
                   WHEN 'J'
                       MOVE 'CNPJ'   TO CAD-IT-TIPO
                   WHEN OTHER
                       MOVE FT-TIPO-PESSOA TO CAD-IT-TIPO
               END-EVALUATE
               MOVE FT-INSCRICAO  TO CAD-IT-INSCRICAO
               MOVE 'INSCRICAO'   TO CAD-IMP-ROTULO
               MOVE CAD-INSCRICAO-TEXTO TO CAD-IMP-VALOR
               PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
           END-IF.
           MOVE FT-DATA-GRAVACAO  TO CAD-MO-DATA.
           MOVE FT-HORA-GRAVACAO  TO CAD-MO-HORA.
           MOVE FT-OPERADOR       TO CAD-MO-OPERADOR.
           MOVE 'GRAVADA EM'      TO CAD-IMP-ROTULO.
           MOVE CAD-MOMENTO       TO CAD-IMP-VALOR.
           PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  7600-IMPRIMIR-ENTRADA - QUANDO, QUEM, DE QUE TERMINAL E O     *
      *  TIPO DA ENTRADA, E UMA LINHA POR SLOT PREENCHIDO, ANTES ->    *
      *  DEPOIS.                                                       *
      ******************************************************************
       7600-IMPRIMIR-ENTRADA.
           MOVE SPACES        TO FI-AUDITORIA.
           MOVE AU-DATA       TO FU-DATA.
           MOVE AU-HORA       TO FU-HORA.
           MOVE AU-OPERADOR   TO FU-OPERADOR.
           MOVE AU-TERMINAL   TO FU-TERMINAL.
           EVALUATE TRUE
               WHEN AU-INCLUSAO
                   MOVE 'INCLUSAO'    TO FU-TIPO
               WHEN AU-ALTERACAO
                   MOVE 'ALTERACAO'   TO FU-TIPO
               WHEN AU-INATIVACAO
                   MOVE 'INATIVACAO'  TO FU-TIPO
               WHEN AU-REATIVACAO
                   MOVE 'REATIVACAO'  TO FU-TIPO
               WHEN AU-RECUSA
                   MOVE 'NEGADO'      TO FU-TIPO
               WHEN AU-CONTATO
                   MOVE 'CONTATO'     TO FU-TIPO
               WHEN AU-ANONIMIZACAO
                   MOVE 'ANONIMIZADO' TO FU-TIPO
               WHEN OTHER
                   MOVE AU-TIPO-TRANS TO FU-TIPO
           END-EVALUATE.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
           SET AU-IDX TO 1.
           PERFORM 7610-IMPRIMIR-SLOT THRU 7610-EXIT
               UNTIL AU-IDX > 9.
       7600-EXIT.
           EXIT.

      ******************************************************************
      *  7610-IMPRIMIR-SLOT - SLOT VAZIO NAO SAI                       *
      ******************************************************************
       7610-IMPRIMIR-SLOT.
           IF AU-NOME-CAMPO (AU-IDX) NOT = SPACES
               MOVE SPACES                   TO FI-ALTERACAO
               MOVE AU-NOME-CAMPO (AU-IDX)   TO FA-CAMPO
               MOVE AU-VALOR-ANTES (AU-IDX)  TO FA-ANTES
               MOVE ' -> '                   TO FA-SETA
               MOVE AU-VALOR-DEPOIS (AU-IDX) TO FA-DEPOIS
               PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT
           END-IF.
           SET AU-IDX UP BY 1.
       7610-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ERRO-GERAL - TRATAMENTO GENERICO DE CONDICAO DE ERRO CICS*
      *  A FICHA SAI ATE ONDE FOI MONTADA, COM O AVISO NO FIM.         *
      ******************************************************************
       9999-ERRO-GERAL.
           MOVE SPACES TO FI-SECAO.
           MOVE 'ERRO DE SISTEMA - FICHA INCOMPLETA, CHAME O SUPORTE'
               TO FS-TEXTO.
           MOVE FI-DETALHE (1:79) TO CAD-LT-DADOS.
           EXEC CICS SEND TEXT
                FROM(CAD-LINHA-TEXTO)
                LENGTH(LENGTH OF CAD-LINHA-TEXTO)
                ACCUM PRINT NLEOM
                NOHANDLE
           END-EXEC.
           EXEC CICS SEND PAGE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
