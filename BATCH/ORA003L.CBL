      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003L                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Prints the client profile (ficha cadastral) in batch for a  *
      *   list of CODIGOs, for legal and audit requests -- the same   *
      *   profile, line for line (FICLREC), that ORA003K prints on    *
      *   the branch CICS printer from PF9 on MAPA01.  For each       *
      *   CODIGO: the whole CLIMAST record with its status and tax    *
      *   registration (and the last Receita Federal cross-check      *
      *   finding from RFBCLI), the open balance and reference date   *
      *   from BALCLI, every CLIEND delivery address, current and     *
      *   end-dated, every PENDAPR action waiting for the supervisor, *
      *   every FUTCLI change still to be applied and the most recent *
      *   AUDITLOG entries for the client, newest first, with their   *
      *   before/after slots.  A section with nothing to show says    *
      *   NADA CONSTA.  FUTCLI is keyed on the effective date, so it  *
      *   is read whole for each CODIGO; it only ever holds the       *
      *   changes not yet applied.  Read-only; run on demand.         *
      *                                                                *
      *   Input (CODIGOS): one 80-byte card per client, the CODIGO in *
      *   columns 1-6.  Blank cards are skipped.  A card that is not  *
      *   a CODIGO is listed on SYSOUT and skipped; a CODIGO not on   *
      *   CLIMAST prints a profile saying so.  Either ends the job    *
      *   with RETURN-CODE 4 so the requester checks the list.        *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  Client, each address and each pending      *
      *                    change show the IBGE municipality code.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003L.
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
           SELECT CARTOES       ASSIGN TO CODIGOS
               FILE STATUS IS CAD-STATUS-CARTOES.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT RECEITAS      ASSIGN TO RFBCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-CODIGO
               FILE STATUS IS CAD-STATUS-RECEITA.

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

           SELECT PENDENTES     ASSIGN TO PENDAPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS CAD-STATUS-PEND.

           SELECT FUTURAS       ASSIGN TO FUTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS CAD-STATUS-FUTURAS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS CAD-STATUS-AUDIT.

           SELECT RELATORIO     ASSIGN TO FICREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  CARTOES
           RECORD CONTAINS 80 CHARACTERS.
       01  CARTAO-CODIGO.
           05  FP-CODIGO                PIC X(06).
           05  FILLER                   PIC X(74).

       FD  CLIMAST.
       COPY CLIMAST.

       FD  RECEITAS.
       COPY RFBCREC.

       FD  SALDOS.
       COPY SALDOREC.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  PENDENTES.
       COPY PENDREC.

       FD  FUTURAS.
       COPY FUTREC.

       FD  AUDITLOG.
       COPY AUDITREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY FICLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CARTOES           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RECEITA           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDER             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-PEND              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-FUTURAS           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-AUDIT             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CARTOES           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CARTOES          VALUE 'S'.
       01  CAD-SW-FIM-FILHOS            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FILHOS           VALUE 'S'.
       01  CAD-SW-ACHOU-MESTRE          PIC X(01)   VALUE 'N'.
           88  CAD-MESTRE-ACHADO        VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES CAD-HORA-EXECUCAO.
           05  CAD-HORA-HHMMSS          PIC 9(06).
           05  FILLER                   PIC 9(02).

       01  CAD-CODIGO-FICHA             PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  ULTIMAS ENTRADAS DO AUDITLOG DO CLIENTE.  O ARQUIVO SO LE     *
      *  PARA A FRENTE: AS ENTRADAS DO CODIGO PASSAM POR ESTA TABELA   *
      *  CIRCULAR, QUE FICA COM AS CAD-MAX-AUDITORIA MAIS NOVAS (O     *
      *  MESMO LIMITE DO ORA003K; OCCURS E LIMITE ANDAM JUNTOS).       *
      *---------------------------------------------------------------*
       01  CAD-MAX-AUDITORIA            PIC 9(04)   COMP VALUE 10.
       01  CAD-QTD-GUARDADAS            PIC 9(04)   COMP VALUE ZERO.
       01  CAD-QTD-IMPRESSAS            PIC 9(04)   COMP VALUE ZERO.
       01  CAD-IND-GRAVAR               PIC 9(04)   COMP VALUE ZERO.
       01  CAD-IND-LER                  PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-AUDITORIA.
           05  CAD-AUD-ENTRADA          OCCURS 10 TIMES
                                        PIC X(663).

      *---------------------------------------------------------------*
      *  CAMPOS DA LINHA A IMPRIMIR (7000-IMPRIMIR-LINHA) E DA SECAO   *
      *  (7010-IMPRIMIR-SECAO).                                        *
      *---------------------------------------------------------------*
       01  CAD-IMP-ROTULO               PIC X(16)   VALUE SPACES.
       01  CAD-IMP-VALOR                PIC X(57)   VALUE SPACES.
       01  CAD-IMP-SECAO                PIC X(78)   VALUE SPACES.
       01  CAD-LINHAS-SECAO             PIC 9(04)   COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  FORMATOS DE VALOR MONTADOS PARA A LINHA (OS MESMOS DO         *
      *  ORA003K).                                                     *
      *---------------------------------------------------------------*
       01  CAD-MOMENTO.
           05  CAD-MO-DATA              PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-MO-HORA              PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-MO-OPERADOR          PIC X(08).
       01  CAD-SITUACAO-TEXTO.
           05  CAD-ST-SITUACAO          PIC X(08).
           05  CAD-ST-LIT-DESDE         PIC X(07).
           05  CAD-ST-DATA              PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-ST-MOTIVO            PIC X(20).
       01  CAD-RECEITA-TEXTO.
           05  CAD-RC-DESCRICAO         PIC X(24).
           05  CAD-RC-LIT-DESDE         PIC X(07).
           05  CAD-RC-DATA              PIC X(08).
           05  FILLER                   PIC X(06)   VALUE ' REF. '.
           05  CAD-RC-REFERENCIA        PIC 9(08).
       01  CAD-ESTADO-TEXTO.
           05  CAD-ET-ESTADO            PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-ET-NOMEEST           PIC X(25).
       01  CAD-INSCRICAO-TEXTO.
           05  CAD-IT-TIPO              PIC X(09).
           05  CAD-IT-INSCRICAO         PIC 9(14).
       01  CAD-REPRESENTANTE-TEXTO.
           05  CAD-RP-REPRESENTANTE     PIC X(06).
           05  FILLER                   PIC X(07)   VALUE ' DESDE '.
           05  CAD-RP-DATA              PIC 9(08).
       01  CAD-SALDO-TEXTO.
           05  CAD-SA-SALDO             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(06)   VALUE ' REF. '.
           05  CAD-SA-REFERENCIA        PIC 9(08).
       01  CAD-VIGENCIA.
           05  CAD-VG-INICIO            PIC 9(08).
           05  CAD-VG-LIT-A             PIC X(03).
           05  CAD-VG-FIM               PIC X(08).
       01  CAD-PROGRAMADA-TEXTO.
           05  CAD-PG-DATA-EFETIVA      PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  CAD-PG-TIPO              PIC X(20).
           05  CAD-PG-SEQUENCIA         PIC X(02).

       01  CAD-CONTADORES.
           05  CAD-QTD-CARTOES          PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-FICHAS           PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-NAO-CADASTRADOS  PIC 9(08)   VALUE ZERO.
           05  CAD-QTD-RECUSADOS        PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.

           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.

           PERFORM 2000-LER-CARTAO THRU 2000-EXIT.
           PERFORM 3000-TRATAR-CARTAO THRU 3000-EXIT
               UNTIL CAD-FIM-CARTOES.

           PERFORM 6000-IMPRIMIR-TOTAIS THRU 6000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003L - CARTOES LIDOS            : '
                   CAD-QTD-CARTOES.
           DISPLAY 'ORA003L - FICHAS IMPRESSAS         : '
                   CAD-QTD-FICHAS.
           DISPLAY 'ORA003L - CODIGOS NAO CADASTRADOS  : '
                   CAD-QTD-NAO-CADASTRADOS.
           DISPLAY 'ORA003L - CARTOES RECUSADOS        : '
                   CAD-QTD-RECUSADOS.
           IF CAD-QTD-NAO-CADASTRADOS > ZERO
           OR CAD-QTD-RECUSADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  CARTOES.
           OPEN INPUT  CLIMAST.
           OPEN INPUT  RECEITAS.
           OPEN INPUT  SALDOS.
           OPEN INPUT  ENDERECOS.
           OPEN INPUT  PENDENTES.
           OPEN INPUT  FUTURAS.
           OPEN INPUT  AUDITLOG.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-CARTOES NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO CODIGOS: '
                       CAD-STATUS-CARTOES
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RECEITA NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO RFBCLI: '
                       CAD-STATUS-RECEITA
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-SALDOS NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO BALCLI: '
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDER NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDER
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-PEND NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO PENDAPR: '
                       CAD-STATUS-PEND
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-FUTURAS NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO FUTCLI: '
                       CAD-STATUS-FUTURAS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-AUDIT NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO AUDITLOG: '
                       CAD-STATUS-AUDIT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003L - ERRO ABRINDO FICREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LER-CARTAO                                               *
      ******************************************************************
       2000-LER-CARTAO.
           READ CARTOES
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CARTOES
           END-READ.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-TRATAR-CARTAO - UM CARTAO POR VEZ, E LE O SEGUINTE       *
      ******************************************************************
       3000-TRATAR-CARTAO.
           PERFORM 3050-AVALIAR-CARTAO THRU 3050-EXIT.
           PERFORM 2000-LER-CARTAO THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-AVALIAR-CARTAO - CARTAO EM BRANCO E PULADO; CARTAO QUE   *
      *  NAO TRAZ UM CODIGO SAI NO SYSOUT E TAMBEM E PULADO.           *
      ******************************************************************
       3050-AVALIAR-CARTAO.
           IF CARTAO-CODIGO = SPACES
               GO TO 3050-EXIT
           END-IF.
           ADD 1 TO CAD-QTD-CARTOES.
           IF FP-CODIGO NOT NUMERIC
               ADD 1 TO CAD-QTD-RECUSADOS
               DISPLAY 'ORA003L - CARTAO SEM CODIGO VALIDO NAS COLUNAS'
                       ' 1-6: ' CARTAO-CODIGO
               GO TO 3050-EXIT
           END-IF.
           MOVE FP-CODIGO TO CAD-CODIGO-FICHA.
           PERFORM 3100-IMPRIMIR-FICHA THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *  3100-IMPRIMIR-FICHA - A FICHA DE UM CODIGO, SEPARADA DA       *
      *  ANTERIOR POR UMA LINHA TRACEJADA.                             *
      ******************************************************************
       3100-IMPRIMIR-FICHA.
           MOVE SPACES    TO FI-SECAO.
           MOVE ALL '-'   TO FS-TEXTO.
           WRITE FI-SECAO.
           PERFORM 3200-IMPRIMIR-CABECALHO THRU 3200-EXIT.
           PERFORM 4000-LISTAR-MESTRE      THRU 4000-EXIT.
           IF CAD-MESTRE-ACHADO
               ADD 1 TO CAD-QTD-FICHAS
               PERFORM 4200-LISTAR-SALDO      THRU 4200-EXIT
               PERFORM 4300-LISTAR-ENDERECOS  THRU 4300-EXIT
               PERFORM 4400-LISTAR-PENDENTES  THRU 4400-EXIT
               PERFORM 4500-LISTAR-FUTURAS    THRU 4500-EXIT
               PERFORM 4600-LISTAR-AUDITORIA  THRU 4600-EXIT
           ELSE
               ADD 1 TO CAD-QTD-NAO-CADASTRADOS
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-IMPRIMIR-CABECALHO - CODIGO E MOMENTO DA EXECUCAO; NO    *
      *  LUGAR DE OPERADOR E TERMINAL, O PROGRAMA E 'LOTE'.            *
      ******************************************************************
       3200-IMPRIMIR-CABECALHO.
           MOVE SPACES                        TO FI-CABECALHO.
           MOVE 'FICHA CADASTRAL DO CLIENTE' TO FH-TITULO.
           MOVE CAD-CODIGO-FICHA              TO FH-CODIGO.
           MOVE CAD-DATA-EXECUCAO             TO FH-DATA.
           MOVE CAD-HORA-HHMMSS               TO FH-HORA.
           MOVE 'ORA003L'                     TO FH-SOLICITANTE.
           MOVE 'LOTE'                        TO FH-ORIGEM.
           PERFORM 7090-EMITIR-LINHA THRU 7090-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LISTAR-MESTRE - O REGISTRO DO CLIMAST E A OCORRENCIA DA  *
      *  ULTIMA CONFERENCIA COM A RECEITA FEDERAL (RFBCLI).  SEM O     *
      *  MESTRE NAO HA FICHA: SO O AVISO.                              *
      ******************************************************************
       4000-LISTAR-MESTRE.
           MOVE 'CADASTRO (CLIMAST)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N' TO CAD-SW-ACHOU-MESTRE.
           MOVE CAD-CODIGO-FICHA TO CM-CODIGO.
           READ CLIMAST
               INVALID KEY
                   MOVE 'CLIENTE'                  TO CAD-IMP-ROTULO
                   MOVE 'NAO CADASTRADO NO CLIMAST' TO CAD-IMP-VALOR
                   PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-READ.
           MOVE 'S' TO CAD-SW-ACHOU-MESTRE.

           MOVE CM-CODIGO TO RV-CODIGO.
           READ RECEITAS
               INVALID KEY
                   MOVE SPACES TO RV-OCORRENCIA
           END-READ.
           PERFORM 7100-IMPRIMIR-MESTRE THRU 7100-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4200-LISTAR-SALDO - SALDO EM ABERTO NO ULTIMO MOVIMENTO DO    *
      *  FATURAMENTO (BALCLI) E SUA DATA DE REFERENCIA.                *
      ******************************************************************
       4200-LISTAR-SALDO.
           MOVE 'SALDO EM ABERTO (BALCLI)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE CAD-CODIGO-FICHA TO SD-CODIGO.
           READ SALDOS
               INVALID KEY
                   PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
                   GO TO 4200-EXIT
           END-READ.
           PERFORM 7200-IMPRIMIR-SALDO THRU 7200-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-LISTAR-ENDERECOS - TODOS OS ENDERECOS DE ENTREGA DO      *
      *  CLIENTE, VIGENTES E ENCERRADOS, NA ORDEM DA SEQUENCIA.        *
      ******************************************************************
       4300-LISTAR-ENDERECOS.
           MOVE 'ENDERECOS DE ENTREGA (CLIEND)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-FICHA TO EN-CODIGO.
           MOVE ZERO             TO EN-SEQUENCIA.
           START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4310-LER-ENDERECO THRU 4310-EXIT
               UNTIL CAD-FIM-FILHOS.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4310-LER-ENDERECO                                             *
      ******************************************************************
       4310-LER-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4310-EXIT
           END-READ.
           IF EN-CODIGO NOT = CAD-CODIGO-FICHA
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 4310-EXIT
           END-IF.
           PERFORM 7300-IMPRIMIR-ENDERECO THRU 7300-EXIT.
       4310-EXIT.
           EXIT.

      ******************************************************************
      *  4400-LISTAR-PENDENTES - ACOES DO CLIENTE AINDA NA FILA DE     *
      *  APROVACAO DO SUPERVISOR.  A CHAVE COMECA PELO CODIGO; O RESTO *
      *  PARTE DO MENOR VALOR POSSIVEL.                                *
      ******************************************************************
       4400-LISTAR-PENDENTES.
           MOVE 'ACOES AGUARDANDO APROVACAO (PENDAPR)'
               TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-FICHA TO PD-CODIGO.
           MOVE ZERO             TO PD-DATA.
           MOVE ZERO             TO PD-HORA.
           MOVE SPACES           TO PD-OPERADOR.
           MOVE SPACES           TO PD-TERMINAL.
           START PENDENTES KEY IS NOT LESS THAN PD-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4410-LER-PENDENTE THRU 4410-EXIT
               UNTIL CAD-FIM-FILHOS.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  4410-LER-PENDENTE                                             *
      ******************************************************************
       4410-LER-PENDENTE.
           READ PENDENTES NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4410-EXIT
           END-READ.
           IF PD-CODIGO NOT = CAD-CODIGO-FICHA
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 4410-EXIT
           END-IF.
           PERFORM 7400-IMPRIMIR-PENDENTE THRU 7400-EXIT.
       4410-EXIT.
           EXIT.

      ******************************************************************
      *  4500-LISTAR-FUTURAS - MUDANCAS PROGRAMADAS AINDA NAO          *
      *  APLICADAS.  A CHAVE COMECA PELA DATA EFETIVA, ENTAO O FUTCLI  *
      *  E LIDO INTEIRO DESDE O INICIO E SO SAEM AS DO CLIENTE.        *
      ******************************************************************
       4500-LISTAR-FUTURAS.
           MOVE 'MUDANCAS PROGRAMADAS (FUTCLI)' TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N'  TO CAD-SW-FIM-FILHOS.
           MOVE ZERO TO FT-DATA-EFETIVA.
           MOVE ZERO TO FT-CODIGO.
           MOVE ZERO TO FT-SEQ-ENDERECO.
           START FUTURAS KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4510-LER-FUTURA THRU 4510-EXIT
               UNTIL CAD-FIM-FILHOS.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4510-LER-FUTURA                                               *
      ******************************************************************
       4510-LER-FUTURA.
           READ FUTURAS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4510-EXIT
           END-READ.
           IF FT-CODIGO = CAD-CODIGO-FICHA
               PERFORM 7500-IMPRIMIR-FUTURA THRU 7500-EXIT
           END-IF.
       4510-EXIT.
           EXIT.

      ******************************************************************
      *  4600-LISTAR-AUDITORIA - AS ENTRADAS MAIS RECENTES DO CLIENTE  *
      *  NO AUDITLOG, DA MAIS NOVA PARA TRAS.  AS DO CODIGO SAO LIDAS  *
      *  EM ORDEM PELA TABELA CIRCULAR, QUE GUARDA AS ULTIMAS; DEPOIS  *
      *  A TABELA E IMPRESSA DE TRAS PARA A FRENTE.                    *
      ******************************************************************
       4600-LISTAR-AUDITORIA.
           MOVE 'ULTIMAS ENTRADAS DA TRILHA DE AUDITORIA (AUDITLOG)'
               TO CAD-IMP-SECAO.
           PERFORM 7010-IMPRIMIR-SECAO THRU 7010-EXIT.
           MOVE 'N'  TO CAD-SW-FIM-FILHOS.
           MOVE ZERO TO CAD-QTD-GUARDADAS.
           MOVE ZERO TO CAD-IND-GRAVAR.
           MOVE CAD-CODIGO-FICHA TO AU-CODIGO.
           MOVE ZERO             TO AU-DATA.
           MOVE ZERO             TO AU-HORA.
           MOVE SPACES           TO AU-OPERADOR.
           MOVE SPACES           TO AU-TERMINAL.
           START AUDITLOG KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4610-GUARDAR-ENTRADA THRU 4610-EXIT
               UNTIL CAD-FIM-FILHOS.

           MOVE ZERO           TO CAD-QTD-IMPRESSAS.
           MOVE CAD-IND-GRAVAR TO CAD-IND-LER.
           PERFORM 4620-IMPRIMIR-GUARDADA THRU 4620-EXIT
               UNTIL CAD-QTD-IMPRESSAS NOT < CAD-QTD-GUARDADAS.
           IF CAD-LINHAS-SECAO = ZERO
               PERFORM 7020-IMPRIMIR-NADA-CONSTA THRU 7020-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *  4610-GUARDAR-ENTRADA - A ENTRADA LIDA OCUPA A POSICAO SEGUINTE*
      *  DA TABELA, VOLTANDO A PRIMEIRA DEPOIS DA ULTIMA (A MAIS       *
      *  ANTIGA GUARDADA E A QUE SAI).                                 *
      ******************************************************************
       4610-GUARDAR-ENTRADA.
           READ AUDITLOG NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4610-EXIT
           END-READ.
           IF AU-CODIGO NOT = CAD-CODIGO-FICHA
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 4610-EXIT
           END-IF.
           ADD 1 TO CAD-IND-GRAVAR.
           IF CAD-IND-GRAVAR > CAD-MAX-AUDITORIA
               MOVE 1 TO CAD-IND-GRAVAR
           END-IF.
           MOVE AUDIT-RECORD TO CAD-AUD-ENTRADA (CAD-IND-GRAVAR).
           IF CAD-QTD-GUARDADAS < CAD-MAX-AUDITORIA
               ADD 1 TO CAD-QTD-GUARDADAS
           END-IF.
       4610-EXIT.
           EXIT.

      ******************************************************************
      *  4620-IMPRIMIR-GUARDADA - DA MAIS NOVA PARA A MAIS ANTIGA      *
      ******************************************************************
       4620-IMPRIMIR-GUARDADA.
           MOVE CAD-AUD-ENTRADA (CAD-IND-LER) TO AUDIT-RECORD.
           PERFORM 7600-IMPRIMIR-ENTRADA THRU 7600-EXIT.
           ADD 1 TO CAD-QTD-IMPRESSAS.
           SUBTRACT 1 FROM CAD-IND-LER.
           IF CAD-IND-LER = ZERO
               MOVE CAD-MAX-AUDITORIA TO CAD-IND-LER
           END-IF.
       4620-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-TOTAIS - NO FIM DA ULTIMA FICHA                 *
      ******************************************************************
       6000-IMPRIMIR-TOTAIS.
           MOVE SPACES    TO FI-SECAO.
           MOVE ALL '-'   TO FS-TEXTO.
           WRITE FI-SECAO.
           MOVE SPACES                            TO FI-TOTAL.
           MOVE 'CARTOES DE CODIGO LIDOS'          TO FX-TEXTO.
           MOVE CAD-QTD-CARTOES                    TO FX-QUANTIDADE.
           WRITE FI-TOTAL.
           MOVE SPACES                            TO FI-TOTAL.
           MOVE 'FICHAS IMPRESSAS'                 TO FX-TEXTO.
           MOVE CAD-QTD-FICHAS                     TO FX-QUANTIDADE.
           WRITE FI-TOTAL.
           MOVE SPACES                            TO FI-TOTAL.
           MOVE 'CODIGOS NAO CADASTRADOS NO CLIMAST' TO FX-TEXTO.
           MOVE CAD-QTD-NAO-CADASTRADOS            TO FX-QUANTIDADE.
           WRITE FI-TOTAL.
           MOVE SPACES                            TO FI-TOTAL.
           MOVE 'CARTOES RECUSADOS (VER SYSOUT)'   TO FX-TEXTO.
           MOVE CAD-QTD-RECUSADOS                  TO FX-QUANTIDADE.
           WRITE FI-TOTAL.
       6000-EXIT.
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
      *  7090-EMITIR-LINHA - GRAVA A LINHA MONTADA EM FI-DETALHE       *
      ******************************************************************
       7090-EMITIR-LINHA.
           WRITE FI-DETALHE.
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
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CARTOES CLIMAST RECEITAS SALDOS ENDERECOS PENDENTES
                 FUTURAS AUDITLOG RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
