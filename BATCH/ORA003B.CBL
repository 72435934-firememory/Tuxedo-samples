      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003B                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   LGPD anonymization of long-inactive individual clients.      *
      *   An individual ('F') client inactive since before the cutoff  *
      *   (run date less the number of years on the SYSIN card) has    *
      *   its personal data scrubbed everywhere the client system      *
      *   keeps it: the CLIMAST name, street address, CEP and CPF;     *
      *   the street and CEP of every CLIEND address; name, phone and  *
      *   e-mail of every CLICONT contact (ended, if still current);   *
      *   the personal before/after slots of its AUDITLOG entries      *
      *   and of its archived entries on AUDARCH; every CLIJRN image  *
      *   of it; and any FUTCLI change still scheduled for it is       *
      *   deleted.  The CODIGO, the city/state, the status and the     *
      *   audit entries themselves are kept, so ORA002G still counts   *
      *   the same movements by operator and by state and the          *
      *   extracts keep their history.  The master is marked with the  *
      *   reason CM-ANONIMIZADO, is stamped and journaled like any     *
      *   other maintenance, and gets one AUDITLOG entry of type 'L'   *
      *   (which ORA002G does not count).                              *
      *                                                                *
      *   A client still owing money on BALCLI, or with an action      *
      *   waiting on PENDAPR, is kept as it is and listed with the     *
      *   reason, to be picked up by a later run.  The control report  *
      *   prints CODIGOs only, never the data scrubbed.                *
      *                                                                *
      *   AUDARCH generations cannot be rewritten in place: the whole  *
      *   archive is read and copied, scrubbed, to AUDARCN, and the    *
      *   JCL puts that copy back as the archive only when this step   *
      *   ends RC 0.  RC 4 = nobody anonymized, in this run or any     *
      *   earlier one (archive untouched);                             *
      *   RC 8 = archive copy out of balance (archive untouched).      *
      *                                                                *
      *   Parameter card (SYSIN): years of inactivity, 2 digits (e.g.  *
      *   05).  Missing or invalid card falls back to 5 years.         *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  Delivery address slot 'ENDENTREGA'         *
      *                    (ORA003J) scrubbed with the others.        *
      *   2026-10-15  RPS  Journal address images follow CLIEND to    *
      *                    138 bytes (IBGE municipality code).        *
      *   2026-10-15  RPS  Clients anonymized by earlier runs also    *
      *                    drive the FUTCLI, CLIJRN and AUDARCH       *
      *                    scrubs, so a run that marked CLIMAST and   *
      *                    then failed (abend, or an AUDARCH copy     *
      *                    out of balance) is completed by the next   *
      *                    one.  A CLIJRN image is rewritten only     *
      *                    when the scrub changes it.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003B.
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
           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT SALDOS        ASSIGN TO BALCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CODIGO
               FILE STATUS IS CAD-STATUS-SALDOS.

           SELECT PENDENTES     ASSIGN TO PENDAPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS CAD-STATUS-PEND.

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-ENDER.

           SELECT CONTATOS      ASSIGN TO CLICONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-CHAVE
               FILE STATUS IS CAD-STATUS-CONTATO.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS CAD-STATUS-AUDIT.

           SELECT FUTURAS       ASSIGN TO FUTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS CAD-STATUS-FUTURAS.

           SELECT JORNAL        ASSIGN TO CLIJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JN-CHAVE
               FILE STATUS IS CAD-STATUS-JORNAL.

           SELECT ARQUIVO       ASSIGN TO AUDARCH
               FILE STATUS IS CAD-STATUS-ARQ.

           SELECT ARQUIVO-NOVO  ASSIGN TO AUDARCN
               FILE STATUS IS CAD-STATUS-ARQNOVO.

           SELECT RELATORIO     ASSIGN TO ANOREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  SALDOS.
       COPY SALDOREC.

       FD  PENDENTES.
       COPY PENDREC.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  CONTATOS.
       COPY CONTREC.

       FD  AUDITLOG.
       COPY AUDITREC.

       FD  FUTURAS.
       COPY FUTREC.

       FD  JORNAL.
       COPY JRNREC.

      *---------------------------------------------------------------*
      *  O ARQUIVO HISTORICO E SUA COPIA TEM O LAYOUT DO AUDITLOG.     *
      *  CADA REGISTRO PASSA PELA AREA DO AUDITLOG (CUJA FASE JA       *
      *  TERMINOU) PARA USAR A MESMA LIMPEZA DE SLOTS.                 *
      *---------------------------------------------------------------*
       FD  ARQUIVO
           RECORD CONTAINS 663 CHARACTERS.
       01  ARQ-AUDIT-RECORD             PIC X(663).

       FD  ARQUIVO-NOVO
           RECORD CONTAINS 663 CHARACTERS.
       01  ARQ-NOVO-RECORD              PIC X(663).

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY ANOLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-SALDOS            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-PEND              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDER             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CONTATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-AUDIT             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-FUTURAS           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-JORNAL            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ARQ               PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ARQNOVO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-FIM-FILHOS            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FILHOS           VALUE 'S'.
       01  CAD-SW-FIM-FUTURAS           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FUTURAS          VALUE 'S'.
       01  CAD-SW-FIM-JORNAL            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-JORNAL           VALUE 'S'.
       01  CAD-SW-FIM-ARQ               PIC X(01)   VALUE 'N'.
           88  CAD-FIM-ARQ              VALUE 'S'.
       01  CAD-SW-ACHOU-CODIGO          PIC X(01)   VALUE 'N'.
           88  CAD-CODIGO-ACHADO        VALUE 'S'.
       01  CAD-SW-LIMPOU                PIC X(01)   VALUE 'N'.
           88  CAD-LIMPOU               VALUE 'S'.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): ANOS DE INATIVIDADE, 2 DIGITOS.  *
      *  CARTAO AUSENTE OU NAO NUMERICO CAI NO PADRAO DE 5 ANOS.       *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM              PIC X(02)   VALUE SPACES.
       01  CAD-ANOS-PADRAO              PIC 9(02)   COMP VALUE 5.
       01  CAD-ANOS-INATIVIDADE         PIC 9(02)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  DATA DE CORTE: O MESMO DIA DO ANO, CAD-ANOS-INATIVIDADE ANOS  *
      *  ATRAS.  SO E ANONIMIZADO QUEM FOI INATIVADO ANTES DELA.       *
      *---------------------------------------------------------------*
       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES CAD-DATA-EXECUCAO.
           05  CAD-ANO-EXECUCAO         PIC 9(04).
           05  CAD-MES-DIA-EXECUCAO     PIC 9(04).
       01  CAD-HORA-EXECUCAO            PIC 9(06)   VALUE ZERO.
       01  CAD-DATA-CORTE               PIC 9(08)   VALUE ZERO.

       01  CAD-SEQ-AUDIT                PIC 9(04)   VALUE ZERO.
       01  CAD-SEQ-JORNAL               PIC 9(02)   VALUE ZERO.
       01  CAD-CODIGO-CORRENTE          PIC 9(06)   VALUE ZERO.
       01  CAD-CODIGO-TESTE             PIC 9(06)   VALUE ZERO.
       01  CAD-IMAGEM-ANTES             PIC X(208)  VALUE SPACES.
       01  CAD-MOTIVO-ANTES             PIC X(20)   VALUE SPACES.
       01  CAD-MOTIVO-MANTIDO           PIC X(40)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  VALORES QUE SUBSTITUEM O NOME DO TITULAR E DO CONTATO (OS     *
      *  DEMAIS CAMPOS PESSOAIS FICAM EM BRANCO OU ZERO).              *
      *---------------------------------------------------------------*
       01  CAD-NOME-ANONIMO             PIC X(30)
                                    VALUE 'TITULAR ANONIMIZADO - LGPD'.
       01  CAD-CONTATO-ANONIMO          PIC X(30)
                                    VALUE 'CONTATO ANONIMIZADO - LGPD'.

      *---------------------------------------------------------------*
      *  CAD-MOTIVO-SALDO - MOTIVO DE MANTER O CLIENTE DEVEDOR, COM O  *
      *  VALOR EM ABERTO EDITADO, COMO NAS RECUSAS DO ORA002M.         *
      *---------------------------------------------------------------*
       01  CAD-MOTIVO-SALDO.
           05  FILLER                   PIC X(26)
                                    VALUE 'SALDO EM ABERTO NO BALCLI '.
           05  CAD-MOTIVO-VALOR-SALDO   PIC ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      *  RESUMO DO QUE FOI LIMPO NO CLIENTE, PARA A LINHA DO RELATORIO *
      *---------------------------------------------------------------*
       01  CAD-RESUMO-CLIENTE.
           05  FILLER                   PIC X(10)   VALUE 'ENDERECOS '.
           05  CAD-RC-ENDERECOS         PIC ZZ9.
           05  FILLER                   PIC X(10)   VALUE ' CONTATOS '.
           05  CAD-RC-CONTATOS          PIC ZZ9.
           05  FILLER                   PIC X(08)   VALUE ' TRILHA '.
           05  CAD-RC-TRILHA            PIC ZZZZ9.
       01  CAD-CLI-ENDERECOS            PIC 9(04)   VALUE ZERO.
       01  CAD-CLI-CONTATOS             PIC 9(04)   VALUE ZERO.
       01  CAD-CLI-TRILHA               PIC 9(05)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  TABELA DOS CODIGOS ANONIMIZADOS - NESTA EXECUCAO E NAS        *
      *  ANTERIORES (CM-ANONIMIZADO JA NO CLIMAST), PARA QUE UMA       *
      *  EXECUCAO QUE MARCOU O MESTRE E NAO CHEGOU AO FIM DAS FASES DE *
      *  VARREDURA (FUTCLI, CLIJRN, AUDARCH) SEJA COMPLETADA PELA      *
      *  SEGUINTE.  O CLIMAST E LIDO EM ORDEM DE CODIGO, ENTAO A       *
      *  TABELA NASCE ORDENADA E AS FASES PESQUISAM POR BUSCA BINARIA. *
      *  CAD-MAX-ANONIMIZADOS LIMITA SO OS ANONIMIZADOS NESTA          *
      *  EXECUCAO (OS DEMAIS CANDIDATOS FICAM PARA A PROXIMA); A       *
      *  TABELA COMPORTA OS ANTERIORES ALEM DELES.                     *
      *---------------------------------------------------------------*
       01  CAD-MAX-ANONIMIZADOS         PIC 9(04)   COMP VALUE 5000.
       01  CAD-MAX-TABELA               PIC 9(05)   COMP VALUE 99999.
       01  CAD-QTD-ANONIMIZADOS         PIC 9(05)   COMP VALUE ZERO.
       01  CAD-TABELA-ANONIMIZADOS.
           05  CAD-ANO-ENTRADA          OCCURS 1 TO 99999 TIMES
                                        DEPENDING ON
                                            CAD-QTD-ANONIMIZADOS
                                        ASCENDING KEY IS
                                            CAD-ANO-CODIGO
                                        INDEXED BY CAD-ANO-IDX.
               10  CAD-ANO-CODIGO       PIC 9(06).

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CANDIDATOS           PIC 9(08)   VALUE ZERO.
           05  CAD-ANONIMIZADOS         PIC 9(08)   VALUE ZERO.
           05  CAD-JA-ANONIMIZADOS      PIC 9(08)   VALUE ZERO.
           05  CAD-MANTIDOS-SALDO       PIC 9(08)   VALUE ZERO.
           05  CAD-MANTIDOS-PENDENTE    PIC 9(08)   VALUE ZERO.
           05  CAD-MANTIDOS-LIMITE      PIC 9(08)   VALUE ZERO.
           05  CAD-ENDERECOS-LIMPOS     PIC 9(08)   VALUE ZERO.
           05  CAD-CONTATOS-LIMPOS      PIC 9(08)   VALUE ZERO.
           05  CAD-ENTRADAS-LIMPAS      PIC 9(08)   VALUE ZERO.
           05  CAD-FUTURAS-EXCLUIDAS    PIC 9(08)   VALUE ZERO.
           05  CAD-IMAGENS-LIMPAS       PIC 9(08)   VALUE ZERO.
           05  CAD-ARQ-LIDAS            PIC 9(09)   VALUE ZERO.
           05  CAD-ARQ-GRAVADAS         PIC 9(09)   VALUE ZERO.
           05  CAD-ARQ-LIMPAS           PIC 9(09)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.

           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT.
           PERFORM 1200-CALCULAR-CORTE   THRU 1200-EXIT.
           PERFORM 1300-IMPRIMIR-CABECALHO THRU 1300-EXIT.

           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
           PERFORM 3000-PROCESSAR-CLIENTE THRU 3000-EXIT
               UNTIL CAD-FIM-CLIMAST.

           IF CAD-QTD-ANONIMIZADOS > ZERO
               PERFORM 5000-EXCLUIR-FUTURAS THRU 5000-EXIT
               PERFORM 5500-LIMPAR-JORNAL   THRU 5500-EXIT
               PERFORM 6000-LIMPAR-ARQUIVO  THRU 6000-EXIT
           END-IF.

           PERFORM 7000-IMPRIMIR-TOTAIS THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.

           DISPLAY 'ORA003B - CLIENTES LIDOS         : '
                   CAD-CLIENTES-LIDOS.
           DISPLAY 'ORA003B - CANDIDATOS             : '
                   CAD-CANDIDATOS.
           DISPLAY 'ORA003B - CLIENTES ANONIMIZADOS  : '
                   CAD-ANONIMIZADOS.
           DISPLAY 'ORA003B - ANONIMIZADOS ANTES     : '
                   CAD-JA-ANONIMIZADOS.
           DISPLAY 'ORA003B - ENTRADAS AUDARCH LIMPAS: '
                   CAD-ARQ-LIMPAS.

           IF CAD-QTD-ANONIMIZADOS = ZERO
               DISPLAY 'ORA003B - NENHUM CLIENTE ANONIMIZADO -'
                       ' AUDARCH NAO RECONSTRUIDO'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF CAD-ARQ-LIDAS NOT = CAD-ARQ-GRAVADAS
                   DISPLAY 'ORA003B - COPIA DO AUDARCH DIVERGE -'
                           ' ARQUIVO NAO DEVE SER SUBSTITUIDO'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN I-O    CLIMAST.
           OPEN INPUT  SALDOS.
           OPEN INPUT  PENDENTES.
           OPEN I-O    ENDERECOS.
           OPEN I-O    CONTATOS.
           OPEN I-O    AUDITLOG.
           OPEN I-O    FUTURAS.
           OPEN I-O    JORNAL.
           OPEN INPUT  ARQUIVO.
           OPEN OUTPUT ARQUIVO-NOVO.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-SALDOS NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO BALCLI: '
                       CAD-STATUS-SALDOS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-PEND NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO PENDAPR: '
                       CAD-STATUS-PEND
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDER NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDER
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CONTATO NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO CLICONT: '
                       CAD-STATUS-CONTATO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-AUDIT NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO AUDITLOG: '
                       CAD-STATUS-AUDIT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-FUTURAS NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO FUTCLI: '
                       CAD-STATUS-FUTURAS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-JORNAL NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO CLIJRN: '
                       CAD-STATUS-JORNAL
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ARQ NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO AUDARCH: '
                       CAD-STATUS-ARQ
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ARQNOVO NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO AUDARCN: '
                       CAD-STATUS-ARQNOVO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003B - ERRO ABRINDO ANOREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-TRATAR-PARAMETRO - ANOS DE INATIVIDADE DO CARTAO SYSIN   *
      ******************************************************************
       1100-TRATAR-PARAMETRO.
           ACCEPT CAD-CARTAO-PARM.
           IF CAD-CARTAO-PARM IS NUMERIC
           AND CAD-CARTAO-PARM NOT = '00'
               MOVE CAD-CARTAO-PARM TO CAD-ANOS-INATIVIDADE
           ELSE
               MOVE CAD-ANOS-PADRAO TO CAD-ANOS-INATIVIDADE
               DISPLAY 'ORA003B - CARTAO DE ANOS AUSENTE OU'
                       ' INVALIDO - ASSUMIDOS 5 ANOS'
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-CALCULAR-CORTE - MESMO MES E DIA, ANOS INTEIROS ATRAS    *
      ******************************************************************
       1200-CALCULAR-CORTE.
           COMPUTE CAD-DATA-CORTE =
               ((CAD-ANO-EXECUCAO - CAD-ANOS-INATIVIDADE) * 10000)
               + CAD-MES-DIA-EXECUCAO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1300-IMPRIMIR-CABECALHO                                       *
      ******************************************************************
       1300-IMPRIMIR-CABECALHO.
           MOVE SPACES TO NL-CABECALHO.
           MOVE 'ANONIMIZACAO LGPD - CLIENTES PESSOA FISICA'
               TO NC-TITULO.
           MOVE CAD-ANOS-INATIVIDADE TO NC-ANOS.
           MOVE ' ANOS - CORTE ' TO NC-LIT-ANOS.
           MOVE CAD-DATA-CORTE TO NC-DATA-CORTE.
           WRITE NL-CABECALHO.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LER-CLIENTE                                              *
      ******************************************************************
       2000-LER-CLIENTE.
           READ CLIMAST NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-READ.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESSAR-CLIENTE                                        *
      ******************************************************************
       3000-PROCESSAR-CLIENTE.
           ADD 1 TO CAD-CLIENTES-LIDOS.
           IF CM-ANONIMIZADO
               PERFORM 3050-GUARDAR-ANONIMIZADO THRU 3050-EXIT
           ELSE
               PERFORM 3100-AVALIAR-CLIENTE THRU 3100-EXIT
           END-IF.
           PERFORM 2000-LER-CLIENTE THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-GUARDAR-ANONIMIZADO - CLIENTE ANONIMIZADO POR EXECUCAO   *
      *  ANTERIOR ENTRA NA TABELA, PARA AS FASES DE VARREDURA LIMPAREM *
      *  O QUE AQUELA EXECUCAO NAO TIVER LIMPADO.  SEM LUGAR NA TABELA *
      *  O JOB PARA: SEGUIR DEIXARIA DADO PESSOAL PARA TRAS.           *
      ******************************************************************
       3050-GUARDAR-ANONIMIZADO.
           IF CAD-QTD-ANONIMIZADOS NOT < CAD-MAX-TABELA
               DISPLAY 'ORA003B - TABELA DE ANONIMIZADOS ESGOTADA NO'
                       ' CODIGO ' CM-CODIGO
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO CAD-QTD-ANONIMIZADOS.
           MOVE CM-CODIGO
               TO CAD-ANO-CODIGO (CAD-QTD-ANONIMIZADOS).
           ADD 1 TO CAD-JA-ANONIMIZADOS.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *  3100-AVALIAR-CLIENTE - SO PESSOA FISICA, INATIVA DESDE ANTES  *
      *  DO CORTE E AINDA NAO ANONIMIZADA E CANDIDATA.  O CANDIDATO    *
      *  DEVEDOR OU COM ACAO PENDENTE FICA COMO ESTA, LISTADO COM O    *
      *  MOTIVO.                                                       *
      ******************************************************************
       3100-AVALIAR-CLIENTE.
           IF NOT CM-PESSOA-FISICA
           OR NOT CM-INATIVO
           OR CM-ANONIMIZADO
           OR CM-DATA-INATIVACAO = ZERO
           OR CM-DATA-INATIVACAO NOT < CAD-DATA-CORTE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CAD-CANDIDATOS.

           MOVE SPACES TO CAD-MOTIVO-MANTIDO.
           PERFORM 3200-VERIFICAR-SALDO THRU 3200-EXIT.
           IF CAD-MOTIVO-MANTIDO = SPACES
               PERFORM 3300-VERIFICAR-PENDENTE THRU 3300-EXIT
           END-IF.
           IF CAD-MOTIVO-MANTIDO = SPACES
           AND (CAD-ANONIMIZADOS NOT < CAD-MAX-ANONIMIZADOS
           OR   CAD-QTD-ANONIMIZADOS NOT < CAD-MAX-TABELA)
               MOVE 'LIMITE DA EXECUCAO - FICA PARA A PROXIMA'
                   TO CAD-MOTIVO-MANTIDO
               ADD 1 TO CAD-MANTIDOS-LIMITE
           END-IF.
           IF CAD-MOTIVO-MANTIDO NOT = SPACES
               PERFORM 7100-IMPRIMIR-MANTIDO THRU 7100-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 4000-ANONIMIZAR-CLIENTE THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-VERIFICAR-SALDO - CLIENTE NO BALCLI COM VALOR EM ABERTO  *
      *  AINDA E COBRADO: OS DADOS DELE AINDA SAO NECESSARIOS.         *
      ******************************************************************
       3200-VERIFICAR-SALDO.
           MOVE CM-CODIGO TO SD-CODIGO.
           READ SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SD-SALDO > ZERO
                       MOVE SD-SALDO TO CAD-MOTIVO-VALOR-SALDO
                       MOVE CAD-MOTIVO-SALDO TO CAD-MOTIVO-MANTIDO
                       ADD 1 TO CAD-MANTIDOS-SALDO
                   END-IF
           END-READ.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-VERIFICAR-PENDENTE - ALGUMA ACAO DO CODIGO NA FILA DE    *
      *  APROVACAO?  A CHAVE COMECA PELO CODIGO; O PRIMEIRO REGISTRO A *
      *  PARTIR DELE RESPONDE.                                         *
      ******************************************************************
       3300-VERIFICAR-PENDENTE.
           MOVE CM-CODIGO TO PD-CODIGO.
           MOVE ZERO      TO PD-DATA.
           MOVE ZERO      TO PD-HORA.
           MOVE SPACES    TO PD-OPERADOR.
           MOVE SPACES    TO PD-TERMINAL.
           START PENDENTES KEY IS NOT LESS THAN PD-CHAVE
               INVALID KEY
                   GO TO 3300-EXIT
           END-START.
           READ PENDENTES NEXT RECORD
               AT END
                   GO TO 3300-EXIT
           END-READ.
           IF PD-CODIGO = CM-CODIGO
               MOVE 'ACAO PENDENTE DE APROVACAO NO PENDAPR'
                   TO CAD-MOTIVO-MANTIDO
               ADD 1 TO CAD-MANTIDOS-PENDENTE
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-ANONIMIZAR-CLIENTE - MESTRE, ENDERECOS, CONTATOS E       *
      *  TRILHA DO CLIENTE, NESTA ORDEM, E A ENTRADA 'L' NO AUDITLOG.  *
      *  O CODIGO VAI PARA A TABELA DAS FASES DE VARREDURA.            *
      ******************************************************************
       4000-ANONIMIZAR-CLIENTE.
           ADD 1 TO CAD-SEQ-AUDIT.
           MOVE ZERO TO CAD-SEQ-JORNAL.
           MOVE ZERO TO CAD-CLI-ENDERECOS.
           MOVE ZERO TO CAD-CLI-CONTATOS.
           MOVE ZERO TO CAD-CLI-TRILHA.
           MOVE CM-CODIGO            TO CAD-CODIGO-CORRENTE.
           MOVE CM-MOTIVO-INATIVACAO TO CAD-MOTIVO-ANTES.

           PERFORM 7500-LIMPAR-MESTRE THRU 7500-EXIT.
           MOVE 'ANONIMIZADO LGPD'  TO CM-MOTIVO-INATIVACAO.
           MOVE CAD-DATA-EXECUCAO   TO CM-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO   TO CM-ULT-HORA-MANUT.
           MOVE 'ORA003B'           TO CM-ULT-OPERADOR.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003B - ERRO REGRAVANDO CLIMAST '
                           CM-CODIGO ' STATUS ' CAD-STATUS-CLIMAST
                   GO TO 9999-ABEND
           END-REWRITE.
           MOVE 'CLIMAST '    TO JN-ARQUIVO.
           MOVE SPACES        TO JN-IMAGEM.
           MOVE CLIENT-RECORD TO JN-IMAGEM.
           PERFORM 4900-GRAVAR-JORNAL THRU 4900-EXIT.

           ADD 1 TO CAD-QTD-ANONIMIZADOS.
           MOVE CAD-CODIGO-CORRENTE
               TO CAD-ANO-CODIGO (CAD-QTD-ANONIMIZADOS).
           ADD 1 TO CAD-ANONIMIZADOS.

           PERFORM 4200-LIMPAR-ENDERECOS THRU 4200-EXIT.
           PERFORM 4300-LIMPAR-CONTATOS  THRU 4300-EXIT.
           PERFORM 4400-LIMPAR-TRILHA    THRU 4400-EXIT.
           PERFORM 4500-AUDITAR-ANONIMIZACAO THRU 4500-EXIT.
           PERFORM 7200-IMPRIMIR-ANONIMIZADO THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4200-LIMPAR-ENDERECOS - TODOS OS ENDERECOS DE ENTREGA DO      *
      *  CLIENTE, VIGENTES E ENCERRADOS.                               *
      ******************************************************************
       4200-LIMPAR-ENDERECOS.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO EN-CODIGO.
           MOVE ZERO                TO EN-SEQUENCIA.
           START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4210-LIMPAR-ENDERECO THRU 4210-EXIT
               UNTIL CAD-FIM-FILHOS.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4210-LIMPAR-ENDERECO                                          *
      ******************************************************************
       4210-LIMPAR-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4210-EXIT
           END-READ.
           IF EN-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 4210-EXIT
           END-IF.
           PERFORM 7600-LIMPAR-ENDERECO THRU 7600-EXIT.
           MOVE CAD-DATA-EXECUCAO   TO EN-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO   TO EN-ULT-HORA-MANUT.
           MOVE 'ORA003B'           TO EN-ULT-OPERADOR.
           REWRITE ENDERECO-ENTREGA
               INVALID KEY
                   DISPLAY 'ORA003B - ERRO REGRAVANDO CLIEND '
                           EN-CHAVE ' STATUS ' CAD-STATUS-ENDER
                   GO TO 9999-ABEND
           END-REWRITE.
           MOVE 'CLIEND  '       TO JN-ARQUIVO.
           MOVE SPACES           TO JN-IMAGEM.
           MOVE ENDERECO-ENTREGA TO JN-IMAGEM.
           PERFORM 4900-GRAVAR-JORNAL THRU 4900-EXIT.
           ADD 1 TO CAD-CLI-ENDERECOS.
           ADD 1 TO CAD-ENDERECOS-LIMPOS.
       4210-EXIT.
           EXIT.

      ******************************************************************
      *  4300-LIMPAR-CONTATOS - TODOS OS CONTATOS DO CLIENTE.  O       *
      *  CONTATO AINDA VIGENTE E ENCERRADO NA DATA DA EXECUCAO E PERDE *
      *  A PREFERENCIA.                                                *
      ******************************************************************
       4300-LIMPAR-CONTATOS.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO KT-CODIGO.
           MOVE ZERO                TO KT-SEQUENCIA.
           START CONTATOS KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4310-LIMPAR-CONTATO THRU 4310-EXIT
               UNTIL CAD-FIM-FILHOS.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4310-LIMPAR-CONTATO                                           *
      ******************************************************************
       4310-LIMPAR-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4310-EXIT
           END-READ.
           IF KT-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 4310-EXIT
           END-IF.
           PERFORM 7700-LIMPAR-CONTATO THRU 7700-EXIT.
           IF KT-VIGENTE
               MOVE CAD-DATA-EXECUCAO TO KT-DATA-FIM
           END-IF.
           MOVE 'N'                 TO KT-PREFERENCIAL.
           MOVE CAD-DATA-EXECUCAO   TO KT-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO   TO KT-ULT-HORA-MANUT.
           MOVE 'ORA003B'           TO KT-ULT-OPERADOR.
           REWRITE CONTATO-CLIENTE
               INVALID KEY
                   DISPLAY 'ORA003B - ERRO REGRAVANDO CLICONT '
                           KT-CHAVE ' STATUS ' CAD-STATUS-CONTATO
                   GO TO 9999-ABEND
           END-REWRITE.
           MOVE 'CLICONT '       TO JN-ARQUIVO.
           MOVE SPACES           TO JN-IMAGEM.
           MOVE CONTATO-CLIENTE  TO JN-IMAGEM.
           PERFORM 4900-GRAVAR-JORNAL THRU 4900-EXIT.
           ADD 1 TO CAD-CLI-CONTATOS.
           ADD 1 TO CAD-CONTATOS-LIMPOS.
       4310-EXIT.
           EXIT.

      ******************************************************************
      *  4400-LIMPAR-TRILHA - ENTRADAS DO AUDITLOG DO CLIENTE.  A      *
      *  ENTRADA FICA (O MOVIMENTO CONTINUA CONTADO); SO OS VALORES    *
      *  PESSOAIS DOS SLOTS SAO APAGADOS.                              *
      ******************************************************************
       4400-LIMPAR-TRILHA.
           MOVE 'N' TO CAD-SW-FIM-FILHOS.
           MOVE CAD-CODIGO-CORRENTE TO AU-CODIGO.
           MOVE ZERO                TO AU-DATA.
           MOVE ZERO                TO AU-HORA.
           MOVE SPACES              TO AU-OPERADOR.
           MOVE SPACES              TO AU-TERMINAL.
           START AUDITLOG KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
           END-START.
           PERFORM 4410-LIMPAR-ENTRADA THRU 4410-EXIT
               UNTIL CAD-FIM-FILHOS.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  4410-LIMPAR-ENTRADA                                           *
      ******************************************************************
       4410-LIMPAR-ENTRADA.
           READ AUDITLOG NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FILHOS
                   GO TO 4410-EXIT
           END-READ.
           IF AU-CODIGO NOT = CAD-CODIGO-CORRENTE
               MOVE 'S' TO CAD-SW-FIM-FILHOS
               GO TO 4410-EXIT
           END-IF.
           PERFORM 7800-LIMPAR-SLOTS THRU 7800-EXIT.
           IF NOT CAD-LIMPOU
               GO TO 4410-EXIT
           END-IF.
           REWRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003B - ERRO REGRAVANDO AUDITLOG '
                           AU-CHAVE
                   GO TO 9999-ABEND
           END-REWRITE.
           ADD 1 TO CAD-CLI-TRILHA.
           ADD 1 TO CAD-ENTRADAS-LIMPAS.
       4410-EXIT.
           EXIT.

      ******************************************************************
      *  4500-AUDITAR-ANONIMIZACAO - ENTRADA 'L' DO CLIENTE: SLOT 1    *
      *  REGISTRA A ANONIMIZACAO, SLOT 2 O MOTIVO QUE MUDOU.  OPERADOR *
      *  'ORA003B' E A SEQUENCIA NO TERMINAL, COMO NO ORA002M.         *
      ******************************************************************
       4500-AUDITAR-ANONIMIZACAO.
           MOVE SPACES            TO AUDIT-RECORD.
           MOVE CAD-CODIGO-CORRENTE TO AU-CODIGO.
           MOVE CAD-DATA-EXECUCAO TO AU-DATA.
           MOVE CAD-HORA-EXECUCAO TO AU-HORA.
           MOVE 'ORA003B'         TO AU-OPERADOR.
           MOVE CAD-SEQ-AUDIT     TO AU-TERMINAL.
           MOVE 'L'               TO AU-TIPO-TRANS.

           SET AU-IDX TO 1.
           MOVE 'LGPD'                    TO AU-NOME-CAMPO (AU-IDX).
           MOVE SPACES                    TO AU-VALOR-ANTES (AU-IDX).
           MOVE 'ANONIMIZADO'             TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 2.
           MOVE 'MOTIVO'                  TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-MOTIVO-ANTES          TO AU-VALOR-ANTES (AU-IDX).
           MOVE CM-MOTIVO-INATIVACAO      TO AU-VALOR-DEPOIS (AU-IDX).

           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003B - FALHA GRAVANDO AUDITORIA CLI '
                           AU-CODIGO
           END-WRITE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4900-GRAVAR-JORNAL - IMAGEM JA MONTADA PELO CHAMADOR EM       *
      *  JN-ARQUIVO/JN-IMAGEM.  O TERMINAL LEVA A SEQUENCIA DO CLIENTE *
      *  (A MESMA DA ENTRADA 'L') E JN-SEQ ORDENA AS IMAGENS DELE.     *
      ******************************************************************
       4900-GRAVAR-JORNAL.
           ADD 1 TO CAD-SEQ-JORNAL.
           MOVE CAD-DATA-EXECUCAO TO JN-DATA.
           MOVE CAD-HORA-EXECUCAO TO JN-HORA.
           MOVE 'ORA003B'         TO JN-OPERADOR.
           MOVE CAD-SEQ-AUDIT     TO JN-TERMINAL.
           MOVE CAD-SEQ-JORNAL    TO JN-SEQ.
           WRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003B - FALHA GRAVANDO JORNAL CLI '
                           CAD-CODIGO-CORRENTE
           END-WRITE.
       4900-EXIT.
           EXIT.

      ******************************************************************
      *  5000-EXCLUIR-FUTURAS - MUDANCA PROGRAMADA DE CLIENTE          *
      *  ANONIMIZADO E EXCLUIDA: CARREGA O ENDERECO E A INSCRICAO, E   *
      *  O ORA002F A DESCARTARIA DE QUALQUER FORMA (CLIENTE INATIVO).  *
      ******************************************************************
       5000-EXCLUIR-FUTURAS.
           MOVE ZERO TO FT-DATA-EFETIVA.
           MOVE ZERO TO FT-CODIGO.
           MOVE ZERO TO FT-SEQ-ENDERECO.
           START FUTURAS KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-FUTURAS
           END-START.
           PERFORM 5010-TRATAR-FUTURA THRU 5010-EXIT
               UNTIL CAD-FIM-FUTURAS.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5010-TRATAR-FUTURA                                            *
      ******************************************************************
       5010-TRATAR-FUTURA.
           READ FUTURAS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FUTURAS
                   GO TO 5010-EXIT
           END-READ.
           MOVE FT-CODIGO TO CAD-CODIGO-TESTE.
           PERFORM 7900-PROCURAR-ANONIMIZADO THRU 7900-EXIT.
           IF NOT CAD-CODIGO-ACHADO
               GO TO 5010-EXIT
           END-IF.
           DELETE FUTURAS RECORD
               INVALID KEY
                   DISPLAY 'ORA003B - ERRO EXCLUINDO FUTCLI '
                           FT-CHAVE
                   GO TO 9999-ABEND
           END-DELETE.
           ADD 1 TO CAD-FUTURAS-EXCLUIDAS.
       5010-EXIT.
           EXIT.

      ******************************************************************
      *  5500-LIMPAR-JORNAL - IMAGENS ANTIGAS DOS CLIENTES             *
      *  ANONIMIZADOS NO CLIJRN.  A IMAGEM E DECODIFICADA NA AREA DO   *
      *  PROPRIO ARQUIVO (COMO NO ORA002J), LIMPA PELAS MESMAS ROTINAS *
      *  DO REGISTRO VIVO E REGRAVADA SE A LIMPEZA MUDOU ALGO (A       *
      *  IMAGEM DE CLIENTE ANONIMIZADO ANTES JA ESTA LIMPA).  AS       *
      *  IMAGENS GRAVADAS POR ESTA EXECUCAO PASSAM SEM MUDANCA.        *
      ******************************************************************
       5500-LIMPAR-JORNAL.
           MOVE ZERO   TO JN-DATA.
           MOVE ZERO   TO JN-HORA.
           MOVE SPACES TO JN-OPERADOR.
           MOVE SPACES TO JN-TERMINAL.
           MOVE ZERO   TO JN-SEQ.
           START JORNAL KEY IS NOT LESS THAN JN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-JORNAL
           END-START.
           PERFORM 5510-TRATAR-IMAGEM THRU 5510-EXIT
               UNTIL CAD-FIM-JORNAL.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  5510-TRATAR-IMAGEM                                            *
      ******************************************************************
       5510-TRATAR-IMAGEM.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-JORNAL
                   GO TO 5510-EXIT
           END-READ.
           IF JN-IMAGEM (1:6) NOT NUMERIC
               GO TO 5510-EXIT
           END-IF.
           IF JN-OPERADOR = 'ORA003B'
           AND JN-DATA = CAD-DATA-EXECUCAO
               GO TO 5510-EXIT
           END-IF.
           MOVE JN-IMAGEM (1:6) TO CAD-CODIGO-TESTE.
           PERFORM 7900-PROCURAR-ANONIMIZADO THRU 7900-EXIT.
           IF NOT CAD-CODIGO-ACHADO
               GO TO 5510-EXIT
           END-IF.
           MOVE JN-IMAGEM TO CAD-IMAGEM-ANTES.
           EVALUATE TRUE
               WHEN JN-IMAGEM-CLIMAST
                   MOVE JN-IMAGEM TO CLIENT-RECORD
                   PERFORM 7500-LIMPAR-MESTRE THRU 7500-EXIT
                   MOVE CLIENT-RECORD TO JN-IMAGEM
               WHEN JN-IMAGEM-CLIEND
                   MOVE JN-IMAGEM (1:138) TO ENDERECO-ENTREGA
                   PERFORM 7600-LIMPAR-ENDERECO THRU 7600-EXIT
                   MOVE ENDERECO-ENTREGA TO JN-IMAGEM (1:138)
               WHEN JN-IMAGEM-CLICONT
                   MOVE JN-IMAGEM (1:143) TO CONTATO-CLIENTE
                   PERFORM 7700-LIMPAR-CONTATO THRU 7700-EXIT
                   MOVE CONTATO-CLIENTE TO JN-IMAGEM (1:143)
               WHEN OTHER
                   GO TO 5510-EXIT
           END-EVALUATE.
           IF JN-IMAGEM = CAD-IMAGEM-ANTES
               GO TO 5510-EXIT
           END-IF.
           REWRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003B - ERRO REGRAVANDO CLIJRN '
                           JN-CHAVE
                   GO TO 9999-ABEND
           END-REWRITE.
           ADD 1 TO CAD-IMAGENS-LIMPAS.
       5510-EXIT.
           EXIT.

      ******************************************************************
      *  6000-LIMPAR-ARQUIVO - COPIA O AUDARCH INTEIRO (TODAS AS       *
      *  GERACOES) PARA O AUDARCN, LIMPANDO OS SLOTS PESSOAIS DAS      *
      *  ENTRADAS DOS CLIENTES ANONIMIZADOS.  LIDAS E GRAVADAS TEM DE  *
      *  BATER PARA A JCL TROCAR O ARQUIVO.                            *
      ******************************************************************
       6000-LIMPAR-ARQUIVO.
           PERFORM 6010-LER-ARQUIVO THRU 6010-EXIT.
           PERFORM 6020-COPIAR-ENTRADA THRU 6020-EXIT
               UNTIL CAD-FIM-ARQ.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6010-LER-ARQUIVO                                              *
      ******************************************************************
       6010-LER-ARQUIVO.
           READ ARQUIVO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-ARQ
           END-READ.
       6010-EXIT.
           EXIT.

      ******************************************************************
      *  6020-COPIAR-ENTRADA                                           *
      ******************************************************************
       6020-COPIAR-ENTRADA.
           ADD 1 TO CAD-ARQ-LIDAS.
           MOVE ARQ-AUDIT-RECORD TO AUDIT-RECORD.
           MOVE AU-CODIGO TO CAD-CODIGO-TESTE.
           PERFORM 7900-PROCURAR-ANONIMIZADO THRU 7900-EXIT.
           IF CAD-CODIGO-ACHADO
               PERFORM 7800-LIMPAR-SLOTS THRU 7800-EXIT
               IF CAD-LIMPOU
                   ADD 1 TO CAD-ARQ-LIMPAS
               END-IF
           END-IF.
           MOVE AUDIT-RECORD TO ARQ-NOVO-RECORD.
           WRITE ARQ-NOVO-RECORD.
           IF CAD-STATUS-ARQNOVO NOT = '00'
               DISPLAY 'ORA003B - ERRO GRAVANDO AUDARCN: '
                       CAD-STATUS-ARQNOVO
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO CAD-ARQ-GRAVADAS.
           PERFORM 6010-LER-ARQUIVO THRU 6010-EXIT.
       6020-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS - TOTAIS DE CONTROLE DA EXECUCAO         *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'CLIENTES LIDOS NO CLIMAST'       TO NT-TEXTO.
           MOVE CAD-CLIENTES-LIDOS                TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'CANDIDATOS (PESSOA FISICA INATIVA ANTES DO CORTE)'
                                                  TO NT-TEXTO.
           MOVE CAD-CANDIDATOS                    TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'CLIENTES ANONIMIZADOS'           TO NT-TEXTO.
           MOVE CAD-ANONIMIZADOS                  TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'ANONIMIZADOS EM EXECUCOES ANTERIORES' TO NT-TEXTO.
           MOVE CAD-JA-ANONIMIZADOS               TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'MANTIDOS - SALDO EM ABERTO NO BALCLI' TO NT-TEXTO.
           MOVE CAD-MANTIDOS-SALDO                TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'MANTIDOS - ACAO PENDENTE NO PENDAPR' TO NT-TEXTO.
           MOVE CAD-MANTIDOS-PENDENTE             TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           IF CAD-MANTIDOS-LIMITE > ZERO
               MOVE SPACES                       TO NL-TOTAL
               MOVE 'MANTIDOS - LIMITE DA EXECUCAO' TO NT-TEXTO
               MOVE CAD-MANTIDOS-LIMITE           TO NT-QUANTIDADE
               WRITE NL-TOTAL
           END-IF.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'ENDERECOS DE ENTREGA LIMPOS (CLIEND)' TO NT-TEXTO.
           MOVE CAD-ENDERECOS-LIMPOS              TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'CONTATOS LIMPOS (CLICONT)'       TO NT-TEXTO.
           MOVE CAD-CONTATOS-LIMPOS               TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'ENTRADAS DE AUDITORIA LIMPAS (AUDITLOG)' TO NT-TEXTO.
           MOVE CAD-ENTRADAS-LIMPAS               TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'MUDANCAS PROGRAMADAS EXCLUIDAS (FUTCLI)' TO NT-TEXTO.
           MOVE CAD-FUTURAS-EXCLUIDAS             TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'IMAGENS DO JORNAL LIMPAS (CLIJRN)' TO NT-TEXTO.
           MOVE CAD-IMAGENS-LIMPAS                TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'ENTRADAS ARQUIVADAS LIDAS (AUDARCH)' TO NT-TEXTO.
           MOVE CAD-ARQ-LIDAS                     TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'ENTRADAS ARQUIVADAS GRAVADAS (AUDARCN)' TO NT-TEXTO.
           MOVE CAD-ARQ-GRAVADAS                  TO NT-QUANTIDADE.
           WRITE NL-TOTAL.

           MOVE SPACES                           TO NL-TOTAL.
           MOVE 'ENTRADAS ARQUIVADAS LIMPAS'      TO NT-TEXTO.
           MOVE CAD-ARQ-LIMPAS                    TO NT-QUANTIDADE.
           WRITE NL-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-IMPRIMIR-MANTIDO - CANDIDATO DEIXADO COMO ESTA           *
      ******************************************************************
       7100-IMPRIMIR-MANTIDO.
           MOVE SPACES               TO NL-DETALHE.
           MOVE CM-CODIGO            TO NL-CODIGO.
           MOVE CM-DATA-INATIVACAO   TO NL-DATA-INATIVACAO.
           MOVE 'MANTIDO'            TO NL-RESULTADO.
           MOVE CAD-MOTIVO-MANTIDO   TO NL-MOTIVO.
           WRITE NL-DETALHE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7200-IMPRIMIR-ANONIMIZADO - CLIENTE ANONIMIZADO, COM O QUE   *
      *  FOI LIMPO NOS ARQUIVOS FILHOS E NA TRILHA.                    *
      ******************************************************************
       7200-IMPRIMIR-ANONIMIZADO.
           MOVE CAD-CLI-ENDERECOS    TO CAD-RC-ENDERECOS.
           MOVE CAD-CLI-CONTATOS     TO CAD-RC-CONTATOS.
           MOVE CAD-CLI-TRILHA       TO CAD-RC-TRILHA.
           MOVE SPACES               TO NL-DETALHE.
           MOVE CAD-CODIGO-CORRENTE  TO NL-CODIGO.
           MOVE CM-DATA-INATIVACAO   TO NL-DATA-INATIVACAO.
           MOVE 'ANONIMIZADO'        TO NL-RESULTADO.
           MOVE CAD-RESUMO-CLIENTE   TO NL-MOTIVO.
           WRITE NL-DETALHE.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  7500-LIMPAR-MESTRE - DADOS PESSOAIS DO REGISTRO DO CLIMAST:   *
      *  NOME, LOGRADOURO, CEP E CPF.  CIDADE/UF FICAM PARA A          *
      *  ESTATISTICA POR ESTADO.                                       *
      ******************************************************************
       7500-LIMPAR-MESTRE.
           MOVE CAD-NOME-ANONIMO    TO CM-NOME.
           MOVE SPACES              TO CM-ENDERECO.
           MOVE ZERO                TO CM-CEP.
           MOVE ZERO                TO CM-INSCRICAO-FISCAL.
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  7600-LIMPAR-ENDERECO - LOGRADOURO E CEP DO ENDERECO DE       *
      *  ENTREGA                                                       *
      ******************************************************************
       7600-LIMPAR-ENDERECO.
           MOVE SPACES              TO EN-ENDERECO.
           MOVE ZERO                TO EN-CEP.
       7600-EXIT.
           EXIT.

      ******************************************************************
      *  7700-LIMPAR-CONTATO - NOME, TELEFONE E E-MAIL DO CONTATO      *
      ******************************************************************
       7700-LIMPAR-CONTATO.
           MOVE CAD-CONTATO-ANONIMO TO KT-NOME.
           MOVE ZERO                TO KT-DDD.
           MOVE ZERO                TO KT-TELEFONE.
           MOVE ZERO                TO KT-RAMAL.
           MOVE SPACES              TO KT-EMAIL.
       7700-EXIT.
           EXIT.

      ******************************************************************
      *  7800-LIMPAR-SLOTS - APAGA ANTES E DEPOIS DOS SLOTS DE DADO    *
      *  PESSOAL DA ENTRADA NA AREA DO AUDITLOG; O NOME DO SLOT FICA,  *
      *  PARA A TRILHA CONTINUAR MOSTRANDO QUE O CAMPO MUDOU.          *
      ******************************************************************
       7800-LIMPAR-SLOTS.
           MOVE 'N' TO CAD-SW-LIMPOU.
           SET AU-IDX TO 1.
           PERFORM 7810-LIMPAR-SLOT THRU 7810-EXIT
               UNTIL AU-IDX > 9.
       7800-EXIT.
           EXIT.

      ******************************************************************
      *  7810-LIMPAR-SLOT - UM SLOT POR VEZ                            *
      ******************************************************************
       7810-LIMPAR-SLOT.
           IF AU-NOME-CAMPO (AU-IDX) = 'NOME'
           OR AU-NOME-CAMPO (AU-IDX) = 'ENDERECO'
           OR AU-NOME-CAMPO (AU-IDX) = 'CEP'
           OR AU-NOME-CAMPO (AU-IDX) = 'INSCRICAO'
           OR AU-NOME-CAMPO (AU-IDX) = 'TELEFONE'
           OR AU-NOME-CAMPO (AU-IDX) = 'EMAIL'
           OR AU-NOME-CAMPO (AU-IDX) = 'EMAIL-CONT'
           OR AU-NOME-CAMPO (AU-IDX) = 'ENDENTREGA'
               IF AU-VALOR-ANTES (AU-IDX) NOT = SPACES
               OR AU-VALOR-DEPOIS (AU-IDX) NOT = SPACES
                   MOVE SPACES TO AU-VALOR-ANTES (AU-IDX)
                   MOVE SPACES TO AU-VALOR-DEPOIS (AU-IDX)
                   MOVE 'S' TO CAD-SW-LIMPOU
               END-IF
           END-IF.
           SET AU-IDX UP BY 1.
       7810-EXIT.
           EXIT.

      ******************************************************************
      *  7900-PROCURAR-ANONIMIZADO - CAD-CODIGO-TESTE FOI ANONIMIZADO  *
      *  (NESTA EXECUCAO OU ANTES)?  BUSCA BINARIA NA TABELA ORDENADA. *
      ******************************************************************
       7900-PROCURAR-ANONIMIZADO.
           MOVE 'N' TO CAD-SW-ACHOU-CODIGO.
           IF CAD-QTD-ANONIMIZADOS = ZERO
               GO TO 7900-EXIT
           END-IF.
           SEARCH ALL CAD-ANO-ENTRADA
               AT END
                   CONTINUE
               WHEN CAD-ANO-CODIGO (CAD-ANO-IDX) = CAD-CODIGO-TESTE
                   MOVE 'S' TO CAD-SW-ACHOU-CODIGO
           END-SEARCH.
       7900-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST SALDOS PENDENTES ENDERECOS CONTATOS AUDITLOG
                 FUTURAS JORNAL ARQUIVO ARQUIVO-NOVO RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
