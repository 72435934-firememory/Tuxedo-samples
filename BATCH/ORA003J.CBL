      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003J                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Address standardization, apply run.  Reads the PROPEND      *
      *   cards ORA003I wrote and the client-data team reviewed, and  *
      *   applies the ones marked accepted (NP-ACEITE 'S'): the       *
      *   proposed form goes to CM-ENDERECO (origin 'C') or to the    *
      *   EN-ENDERECO of the delivery sequence (origin 'E').  A card  *
      *   is applied only while the address on file still reads       *
      *   exactly what ORA003I saw -- a clerk who changed it on the   *
      *   screen since then wins -- and only for a client that is     *
      *   still ACTIVE and has no FUTCLI change pending.  Every       *
      *   skipped card is reported with the reason.                   *
      *                                                                *
      *   An applied change is handled like any other maintenance:    *
      *   the last-maintenance stamp (operator 'ORA003J'), an         *
      *   AUDITLOG 'M' entry with the before/after address, and the   *
      *   full after-image on the CLIJRN journal.  A delivery         *
      *   address also refreshes its owner's stamp on CLIMAST (as     *
      *   ORA002N and ORA002F do) so the ORA002E delta extract sees   *
      *   the client.  Its audit entry carries the sequence in slot   *
      *   'SEQ-ENTREG' and the address in slot 'ENDENTREGA'.          *
      *                                                                *
      *   The run stops after 9999 applied cards (the journal and     *
      *   audit keys run out inside one second) with RETURN-CODE 4;   *
      *   resubmitted with the same PROPEND it skips what is already  *
      *   applied and carries on.                                     *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  A journal/audit key is taken only when a   *
      *                    card is about to be applied; discarded     *
      *                    cards (already applied, client inactive,   *
      *                    address changed) no longer use one up, so  *
      *                    a resubmission gets past the cards the     *
      *                    first run applied.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003J.
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
           SELECT PROPOSTAS     ASSIGN TO PROPEND
               FILE STATUS IS CAD-STATUS-PROPOSTA.

           SELECT FUTURAS       ASSIGN TO FUTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS CAD-STATUS-FUTURAS.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-ENDER.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS CAD-STATUS-AUDIT.

           SELECT JORNAL        ASSIGN TO CLIJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JN-CHAVE
               FILE STATUS IS CAD-STATUS-JORNAL.

           SELECT RELATORIO     ASSIGN TO PADAPL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  PROPOSTAS
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROPREC.

       FD  FUTURAS.
       COPY FUTREC.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  AUDITLOG.
       COPY AUDITREC.

       FD  JORNAL.
       COPY JRNREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY PADLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-PROPOSTA          PIC X(02)   VALUE '00'.
       01  CAD-STATUS-FUTURAS           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDER             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-AUDIT             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-JORNAL            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-PROPOSTAS         PIC X(01)   VALUE 'N'.
           88  CAD-FIM-PROPOSTAS        VALUE 'S'.
       01  CAD-SW-FIM-FUTURAS           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FUTURAS          VALUE 'S'.
       01  CAD-SW-PENDENTE              PIC X(01)   VALUE 'N'.
           88  CAD-CLIENTE-PENDENTE     VALUE 'S'.
       01  CAD-SW-LIMITE                PIC X(01)   VALUE 'N'.
           88  CAD-LIMITE-ATINGIDO      VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-EXECUCAO            PIC 9(06)   VALUE ZERO.
       01  CAD-SEQ-APLICACAO            PIC 9(04)   VALUE ZERO.
       01  CAD-MOTIVO-DESCARTE          PIC X(30)   VALUE SPACES.
       01  CAD-ENDERECO-ANTES           PIC X(30)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  CODIGOS COM MUDANCA PROGRAMADA NO FUTCLI (MESMA TABELA DO     *
      *  ORA003I).  CADA CODIGO ENTRA UMA SO VEZ; PESQUISA LINEAR.     *
      *---------------------------------------------------------------*
       01  CAD-MAX-PENDENTES            PIC 9(04)   COMP VALUE 5000.
       01  CAD-QTD-PENDENTES            PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-PENDENTES.
           05  CAD-PN-ENTRADA           OCCURS 1 TO 5000 TIMES
                                        DEPENDING ON
                                            CAD-QTD-PENDENTES
                                        INDEXED BY CAD-PN-IDX.
               10  CAD-PN-CODIGO        PIC 9(06).

       01  CAD-CONTADORES.
           05  CAD-PROPOSTAS-LIDAS      PIC 9(08)   VALUE ZERO.
           05  CAD-PROPOSTAS-RECUSADAS  PIC 9(08)   VALUE ZERO.
           05  CAD-PROPOSTAS-APLICADAS  PIC 9(08)   VALUE ZERO.
           05  CAD-PROPOSTAS-DESCARTADAS
                                        PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.

           PERFORM 1000-ABRIR-ARQUIVOS     THRU 1000-EXIT.
           PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT.

           PERFORM 2500-CARREGAR-PENDENTES THRU 2500-EXIT.

           PERFORM 3000-LER-PROPOSTA THRU 3000-EXIT.
           PERFORM 4000-PROCESSAR-PROPOSTA THRU 4000-EXIT
               UNTIL CAD-FIM-PROPOSTAS.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
           DISPLAY 'ORA003J - PROPOSTAS LIDAS          : '
                   CAD-PROPOSTAS-LIDAS.
           DISPLAY 'ORA003J - PROPOSTAS APLICADAS      : '
                   CAD-PROPOSTAS-APLICADAS.
           DISPLAY 'ORA003J - PROPOSTAS DESCARTADAS    : '
                   CAD-PROPOSTAS-DESCARTADAS.
           IF CAD-LIMITE-ATINGIDO
               DISPLAY 'ORA003J - LIMITE DE 9999 APLICACOES ATINGIDO'
                       ' - RESUBMETA PARA APLICAR O RESTANTE'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  PROPOSTAS.
           OPEN INPUT  FUTURAS.
           OPEN I-O    CLIMAST.
           OPEN I-O    ENDERECOS.
           OPEN I-O    AUDITLOG.
           OPEN I-O    JORNAL.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-PROPOSTA NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO PROPEND: '
                       CAD-STATUS-PROPOSTA
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-FUTURAS NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO FUTCLI: '
                       CAD-STATUS-FUTURAS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDER NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDER
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-AUDIT NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO AUDITLOG: '
                       CAD-STATUS-AUDIT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-JORNAL NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO CLIJRN: '
                       CAD-STATUS-JORNAL
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003J - ERRO ABRINDO PADAPL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-IMPRIMIR-CABECALHO                                       *
      ******************************************************************
       1100-IMPRIMIR-CABECALHO.
           MOVE SPACES TO PA-CABECALHO.
           MOVE 'APLICACAO DAS PROPOSTAS DE PADRONIZACAO DE ENDERECOS'
               TO PA-TITULO.
           MOVE CAD-DATA-EXECUCAO TO PA-DATA-EXECUCAO.
           WRITE PA-CABECALHO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2500-CARREGAR-PENDENTES - CODIGOS COM MUDANCA PROGRAMADA.     *
      *  O FUTCLI E LIDO AGORA, NAO NO DIA DA PROPOSTA: MUDANCA        *
      *  PROGRAMADA DEPOIS DA REVISAO TAMBEM SEGURA O CLIENTE.         *
      ******************************************************************
       2500-CARREGAR-PENDENTES.
           PERFORM 2600-LER-FUTURA THRU 2600-EXIT.
           PERFORM 2700-GUARDAR-PENDENTE THRU 2700-EXIT
               UNTIL CAD-FIM-FUTURAS.
           CLOSE FUTURAS.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  2600-LER-FUTURA                                               *
      ******************************************************************
       2600-LER-FUTURA.
           READ FUTURAS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-FUTURAS
           END-READ.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2700-GUARDAR-PENDENTE - CODIGO JA NA TABELA NAO ENTRA DE NOVO *
      ******************************************************************
       2700-GUARDAR-PENDENTE.
           MOVE FT-CODIGO TO NP-CODIGO.
           PERFORM 2800-PESQUISAR-PENDENTE THRU 2800-EXIT.
           IF NOT CAD-CLIENTE-PENDENTE
               IF CAD-QTD-PENDENTES NOT < CAD-MAX-PENDENTES
                   DISPLAY 'ORA003J - FUTCLI COM MAIS DE '
                           CAD-MAX-PENDENTES
                           ' CLIENTES - AMPLIE A TABELA'
                   GO TO 9999-ABEND
               END-IF
               ADD 1 TO CAD-QTD-PENDENTES
               SET CAD-PN-IDX TO CAD-QTD-PENDENTES
               MOVE FT-CODIGO TO CAD-PN-CODIGO (CAD-PN-IDX)
           END-IF.
           PERFORM 2600-LER-FUTURA THRU 2600-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *  2800-PESQUISAR-PENDENTE - NP-CODIGO NA TABELA?                *
      ******************************************************************
       2800-PESQUISAR-PENDENTE.
           MOVE 'N' TO CAD-SW-PENDENTE.
           IF CAD-QTD-PENDENTES = ZERO
               GO TO 2800-EXIT
           END-IF.
           SET CAD-PN-IDX TO 1.
           SEARCH CAD-PN-ENTRADA
               AT END
                   CONTINUE
               WHEN CAD-PN-CODIGO (CAD-PN-IDX) = NP-CODIGO
                   MOVE 'S' TO CAD-SW-PENDENTE
           END-SEARCH.
       2800-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LER-PROPOSTA                                             *
      ******************************************************************
       3000-LER-PROPOSTA.
           READ PROPOSTAS
               AT END
                   MOVE 'S' TO CAD-SW-FIM-PROPOSTAS
           END-READ.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PROCESSAR-PROPOSTA                                       *
      ******************************************************************
       4000-PROCESSAR-PROPOSTA.
           PERFORM 4020-TRATAR-PROPOSTA THRU 4020-EXIT.
           IF NOT CAD-FIM-PROPOSTAS
               PERFORM 3000-LER-PROPOSTA THRU 3000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4020-TRATAR-PROPOSTA - CARTAO NAO ACEITO SO E CONTADO; ACEITO *
      *  E APLICADO OU DESCARTADO, COM O MOTIVO.  ATINGIDO O LIMITE DE *
      *  APLICACOES (4900), A LEITURA PARA AQUI E O CARTAO QUE NAO     *
      *  COUBE FICA PARA O REENVIO, COMO SE NAO TIVESSE SIDO LIDO.     *
      ******************************************************************
       4020-TRATAR-PROPOSTA.
           ADD 1 TO CAD-PROPOSTAS-LIDAS.
           IF NOT NP-ACEITA
               ADD 1 TO CAD-PROPOSTAS-RECUSADAS
               GO TO 4020-EXIT
           END-IF.
           MOVE SPACES TO CAD-MOTIVO-DESCARTE.

           EVALUATE TRUE
               WHEN NP-ORIGEM-MESTRE
                   PERFORM 4100-APLICAR-MESTRE THRU 4100-EXIT
               WHEN NP-ORIGEM-ENTREGA
                   PERFORM 5000-APLICAR-ENDERECO THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'ORIGEM DA PROPOSTA INVALIDA'
                       TO CAD-MOTIVO-DESCARTE
           END-EVALUATE.
           IF CAD-LIMITE-ATINGIDO
               SUBTRACT 1 FROM CAD-PROPOSTAS-LIDAS
               GO TO 4020-EXIT
           END-IF.

           IF CAD-MOTIVO-DESCARTE = SPACES
               ADD 1 TO CAD-PROPOSTAS-APLICADAS
           ELSE
               ADD 1 TO CAD-PROPOSTAS-DESCARTADAS
           END-IF.
           PERFORM 6000-IMPRIMIR-PROPOSTA THRU 6000-EXIT.
       4020-EXIT.
           EXIT.

      ******************************************************************
      *  4050-VALIDAR-CLIENTE - O DONO DO ENDERECO TEM DE EXISTIR,     *
      *  ESTAR ATIVO E NAO TER MUDANCA PROGRAMADA.  O MESTRE FICA LIDO *
      *  NA AREA DO FD PARA A REGRAVACAO.                              *
      ******************************************************************
       4050-VALIDAR-CLIENTE.
           MOVE NP-CODIGO TO CM-CODIGO.
           READ CLIMAST
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CAD-MOTIVO-DESCARTE
                   GO TO 4050-EXIT
           END-READ.
           IF NOT CM-ATIVO
               MOVE 'CLIENTE INATIVO' TO CAD-MOTIVO-DESCARTE
               GO TO 4050-EXIT
           END-IF.
           PERFORM 2800-PESQUISAR-PENDENTE THRU 2800-EXIT.
           IF CAD-CLIENTE-PENDENTE
               MOVE 'MUDANCA PROGRAMADA NO FUTCLI'
                   TO CAD-MOTIVO-DESCARTE
           END-IF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *  4100-APLICAR-MESTRE - ORIGEM 'C': A FORMA PROPOSTA ENTRA EM   *
      *  CM-ENDERECO COM O CARIMBO DO DIA, SE O ENDERECO NO CADASTRO   *
      *  AINDA FOR O QUE O ORA003I VIU.                                *
      ******************************************************************
       4100-APLICAR-MESTRE.
           PERFORM 4050-VALIDAR-CLIENTE THRU 4050-EXIT.
           IF CAD-MOTIVO-DESCARTE NOT = SPACES
               GO TO 4100-EXIT
           END-IF.
           IF CM-ENDERECO NOT = NP-ENDERECO-ATUAL
               IF CM-ENDERECO = NP-ENDERECO-PROPOSTO
                   MOVE 'PROPOSTA JA APLICADA' TO CAD-MOTIVO-DESCARTE
               ELSE
                   MOVE 'ENDERECO ALTERADO DESDE A PROPOSTA'
                       TO CAD-MOTIVO-DESCARTE
               END-IF
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4900-RESERVAR-CHAVE THRU 4900-EXIT.
           IF CAD-LIMITE-ATINGIDO
               GO TO 4100-EXIT
           END-IF.

           MOVE CM-ENDERECO          TO CAD-ENDERECO-ANTES.
           MOVE NP-ENDERECO-PROPOSTO TO CM-ENDERECO.
           MOVE CAD-DATA-EXECUCAO    TO CM-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO    TO CM-ULT-HORA-MANUT.
           MOVE 'ORA003J'            TO CM-ULT-OPERADOR.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   MOVE 'ERRO REGRAVANDO O CLIMAST'
                       TO CAD-MOTIVO-DESCARTE
                   GO TO 4100-EXIT
           END-REWRITE.
           PERFORM 4500-JORNAL-MESTRE  THRU 4500-EXIT.
           PERFORM 4600-AUDITAR-MESTRE THRU 4600-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4500-JORNAL-MESTRE - IMAGEM COMPLETA DO MESTRE RECEM-GRAVADO  *
      *  NO JORNAL CLIJRN (RECUPERACAO AVANTE, ORA002J)                *
      ******************************************************************
       4500-JORNAL-MESTRE.
           MOVE CAD-DATA-EXECUCAO TO JN-DATA.
           MOVE CAD-HORA-EXECUCAO TO JN-HORA.
           MOVE 'ORA003J'         TO JN-OPERADOR.
           MOVE CAD-SEQ-APLICACAO TO JN-TERMINAL.
           MOVE 1                 TO JN-SEQ.
           MOVE 'CLIMAST '        TO JN-ARQUIVO.
           MOVE SPACES            TO JN-IMAGEM.
           MOVE CLIENT-RECORD     TO JN-IMAGEM.
           WRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003J - FALHA GRAVANDO JORNAL CLI '
                           CM-CODIGO
           END-WRITE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4550-JORNAL-ENDERECO - IMAGEM DO ENDERECO DE ENTREGA GRAVADO  *
      ******************************************************************
       4550-JORNAL-ENDERECO.
           MOVE CAD-DATA-EXECUCAO TO JN-DATA.
           MOVE CAD-HORA-EXECUCAO TO JN-HORA.
           MOVE 'ORA003J'         TO JN-OPERADOR.
           MOVE CAD-SEQ-APLICACAO TO JN-TERMINAL.
           MOVE 2                 TO JN-SEQ.
           MOVE 'CLIEND  '        TO JN-ARQUIVO.
           MOVE SPACES            TO JN-IMAGEM.
           MOVE ENDERECO-ENTREGA  TO JN-IMAGEM.
           WRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003J - FALHA GRAVANDO JORNAL END '
                           EN-CHAVE
           END-WRITE.
       4550-EXIT.
           EXIT.

      ******************************************************************
      *  4600-AUDITAR-MESTRE - ENTRADA DE ALTERACAO ('M'): SO O        *
      *  ENDERECO MUDOU; CODIGO E NOME VAO IGUAIS NOS DOIS LADOS PARA  *
      *  IDENTIFICAR O CLIENTE, OS DEMAIS SLOTS FICAM EM BRANCO.       *
      ******************************************************************
       4600-AUDITAR-MESTRE.
           MOVE SPACES            TO AUDIT-RECORD.
           MOVE CM-CODIGO         TO AU-CODIGO.
           MOVE CAD-DATA-EXECUCAO TO AU-DATA.
           MOVE CAD-HORA-EXECUCAO TO AU-HORA.
           MOVE 'ORA003J'         TO AU-OPERADOR.
           MOVE CAD-SEQ-APLICACAO TO AU-TERMINAL.
           MOVE 'M'               TO AU-TIPO-TRANS.

           SET AU-IDX TO 1.
           MOVE 'CODIGO'           TO AU-NOME-CAMPO (AU-IDX).
           MOVE CM-CODIGO          TO AU-VALOR-ANTES (AU-IDX).
           MOVE CM-CODIGO          TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 2.
           MOVE 'NOME'             TO AU-NOME-CAMPO (AU-IDX).
           MOVE CM-NOME            TO AU-VALOR-ANTES (AU-IDX).
           MOVE CM-NOME            TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 3.
           MOVE 'ENDERECO'         TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-ENDERECO-ANTES TO AU-VALOR-ANTES (AU-IDX).
           MOVE CM-ENDERECO        TO AU-VALOR-DEPOIS (AU-IDX).

           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003J - FALHA GRAVANDO AUDITORIA CLI '
                           AU-CODIGO
           END-WRITE.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *  4650-AUDITAR-ENDERECO - ENTRADA 'M' DO ENDERECO DE ENTREGA:   *
      *  A SEQUENCIA EM 'SEQ-ENTREG' E O ENDERECO ANTES/DEPOIS EM      *
      *  'ENDENTREGA'.                                                 *
      ******************************************************************
       4650-AUDITAR-ENDERECO.
           MOVE SPACES            TO AUDIT-RECORD.
           MOVE CM-CODIGO         TO AU-CODIGO.
           MOVE CAD-DATA-EXECUCAO TO AU-DATA.
           MOVE CAD-HORA-EXECUCAO TO AU-HORA.
           MOVE 'ORA003J'         TO AU-OPERADOR.
           MOVE CAD-SEQ-APLICACAO TO AU-TERMINAL.
           MOVE 'M'               TO AU-TIPO-TRANS.

           SET AU-IDX TO 1.
           MOVE 'CODIGO'           TO AU-NOME-CAMPO (AU-IDX).
           MOVE CM-CODIGO          TO AU-VALOR-ANTES (AU-IDX).
           MOVE CM-CODIGO          TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 2.
           MOVE 'SEQ-ENTREG'       TO AU-NOME-CAMPO (AU-IDX).
           MOVE EN-SEQUENCIA       TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 3.
           MOVE 'ENDENTREGA'       TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-ENDERECO-ANTES TO AU-VALOR-ANTES (AU-IDX).
           MOVE EN-ENDERECO        TO AU-VALOR-DEPOIS (AU-IDX).

           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003J - FALHA GRAVANDO AUDITORIA END '
                           EN-CHAVE
           END-WRITE.
       4650-EXIT.
           EXIT.

      ******************************************************************
      *  4900-RESERVAR-CHAVE - CHAVE DE JORNAL/AUDITORIA DA APLICACAO, *
      *  TOMADA SO DEPOIS QUE O CARTAO PASSOU POR TODAS AS VALIDACOES: *
      *  CARTAO DESCARTADO NAO GASTA CHAVE.  ESGOTADAS AS 9999, A      *
      *  EXECUCAO PARA COM O LIMITE ATINGIDO.                          *
      ******************************************************************
       4900-RESERVAR-CHAVE.
           IF CAD-SEQ-APLICACAO NOT < 9999
               MOVE 'S' TO CAD-SW-LIMITE
               MOVE 'S' TO CAD-SW-FIM-PROPOSTAS
               GO TO 4900-EXIT
           END-IF.
           ADD 1 TO CAD-SEQ-APLICACAO.
       4900-EXIT.
           EXIT.

      ******************************************************************
      *  5000-APLICAR-ENDERECO - ORIGEM 'E': A FORMA PROPOSTA ENTRA NO *
      *  ENDERECO DE ENTREGA, QUE TEM DE CONTINUAR VIGENTE E COM O     *
      *  TEXTO QUE O ORA003I VIU.  O CARIMBO DO DONO NO CLIMAST E      *
      *  REFEITO COMO O ORA002F FAZ.                                   *
      ******************************************************************
       5000-APLICAR-ENDERECO.
           PERFORM 4050-VALIDAR-CLIENTE THRU 4050-EXIT.
           IF CAD-MOTIVO-DESCARTE NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           MOVE NP-CODIGO    TO EN-CODIGO.
           MOVE NP-SEQUENCIA TO EN-SEQUENCIA.
           READ ENDERECOS
               INVALID KEY
                   MOVE 'ENDERECO DE ENTREGA NAO EXISTE'
                       TO CAD-MOTIVO-DESCARTE
                   GO TO 5000-EXIT
           END-READ.
           IF NOT EN-VIGENTE
               MOVE 'ENDERECO DE ENTREGA ENCERRADO'
                   TO CAD-MOTIVO-DESCARTE
               GO TO 5000-EXIT
           END-IF.
           IF EN-ENDERECO NOT = NP-ENDERECO-ATUAL
               IF EN-ENDERECO = NP-ENDERECO-PROPOSTO
                   MOVE 'PROPOSTA JA APLICADA' TO CAD-MOTIVO-DESCARTE
               ELSE
                   MOVE 'ENDERECO ALTERADO DESDE A PROPOSTA'
                       TO CAD-MOTIVO-DESCARTE
               END-IF
               GO TO 5000-EXIT
           END-IF.

           PERFORM 4900-RESERVAR-CHAVE THRU 4900-EXIT.
           IF CAD-LIMITE-ATINGIDO
               GO TO 5000-EXIT
           END-IF.

           MOVE EN-ENDERECO          TO CAD-ENDERECO-ANTES.
           MOVE NP-ENDERECO-PROPOSTO TO EN-ENDERECO.
           MOVE CAD-DATA-EXECUCAO    TO EN-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO    TO EN-ULT-HORA-MANUT.
           MOVE 'ORA003J'            TO EN-ULT-OPERADOR.
           REWRITE ENDERECO-ENTREGA
               INVALID KEY
                   MOVE 'ERRO REGRAVANDO O CLIEND'
                       TO CAD-MOTIVO-DESCARTE
                   GO TO 5000-EXIT
           END-REWRITE.
           PERFORM 4550-JORNAL-ENDERECO  THRU 4550-EXIT.
           PERFORM 4650-AUDITAR-ENDERECO THRU 4650-EXIT.
           PERFORM 5500-CARIMBAR-MESTRE  THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5500-CARIMBAR-MESTRE - REFAZ O CARIMBO DE ULTIMA MANUTENCAO   *
      *  DO DONO DO ENDERECO E JORNALIZA A NOVA IMAGEM DO MESTRE       *
      ******************************************************************
       5500-CARIMBAR-MESTRE.
           MOVE CAD-DATA-EXECUCAO TO CM-ULT-DATA-MANUT.
           MOVE CAD-HORA-EXECUCAO TO CM-ULT-HORA-MANUT.
           MOVE 'ORA003J'         TO CM-ULT-OPERADOR.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003J - FALHA CARIMBANDO CLI '
                           CM-CODIGO
               NOT INVALID KEY
                   PERFORM 4500-JORNAL-MESTRE THRU 4500-EXIT
           END-REWRITE.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-PROPOSTA - UMA LINHA POR CARTAO ACEITO:         *
      *  APLICADO OU O MOTIVO DO DESCARTE                              *
      ******************************************************************
       6000-IMPRIMIR-PROPOSTA.
           MOVE SPACES                 TO PA-DETALHE.
           IF NP-ORIGEM-ENTREGA
               MOVE 'ENTREGA'          TO PA-ORIGEM
               MOVE NP-SEQUENCIA       TO PA-SEQUENCIA
           ELSE
               MOVE 'MESTRE'           TO PA-ORIGEM
           END-IF.
           MOVE NP-CODIGO              TO PA-CODIGO.
           MOVE NP-ENDERECO-ATUAL      TO PA-ENDERECO-ATUAL.
           MOVE NP-ENDERECO-PROPOSTO   TO PA-ENDERECO-NOVO.
           IF CAD-MOTIVO-DESCARTE = SPACES
               MOVE 'APLICADA'         TO PA-RESULTADO
           ELSE
               MOVE CAD-MOTIVO-DESCARTE TO PA-RESULTADO
           END-IF.
           WRITE PA-DETALHE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'PROPOSTAS LIDAS'               TO PA-TEXTO-TOTAL.
           MOVE CAD-PROPOSTAS-LIDAS              TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'PROPOSTAS NAO ACEITAS NA REVISAO' TO PA-TEXTO-TOTAL.
           MOVE CAD-PROPOSTAS-RECUSADAS          TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'PROPOSTAS APLICADAS'           TO PA-TEXTO-TOTAL.
           MOVE CAD-PROPOSTAS-APLICADAS          TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'PROPOSTAS ACEITAS E DESCARTADAS' TO PA-TEXTO-TOTAL.
           MOVE CAD-PROPOSTAS-DESCARTADAS        TO PA-QUANTIDADE.
           WRITE PA-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE PROPOSTAS CLIMAST ENDERECOS AUDITLOG JORNAL
                 RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
