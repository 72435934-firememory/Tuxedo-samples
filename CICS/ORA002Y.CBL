      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA002Y                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   CICS pseudo-conversational maintenance of the client-        *
      *   contact child file CLICONT behind the MAPG01 map (mapset     *
      *   ORA008).  A contact lives under an existing, active client   *
      *   (CODIGO) plus a sequence number keyed by the clerk, and      *
      *   carries the person's name, role (C compras, F financeiro,    *
      *   E entrega), phone, e-mail and the preferred flag.  ENTER     *
      *   adds or updates the contact; marking it preferred moves the  *
      *   flag off whichever other current contact of the client had   *
      *   it, so there is never more than one.  PF5 end-dates the      *
      *   displayed contact (it stays on file for history but drops    *
      *   off the contact list, and loses the preferred flag); PF7/    *
      *   PF8 browse the client's contacts by sequence; PF3 ends the   *
      *   transaction.  Same rules as the MAPC01 address screen        *
      *   (ORA002N): the OPERPRF profile gates each function key,      *
      *   refusals go to AUDITLOG type 'N', no contact may be added    *
      *   or changed under an inactive client, and every committed     *
      *   CLICONT write journals its after-image to CLIJRN.  Each      *
      *   committed change is also written to AUDITLOG with type 'C'   *
      *   and the before/after image of the contact fields.            *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *   2026-10-15  RPS  ENTER checks that CODIGO is numeric and    *
      *                    non-zero before CLIMAST/CLICONT are read   *
      *                    with it.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA002Y.
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
           05  CAD-ACHOU-MESTRE          PIC X(01)   VALUE 'N'.
               88  CAD-MESTRE-ACHADO     VALUE 'S'.
           05  CAD-ACHOU-CONTATO         PIC X(01)   VALUE 'N'.
               88  CAD-CONTATO-ACHADO    VALUE 'S'.
           05  CAD-SW-LEITURA-BROWSE     PIC X(01)   VALUE 'N'.
               88  CAD-LEITURA-OK        VALUE 'S'.
           05  CAD-SW-FIM-PROCURA        PIC X(01)   VALUE 'N'.
               88  CAD-FIM-PROCURA       VALUE 'S'.
           05  CAD-SW-TEM-TELEFONE       PIC X(01)   VALUE 'N'.
               88  CAD-TEM-TELEFONE      VALUE 'S'.
           05  CAD-SW-TEM-EMAIL          PIC X(01)   VALUE 'N'.
               88  CAD-TEM-EMAIL         VALUE 'S'.

       01  CAD-QTD-ERROS                 PIC 9(02)   VALUE ZERO.
       01  CAD-TABELA-ERROS.
           05  CAD-ERRO-MSG              OCCURS 6 TIMES
                                         PIC X(60).
       01  CAD-MSG-TEMP                  PIC X(60)   VALUE SPACES.

       01  CAD-RESP                      PIC S9(08) COMP.
       01  CAD-RESP-ENDBR                PIC S9(08) COMP.
       01  CAD-RESP-JORNAL               PIC S9(08) COMP.
       01  CAD-RESP-AUDITORIA            PIC S9(08) COMP.
       01  CAD-SEQ-JORNAL                PIC 9(02)   VALUE ZERO.
       01  CAD-ABSTIME                   PIC S9(15) COMP-3.
       01  CAD-OPERADOR                  PIC X(08)   VALUE SPACES.

       01  CAD-DATA-HORA.
           05  CAD-DATA                  PIC 9(08).
           05  CAD-HORA                  PIC 9(06).

      *----------------------------------------------------------------*
      *  CAD-SITUACAO-TELA - MONTAGEM DO TEXTO DE SITUACAO DO CONTATO   *
      *  EXIBIDO EM SITCONTO ('VIGENTE' OU 'ENCERRADO AAAAMMDD').       *
      *----------------------------------------------------------------*
       01  CAD-SITUACAO-TELA.
           05  CAD-SIT-TEXTO             PIC X(10).
           05  CAD-SIT-DATA              PIC 9(08).
           05  FILLER                    PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-CHAVE-BROWSE - CHAVE DE TRABALHO DO STARTBR/READNEXT/      *
      *  READPREV SOBRE O CLICONT.                                     *
      *----------------------------------------------------------------*
       01  CAD-CHAVE-BROWSE.
           05  CAD-CB-CODIGO             PIC 9(06).
           05  CAD-CB-SEQUENCIA          PIC 9(02).

      *----------------------------------------------------------------*
      *  CAD-CONTATO-NOVO - CAMPOS DO CONTATO JA EDITADOS, COMO VAO     *
      *  PARA O CLICONT.  CAD-CONTATO-ANTES - IMAGEM DO CONTATO LIDO    *
      *  ANTES DA ALTERACAO, PARA OS SLOTS "ANTES" DO AUDITLOG.         *
      *----------------------------------------------------------------*
       01  CAD-CONTATO-NOVO.
           05  CAD-KT-NOME               PIC X(30).
           05  CAD-KT-FUNCAO             PIC X(01).
           05  CAD-KT-DDD                PIC 9(02).
           05  CAD-KT-TELEFONE           PIC 9(09).
           05  CAD-KT-RAMAL              PIC 9(04).
           05  CAD-KT-EMAIL              PIC X(50).
           05  CAD-KT-PREFERENCIAL       PIC X(01).

       01  CAD-CONTATO-ANTES.
           05  CAD-KT-SEQ-ANTES          PIC X(02).
           05  CAD-KT-NOME-ANTES         PIC X(30).
           05  CAD-KT-FUNCAO-ANTES       PIC X(01).
           05  CAD-KT-EMAIL-ANTES        PIC X(50).
           05  CAD-KT-PREF-ANTES         PIC X(01).
           05  CAD-KT-DATA-INICIO-ANTES  PIC 9(08).
           05  CAD-KT-DATA-FIM-ANTES     PIC X(08).

      *----------------------------------------------------------------*
      *  TELEFONE FORMATADO PARA OS SLOTS DO AUDITLOG: (DD)NNNNNNNNN    *
      *  RNNNN.  UM PARA A IMAGEM ANTERIOR, OUTRO PARA A NOVA.          *
      *----------------------------------------------------------------*
       01  CAD-FONE-ANTES.
           05  FILLER                    PIC X(01)   VALUE '('.
           05  CAD-FA-DDD                PIC 9(02).
           05  FILLER                    PIC X(01)   VALUE ')'.
           05  CAD-FA-TELEFONE           PIC 9(09).
           05  FILLER                    PIC X(02)   VALUE ' R'.
           05  CAD-FA-RAMAL              PIC 9(04).
       01  CAD-FONE-DEPOIS.
           05  FILLER                    PIC X(01)   VALUE '('.
           05  CAD-FD-DDD                PIC 9(02).
           05  FILLER                    PIC X(01)   VALUE ')'.
           05  CAD-FD-TELEFONE           PIC 9(09).
           05  FILLER                    PIC X(02)   VALUE ' R'.
           05  CAD-FD-RAMAL              PIC 9(04).

      *----------------------------------------------------------------*
      *  SEQUENCIA DO CONTATO QUE PERDEU A MARCA DE PREFERIDO PARA O    *
      *  CONTATO GRAVADO AGORA (ZERO = NENHUM).  VAI NO SLOT 9 DA       *
      *  ENTRADA DE AUDITORIA.                                         *
      *----------------------------------------------------------------*
       01  CAD-SEQ-PREF-ANTERIOR         PIC 9(02)   VALUE ZERO.
       01  CAD-SEQ-PREF-TEXTO            PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  AREA DE EDICAO DO E-MAIL: UM '@' SO, COM ALGO ANTES DELE, UM   *
      *  PONTO DEPOIS E NENHUM ESPACO NO MEIO.                          *
      *----------------------------------------------------------------*
       01  CAD-EDICAO-EMAIL.
           05  CAD-QTD-ARROBA            PIC 9(02)   COMP.
           05  CAD-POS-ARROBA            PIC 9(02)   COMP.
           05  CAD-QTD-PONTO             PIC 9(02)   COMP.
           05  CAD-TAM-EMAIL             PIC 9(02)   COMP.

      *----------------------------------------------------------------*
      *  CAD-PERFIL - O QUE O PERFIL DO OPERADOR (OPERPRF) PERMITE     *
      *  NESTA TRANSACAO.  OPERADOR SEM REGISTRO NO ARQUIVO FICA COM   *
      *  OS PADROES ABAIXO: SO CONSULTA.  ENCERRAR UM CONTATO (PF5) E  *
      *  MANUTENCAO, NAO INATIVACAO DE CLIENTE.                        *
      *----------------------------------------------------------------*
       01  CAD-PERFIL.
           05  CAD-PERM-CONSULTA         PIC X(01)   VALUE 'S'.
               88  CAD-PODE-CONSULTAR    VALUE 'S'.
           05  CAD-PERM-MANUTENCAO       PIC X(01)   VALUE 'N'.
               88  CAD-PODE-MANTER       VALUE 'S'.
       01  CAD-FUNCAO-NEGADA             PIC X(10)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-COMMAREA - COPIA EM WORKING-STORAGE DO LAYOUT DA          *
      *  COMMAREA, PELO MESMO MOTIVO DE ORA002: DFHCOMMAREA SO TEM     *
      *  ENDERECO VALIDO QUANDO EIBCALEN > 0.                          *
      *----------------------------------------------------------------*
       COPY ORA02YC
           REPLACING ==DFHCOMMAREA== BY ==CAD-COMMAREA==,
              ==CY-CODIGO-ATUAL== BY ==CAD-CODIGO-ATUAL==,
              ==CY-SEQ-ATUAL== BY ==CAD-SEQ-ATUAL==,
              ==CY-SW-JA-EXIBIU== BY ==CAD-SW-JA-EXIBIU==,
              ==CY-JA-EXIBIU== BY ==CAD-JA-EXIBIU==.

       COPY ORA008.
       COPY CLIMAST.
       COPY CONTREC.
       COPY AUDITREC.
       COPY OPERREC.
       COPY JRNREC.
       COPY DFHAID.

       LINKAGE SECTION.

       COPY ORA02YC.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
                ERROR    (9999-ERRO-GERAL)
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(CAD-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(CAD-ABSTIME)
                YYYYMMDD(CAD-DATA)
                TIME(CAD-HORA)
           END-EXEC.
           EXEC CICS ASSIGN
                USERID(CAD-OPERADOR)
           END-EXEC.
           PERFORM 0500-LER-PERFIL THRU 0500-EXIT.

           IF EIBCALEN = 0
               PERFORM 1000-PRIMEIRA-TELA THRU 1000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO CAD-COMMAREA
               PERFORM 2000-PROCESSAR-ENTRADA THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
                TRANSID('ORAY')
                COMMAREA(CAD-COMMAREA)
                LENGTH(LENGTH OF CAD-COMMAREA)
           END-EXEC.

           GOBACK.

      ******************************************************************
      *  0500-LER-PERFIL - PERFIL DE AUTORIZACAO DO OPERADOR NO         *
      *  OPERPRF, COMO EM ORA002.  SEM REGISTRO, SO CONSULTA.           *
      ******************************************************************
       0500-LER-PERFIL.
           MOVE CAD-OPERADOR TO OP-USERID.
           EXEC CICS READ FILE('OPERPRF')
                RIDFLD(OP-USERID)
                INTO(OPERADOR-PERFIL)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               MOVE OP-PERM-CONSULTA   TO CAD-PERM-CONSULTA
               MOVE OP-PERM-MANUTENCAO TO CAD-PERM-MANUTENCAO
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      *  0600-RECUSAR-ACESSO - FUNCAO NAO PERMITIDA PELO PERFIL:        *
      *  AVISA NA TELA E REGISTRA A TENTATIVA NO AUDITLOG (TIPO 'N')    *
      *  PARA A SEGURANCA REVISAR, COMO EM ORA002.                     *
      ******************************************************************
       0600-RECUSAR-ACESSO.
           IF CODIGOI IS NUMERIC
               MOVE CODIGOI TO AU-CODIGO
           ELSE
               MOVE ZERO    TO AU-CODIGO
           END-IF.
           MOVE CAD-DATA      TO AU-DATA.
           MOVE CAD-HORA      TO AU-HORA.
           MOVE CAD-OPERADOR  TO AU-OPERADOR.
           MOVE EIBTRMID      TO AU-TERMINAL.
           MOVE 'N'           TO AU-TIPO-TRANS.

           SET AU-IDX TO 1.
           MOVE 'ACESSO'            TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-FUNCAO-NEGADA    TO AU-VALOR-ANTES (AU-IDX).
           MOVE 'NEGADO'            TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 2.
           PERFORM 0610-LIMPAR-SLOT THRU 0610-EXIT
               UNTIL AU-IDX > 9.

           EXEC CICS WRITE FILE('AUDITLOG')
                FROM(AUDIT-RECORD)
                RIDFLD(AU-CHAVE)
                RESP(CAD-RESP)
           END-EXEC.

           MOVE 'OPERADOR SEM AUTORIZACAO PARA ESTA FUNCAO'
               TO ERRMSGO.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                DATAONLY CURSOR
           END-EXEC.
       0600-EXIT.
           EXIT.

      ******************************************************************
      *  0610-LIMPAR-SLOT - UM SLOT DE CAMPO DA ENTRADA DE AUDITORIA    *
      ******************************************************************
       0610-LIMPAR-SLOT.
           MOVE SPACES TO AU-CAMPO-ALTERADO (AU-IDX).
           SET AU-IDX UP BY 1.
       0610-EXIT.
           EXIT.

      ******************************************************************
      *  1000-PRIMEIRA-TELA - ENTRADA NA TRANSACAO SEM COMMAREA         *
      ******************************************************************
       1000-PRIMEIRA-TELA.
           MOVE LOW-VALUE TO MAPG01O.
           MOVE SPACES TO ERRMSGO.
           MOVE ZERO TO CAD-CODIGO-ATUAL.
           MOVE ZERO TO CAD-SEQ-ATUAL.
           MOVE 'N' TO CAD-SW-JA-EXIBIU.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESSAR-ENTRADA - DESPACHA PELA TECLA DE FUNCAO USADA   *
      ******************************************************************
       2000-PROCESSAR-ENTRADA.
           EXEC CICS RECEIVE MAP('MAPG01') MAPSET('ORA008')
                INTO(MAPG01I)
           END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   IF CAD-PODE-MANTER
                       PERFORM 2100-GRAVAR THRU 2100-EXIT
                   ELSE
                       MOVE 'MANUTENCAO' TO CAD-FUNCAO-NEGADA
                       PERFORM 0600-RECUSAR-ACESSO THRU 0600-EXIT
                   END-IF
               WHEN EIBAID = DFHPF5
                   IF CAD-PODE-MANTER
                       PERFORM 6000-ENCERRAR-CONTATO THRU 6000-EXIT
                   ELSE
                       MOVE 'MANUTENCAO' TO CAD-FUNCAO-NEGADA
                       PERFORM 0600-RECUSAR-ACESSO THRU 0600-EXIT
                   END-IF
               WHEN EIBAID = DFHPF7
                   IF CAD-PODE-CONSULTAR
                       PERFORM 5000-BROWSE-ANTERIOR THRU 5000-EXIT
                   ELSE
                       MOVE 'CONSULTA' TO CAD-FUNCAO-NEGADA
                       PERFORM 0600-RECUSAR-ACESSO THRU 0600-EXIT
                   END-IF
               WHEN EIBAID = DFHPF8
                   IF CAD-PODE-CONSULTAR
                       PERFORM 5100-BROWSE-PROXIMO THRU 5100-EXIT
                   ELSE
                       MOVE 'CONSULTA' TO CAD-FUNCAO-NEGADA
                       PERFORM 0600-RECUSAR-ACESSO THRU 0600-EXIT
                   END-IF
               WHEN EIBAID = DFHPF3
                   PERFORM 8000-FINALIZAR THRU 8000-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - USE ENTER, PF5, PF7, PF8'
                     & ' OU PF3' TO ERRMSGO
                   EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                        DATAONLY CURSOR
                   END-EXEC
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-GRAVAR - VALIDA E GRAVA UM CONTATO NOVO OU ALTERADO.  O   *
      *  CLIENTE DONO TEM QUE EXISTIR E ESTAR ATIVO NO CLIMAST.  SE O   *
      *  CONTATO VEM MARCADO COMO PREFERIDO, A MARCA SAI DO OUTRO       *
      *  CONTATO VIGENTE QUE A TINHA (3500/3550) COM O CONTATO ATUAL    *
      *  LIBERADO, E ELE E RELIDO EM SEGUIDA: O CLICONT SO ADMITE UM    *
      *  READ UPDATE PENDENTE POR VEZ.                                 *
      ******************************************************************
       2100-GRAVAR.
           MOVE SPACES TO ERRMSGO ERRMSG2O ERRMSG3O ERRMSG4O ERRMSG5O
                          ERRMSG6O.
           IF CODIGOI NOT NUMERIC
           OR CODIGOI = ZERO
               MOVE 'CODIGOI - INFORME O CODIGO DO CLIENTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.
           IF SEQI NOT NUMERIC
           OR SEQI = ZERO
               MOVE 'SEQI - INFORME A SEQUENCIA DO CONTATO (1 A 99)'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           PERFORM 3000-LOCALIZAR-CLIENTE THRU 3000-EXIT.
           IF NOT CAD-MESTRE-ACHADO
               MOVE 'CLIENTE NAO CADASTRADO - INCLUA NO MAPA01 ANTES'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-NOME TO NOMECLIO.
           IF CM-INATIVO
               MOVE 'CLIENTE INATIVO - CONTATO NAO PERMITIDO'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-VALIDAR-CONTATO THRU 2200-EXIT.
           IF CAD-QTD-ERROS > ZERO
               PERFORM 3200-MOSTRAR-ERROS THRU 3200-EXIT
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           MOVE ZERO TO CAD-SEQ-PREF-ANTERIOR.
           PERFORM 3300-LOCALIZAR-CONTATO THRU 3300-EXIT.
           IF CAD-CONTATO-ACHADO
           AND NOT KT-VIGENTE
           AND CAD-KT-PREFERENCIAL = 'S'
               EXEC CICS UNLOCK FILE('CLICONT')
               END-EXEC
               MOVE 'PREFERI - CONTATO ENCERRADO NAO PODE SER O'
                 & ' PREFERIDO' TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           IF CAD-KT-PREFERENCIAL = 'S'
               IF CAD-CONTATO-ACHADO
                   EXEC CICS UNLOCK FILE('CLICONT')
                   END-EXEC
               END-IF
               PERFORM 3500-LOCALIZAR-PREFERIDO THRU 3500-EXIT
               IF CAD-SEQ-PREF-ANTERIOR NOT = ZERO
                   PERFORM 3550-RETIRAR-PREFERENCIA THRU 3550-EXIT
               END-IF
               PERFORM 3300-LOCALIZAR-CONTATO THRU 3300-EXIT
           END-IF.

           PERFORM 3400-ATUALIZAR-CONTATO THRU 3400-EXIT.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO GRAVANDO CLICONT - TENTE NOVAMENTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
           ELSE
               PERFORM 3900-JORNAL-CONTATO THRU 3900-EXIT
               PERFORM 3700-GRAVAR-AUDITORIA THRU 3700-EXIT
               PERFORM 3600-CONFIRMAR-TELA THRU 3600-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-VALIDAR-CONTATO - EDITA TODOS OS CAMPOS DE UMA VEZ E      *
      *  EMPILHA CADA MENSAGEM EM CAD-TABELA-ERROS, COMO ORA002V FAZ   *
      *  COM O ENDERECO.  OS CAMPOS JA EDITADOS FICAM EM CAD-CONTATO-  *
      *  NOVO.  NOME E FUNCAO SAO OBRIGATORIOS; TELEFONE E E-MAIL SAO  *
      *  OPCIONAIS UM A UM, MAS PELO MENOS UM DELES TEM QUE VIR.       *
      ******************************************************************
       2200-VALIDAR-CONTATO.
           MOVE ZERO   TO CAD-QTD-ERROS.
           MOVE SPACES TO CAD-TABELA-ERROS.
           MOVE 'N'    TO CAD-SW-TEM-TELEFONE.
           MOVE 'N'    TO CAD-SW-TEM-EMAIL.

           MOVE NOMEI   TO CAD-KT-NOME.
           INSPECT CAD-KT-NOME REPLACING ALL LOW-VALUE BY SPACE.
           IF CAD-KT-NOME = SPACES
               MOVE 'NOMEI - INFORME O NOME DO CONTATO' TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.

           MOVE FUNCAOI TO CAD-KT-FUNCAO.
           IF CAD-KT-FUNCAO NOT = 'C'
           AND CAD-KT-FUNCAO NOT = 'F'
           AND CAD-KT-FUNCAO NOT = 'E'
               MOVE 'FUNCAOI - USE C (COMPRAS), F (FINANCEIRO) OU E'
                 & ' (ENTREGA)' TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.

           PERFORM 2300-EDITAR-TELEFONE THRU 2300-EXIT.
           PERFORM 2400-EDITAR-EMAIL    THRU 2400-EXIT.
           IF NOT CAD-TEM-TELEFONE
           AND NOT CAD-TEM-EMAIL
               MOVE 'INFORME PELO MENOS UM TELEFONE OU UM E-MAIL'
                   TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.

           MOVE PREFERI TO CAD-KT-PREFERENCIAL.
           IF CAD-KT-PREFERENCIAL = SPACE
           OR CAD-KT-PREFERENCIAL = LOW-VALUE
               MOVE 'N' TO CAD-KT-PREFERENCIAL
           END-IF.
           IF CAD-KT-PREFERENCIAL NOT = 'S'
           AND CAD-KT-PREFERENCIAL NOT = 'N'
               MOVE 'PREFERI - USE S (PREFERIDO) OU N' TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-EDITAR-TELEFONE - FONEI EM BRANCO OU ZERO = SEM TELEFONE. *
      *  INFORMADO, EXIGE DDD VALIDO (11 A 99) E PELO MENOS 8 DIGITOS;  *
      *  RAMAL EM BRANCO VALE ZERO.                                    *
      ******************************************************************
       2300-EDITAR-TELEFONE.
           MOVE ZERO TO CAD-KT-DDD CAD-KT-TELEFONE CAD-KT-RAMAL.
           IF FONEI IS NUMERIC
               MOVE FONEI TO CAD-KT-TELEFONE
           END-IF.
           IF RAMALI IS NUMERIC
               MOVE RAMALI TO CAD-KT-RAMAL
           END-IF.
           IF CAD-KT-TELEFONE = ZERO
               GO TO 2300-EXIT
           END-IF.

           MOVE 'S' TO CAD-SW-TEM-TELEFONE.
           IF DDDI IS NUMERIC
               MOVE DDDI TO CAD-KT-DDD
           END-IF.
           IF CAD-KT-DDD < 11
               MOVE 'DDDI - INFORME O DDD DO TELEFONE (11 A 99)'
                   TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.
           IF CAD-KT-TELEFONE < 10000000
               MOVE 'FONEI - TELEFONE DEVE TER 8 OU 9 DIGITOS'
                   TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2400-EDITAR-EMAIL - EMAILI EM BRANCO = SEM E-MAIL.  INFORMADO, *
      *  TEM QUE TER UM '@' SO, ALGO ANTES DELE, UM PONTO NO DOMINIO    *
      *  E NENHUM ESPACO NO MEIO.                                      *
      ******************************************************************
       2400-EDITAR-EMAIL.
           MOVE EMAILI TO CAD-KT-EMAIL.
           INSPECT CAD-KT-EMAIL REPLACING ALL LOW-VALUE BY SPACE.
           IF CAD-KT-EMAIL = SPACES
               GO TO 2400-EXIT
           END-IF.

           MOVE 'S'  TO CAD-SW-TEM-EMAIL.
           MOVE ZERO TO CAD-QTD-ARROBA CAD-POS-ARROBA CAD-QTD-PONTO
                        CAD-TAM-EMAIL.
           INSPECT CAD-KT-EMAIL TALLYING CAD-QTD-ARROBA FOR ALL '@'.
           INSPECT CAD-KT-EMAIL TALLYING CAD-POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL '@'.
           INSPECT CAD-KT-EMAIL TALLYING CAD-TAM-EMAIL
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF CAD-QTD-ARROBA NOT = 1
           OR CAD-POS-ARROBA = ZERO
           OR CAD-POS-ARROBA + 1 NOT < CAD-TAM-EMAIL
               MOVE 'EMAILI - E-MAIL INVALIDO (NOME@DOMINIO)'
                   TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.

           INSPECT CAD-KT-EMAIL (CAD-POS-ARROBA + 2:
                                 CAD-TAM-EMAIL - CAD-POS-ARROBA - 1)
               TALLYING CAD-QTD-PONTO FOR ALL '.'.
           IF CAD-QTD-PONTO = ZERO
               MOVE 'EMAILI - DOMINIO DO E-MAIL SEM PONTO'
                   TO CAD-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           END-IF.
           IF CAD-TAM-EMAIL < 50
               IF CAD-KT-EMAIL (CAD-TAM-EMAIL + 1:) NOT = SPACES
                   MOVE 'EMAILI - E-MAIL NAO PODE TER ESPACOS'
                       TO CAD-MSG-TEMP
                   PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2900-ACUMULAR-ERRO - EMPILHA CAD-MSG-TEMP NA TABELA DE ERROS   *
      ******************************************************************
       2900-ACUMULAR-ERRO.
           IF CAD-QTD-ERROS < 6
               ADD 1 TO CAD-QTD-ERROS
               MOVE CAD-MSG-TEMP TO CAD-ERRO-MSG (CAD-QTD-ERROS)
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOCALIZAR-CLIENTE - O DONO DO CONTATO NO CLIMAST          *
      ******************************************************************
       3000-LOCALIZAR-CLIENTE.
           MOVE 'N' TO CAD-ACHOU-MESTRE.
           MOVE CODIGOI TO CM-CODIGO.
           EXEC CICS READ FILE('CLIMAST')
                RIDFLD(CM-CODIGO)
                INTO(CLIENT-RECORD)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               MOVE 'S' TO CAD-ACHOU-MESTRE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3200-MOSTRAR-ERROS - EMPILHA NA TELA TODAS AS MENSAGENS DE     *
      *  ERRO DA EDICAO, COMO NO MAPC01.                               *
      ******************************************************************
       3200-MOSTRAR-ERROS.
           IF CAD-QTD-ERROS >= 1
               MOVE CAD-ERRO-MSG (1) TO ERRMSGO
           END-IF.
           IF CAD-QTD-ERROS >= 2
               MOVE CAD-ERRO-MSG (2) TO ERRMSG2O
           END-IF.
           IF CAD-QTD-ERROS >= 3
               MOVE CAD-ERRO-MSG (3) TO ERRMSG3O
           END-IF.
           IF CAD-QTD-ERROS >= 4
               MOVE CAD-ERRO-MSG (4) TO ERRMSG4O
           END-IF.
           IF CAD-QTD-ERROS >= 5
               MOVE CAD-ERRO-MSG (5) TO ERRMSG5O
           END-IF.
           IF CAD-QTD-ERROS >= 6
               MOVE CAD-ERRO-MSG (6) TO ERRMSG6O
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-LOCALIZAR-CONTATO - DETERMINA SE E INCLUSAO OU ALTERACAO  *
      *  DO CONTATO (CODIGO + SEQUENCIA) E GUARDA A IMAGEM ANTERIOR     *
      *  PARA A AUDITORIA.  LIDO PARA ATUALIZACAO: O REWRITE DE 3400    *
      *  OU 6000 LIBERA O REGISTRO.                                    *
      ******************************************************************
       3300-LOCALIZAR-CONTATO.
           MOVE 'N'    TO CAD-ACHOU-CONTATO.
           MOVE SPACES TO CAD-CONTATO-ANTES.
           MOVE ZERO   TO CAD-KT-DATA-INICIO-ANTES.
           MOVE ZERO   TO CAD-FA-DDD CAD-FA-TELEFONE CAD-FA-RAMAL.
           MOVE CODIGOI TO KT-CODIGO.
           MOVE SEQI    TO KT-SEQUENCIA.
           EXEC CICS READ FILE('CLICONT')
                RIDFLD(KT-CHAVE)
                INTO(CONTATO-CLIENTE)
                UPDATE
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               MOVE 'S'              TO CAD-ACHOU-CONTATO
               MOVE KT-SEQUENCIA     TO CAD-KT-SEQ-ANTES
               MOVE KT-NOME          TO CAD-KT-NOME-ANTES
               MOVE KT-FUNCAO        TO CAD-KT-FUNCAO-ANTES
               MOVE KT-DDD           TO CAD-FA-DDD
               MOVE KT-TELEFONE      TO CAD-FA-TELEFONE
               MOVE KT-RAMAL         TO CAD-FA-RAMAL
               MOVE KT-EMAIL         TO CAD-KT-EMAIL-ANTES
               MOVE KT-PREFERENCIAL  TO CAD-KT-PREF-ANTES
               MOVE KT-DATA-INICIO   TO CAD-KT-DATA-INICIO-ANTES
               MOVE KT-DATA-FIM      TO CAD-KT-DATA-FIM-ANTES
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-ATUALIZAR-CONTATO - GRAVA O CONTATO NOVO OU ALTERADO.     *
      *  NUMA ALTERACAO A DATA DE INICIO E A DATA-FIM JA GRAVADAS SAO   *
      *  PRESERVADAS; NUM CONTATO NOVO A VIGENCIA COMECA HOJE, SEM      *
      *  DATA-FIM.  O CARIMBO DE ULTIMA MANUTENCAO E SEMPRE REFEITO.    *
      ******************************************************************
       3400-ATUALIZAR-CONTATO.
           IF NOT CAD-CONTATO-ACHADO
               MOVE CAD-DATA TO KT-DATA-INICIO
               MOVE ZERO     TO KT-DATA-FIM
           END-IF.
           MOVE CODIGOI              TO KT-CODIGO.
           MOVE SEQI                 TO KT-SEQUENCIA.
           MOVE CAD-KT-NOME          TO KT-NOME.
           MOVE CAD-KT-FUNCAO        TO KT-FUNCAO.
           MOVE CAD-KT-DDD           TO KT-DDD.
           MOVE CAD-KT-TELEFONE      TO KT-TELEFONE.
           MOVE CAD-KT-RAMAL         TO KT-RAMAL.
           MOVE CAD-KT-EMAIL         TO KT-EMAIL.
           MOVE CAD-KT-PREFERENCIAL  TO KT-PREFERENCIAL.
           MOVE CAD-DATA             TO KT-ULT-DATA-MANUT.
           MOVE CAD-HORA             TO KT-ULT-HORA-MANUT.
           MOVE CAD-OPERADOR         TO KT-ULT-OPERADOR.

           IF CAD-CONTATO-ACHADO
               EXEC CICS REWRITE FILE('CLICONT')
                    FROM(CONTATO-CLIENTE)
                    RESP(CAD-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('CLICONT')
                    RIDFLD(KT-CHAVE)
                    FROM(CONTATO-CLIENTE)
                    RESP(CAD-RESP)
               END-EXEC
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-LOCALIZAR-PREFERIDO - PERCORRE OS CONTATOS DO CLIENTE     *
      *  PROCURANDO OUTRO CONTATO VIGENTE JA MARCADO COMO PREFERIDO;    *
      *  A SEQUENCIA ACHADA FICA EM CAD-SEQ-PREF-ANTERIOR.              *
      ******************************************************************
       3500-LOCALIZAR-PREFERIDO.
           MOVE ZERO    TO CAD-SEQ-PREF-ANTERIOR.
           MOVE CODIGOI TO CAD-CB-CODIGO.
           MOVE ZERO    TO CAD-CB-SEQUENCIA.
           EXEC CICS STARTBR FILE('CLICONT')
                RIDFLD(CAD-CHAVE-BROWSE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO CAD-SW-FIM-PROCURA.
           PERFORM 3510-EXAMINAR-PROXIMO THRU 3510-EXIT
               UNTIL CAD-FIM-PROCURA.
           EXEC CICS ENDBR FILE('CLICONT')
                RESP(CAD-RESP-ENDBR)
           END-EXEC.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3510-EXAMINAR-PROXIMO - UM CONTATO DO CLIENTE POR VEZ          *
      ******************************************************************
       3510-EXAMINAR-PROXIMO.
           EXEC CICS READNEXT FILE('CLICONT')
                INTO(CONTATO-CLIENTE)
                RIDFLD(CAD-CHAVE-BROWSE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
           OR KT-CODIGO NOT = CODIGOI
               MOVE 'S' TO CAD-SW-FIM-PROCURA
               GO TO 3510-EXIT
           END-IF.
           IF KT-PREFERIDO
           AND KT-VIGENTE
           AND KT-SEQUENCIA NOT = SEQI
               MOVE KT-SEQUENCIA TO CAD-SEQ-PREF-ANTERIOR
               MOVE 'S'          TO CAD-SW-FIM-PROCURA
           END-IF.
       3510-EXIT.
           EXIT.

      ******************************************************************
      *  3550-RETIRAR-PREFERENCIA - TIRA A MARCA DE PREFERIDO DO        *
      *  CONTATO ACHADO POR 3500 E JORNALIZA A IMAGEM.  A TROCA FICA    *
      *  REGISTRADA NO SLOT 9 DA AUDITORIA DO CONTATO GRAVADO AGORA.    *
      ******************************************************************
       3550-RETIRAR-PREFERENCIA.
           MOVE CODIGOI               TO KT-CODIGO.
           MOVE CAD-SEQ-PREF-ANTERIOR TO KT-SEQUENCIA.
           EXEC CICS READ FILE('CLICONT')
                RIDFLD(KT-CHAVE)
                INTO(CONTATO-CLIENTE)
                UPDATE
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO CAD-SEQ-PREF-ANTERIOR
               GO TO 3550-EXIT
           END-IF.
           MOVE 'N'          TO KT-PREFERENCIAL.
           MOVE CAD-DATA     TO KT-ULT-DATA-MANUT.
           MOVE CAD-HORA     TO KT-ULT-HORA-MANUT.
           MOVE CAD-OPERADOR TO KT-ULT-OPERADOR.
           EXEC CICS REWRITE FILE('CLICONT')
                FROM(CONTATO-CLIENTE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               PERFORM 3900-JORNAL-CONTATO THRU 3900-EXIT
           ELSE
               MOVE ZERO TO CAD-SEQ-PREF-ANTERIOR
           END-IF.
       3550-EXIT.
           EXIT.

      ******************************************************************
      *  3600-CONFIRMAR-TELA - AVISA O BALCONISTA E REAPRESENTA A TELA  *
      ******************************************************************
       3600-CONFIRMAR-TELA.
           MOVE KT-CODIGO    TO CAD-CODIGO-ATUAL.
           MOVE KT-SEQUENCIA TO CAD-SEQ-ATUAL.
           MOVE 'S' TO CAD-SW-JA-EXIBIU.
           PERFORM 5300-MONTAR-TELA THRU 5300-EXIT.
           IF CAD-CONTATO-ACHADO
               MOVE 'CONTATO ALTERADO COM SUCESSO' TO ERRMSGO
           ELSE
               MOVE 'CONTATO INCLUIDO COM SUCESSO' TO ERRMSGO
           END-IF.
           IF CAD-SEQ-PREF-ANTERIOR NOT = ZERO
               MOVE 'A MARCA DE PREFERIDO SAIU DO OUTRO CONTATO'
                   TO ERRMSG2O
           END-IF.
           IF CAD-RESP-AUDITORIA NOT = DFHRESP(NORMAL)
               MOVE 'ATENCAO - AUDITORIA NAO REGISTRADA' TO ERRMSG3O
           END-IF.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                ERASE
           END-EXEC.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  3700-GRAVAR-AUDITORIA - ENTRADA DO AUDITLOG DA MANUTENCAO DE   *
      *  CONTATO (TIPO 'C'), COM ANTES/DEPOIS DE CADA CAMPO.  NUMA      *
      *  INCLUSAO OS VALORES "ANTES" FICAM EM BRANCO, COMO NO MAPA01.   *
      *  O E-MAIL OCUPA DOIS SLOTS (30 + 20 POSICOES).  FALHA AQUI NAO  *
      *  DESFAZ O CONTATO JA GRAVADO; 3600 AVISA O BALCONISTA.          *
      ******************************************************************
       3700-GRAVAR-AUDITORIA.
           MOVE KT-CODIGO     TO AU-CODIGO.
           MOVE CAD-DATA      TO AU-DATA.
           MOVE CAD-HORA      TO AU-HORA.
           MOVE CAD-OPERADOR  TO AU-OPERADOR.
           MOVE EIBTRMID      TO AU-TERMINAL.
           MOVE 'C'           TO AU-TIPO-TRANS.

           MOVE KT-DDD        TO CAD-FD-DDD.
           MOVE KT-TELEFONE   TO CAD-FD-TELEFONE.
           MOVE KT-RAMAL      TO CAD-FD-RAMAL.

           SET AU-IDX TO 1.
           MOVE 'CONTATO'           TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-SEQ-ANTES     TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-SEQUENCIA        TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 2.
           MOVE 'NOME'              TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-NOME-ANTES    TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-NOME             TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 3.
           MOVE 'FUNCAO'            TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-FUNCAO-ANTES  TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-FUNCAO           TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 4.
           MOVE 'TELEFONE'          TO AU-NOME-CAMPO (AU-IDX).
           IF CAD-CONTATO-ACHADO
               MOVE CAD-FONE-ANTES  TO AU-VALOR-ANTES (AU-IDX)
           ELSE
               MOVE SPACES          TO AU-VALOR-ANTES (AU-IDX)
           END-IF.
           MOVE CAD-FONE-DEPOIS     TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 5.
           MOVE 'EMAIL'             TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-EMAIL-ANTES (1:30)
                                    TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-EMAIL (1:30)     TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 6.
           MOVE 'EMAIL-CONT'        TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-EMAIL-ANTES (31:20)
                                    TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-EMAIL (31:20)    TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 7.
           MOVE 'PREFERIDO'         TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-PREF-ANTES    TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-PREFERENCIAL     TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 8.
           MOVE 'DATAFIM'           TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-KT-DATA-FIM-ANTES TO AU-VALOR-ANTES (AU-IDX).
           MOVE KT-DATA-FIM         TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 9.
           IF CAD-SEQ-PREF-ANTERIOR NOT = ZERO
               MOVE CAD-SEQ-PREF-ANTERIOR TO CAD-SEQ-PREF-TEXTO
               MOVE 'PREF-SEQ'      TO AU-NOME-CAMPO (AU-IDX)
               MOVE CAD-SEQ-PREF-TEXTO
                                    TO AU-VALOR-ANTES (AU-IDX)
               MOVE KT-SEQUENCIA    TO AU-VALOR-DEPOIS (AU-IDX)
           ELSE
               MOVE SPACES TO AU-CAMPO-ALTERADO (AU-IDX)
           END-IF.

           EXEC CICS WRITE FILE('AUDITLOG')
                FROM(AUDIT-RECORD)
                RIDFLD(AU-CHAVE)
                RESP(CAD-RESP-AUDITORIA)
           END-EXEC.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  3800-FORMATAR-SITUACAO - 'VIGENTE' OU 'ENCERRADO AAAAMMDD'     *
      ******************************************************************
       3800-FORMATAR-SITUACAO.
           IF KT-VIGENTE
               MOVE 'VIGENTE' TO SITCONTO
           ELSE
               MOVE 'ENCERRADO '    TO CAD-SIT-TEXTO
               MOVE KT-DATA-FIM     TO CAD-SIT-DATA
               MOVE CAD-SITUACAO-TELA TO SITCONTO
           END-IF.
       3800-EXIT.
           EXIT.

      ******************************************************************
      *  3900-JORNAL-CONTATO - IMAGEM COMPLETA DO CONTATO RECEM-        *
      *  GRAVADO NO JORNAL CLIJRN, BASE DA RECUPERACAO AVANTE           *
      *  (ORA002J).  FALHA AQUI NAO DESFAZ A GRAVACAO JA FEITA.         *
      ******************************************************************
       3900-JORNAL-CONTATO.
           ADD 1 TO CAD-SEQ-JORNAL.
           MOVE CAD-DATA         TO JN-DATA.
           MOVE CAD-HORA         TO JN-HORA.
           MOVE CAD-OPERADOR     TO JN-OPERADOR.
           MOVE EIBTRMID         TO JN-TERMINAL.
           MOVE CAD-SEQ-JORNAL   TO JN-SEQ.
           MOVE 'CLICONT '       TO JN-ARQUIVO.
           MOVE SPACES           TO JN-IMAGEM.
           MOVE CONTATO-CLIENTE  TO JN-IMAGEM.
           EXEC CICS WRITE FILE('CLIJRN')
                FROM(JORNAL-IMAGEM)
                RIDFLD(JN-CHAVE)
                RESP(CAD-RESP-JORNAL)
           END-EXEC.
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  5000-BROWSE-ANTERIOR - PF7, VOLTA UM CONTATO DO CLIENTE        *
      ******************************************************************
       5000-BROWSE-ANTERIOR.
           IF CODIGOI = ZERO
           AND CAD-CODIGO-ATUAL = ZERO
               PERFORM 5900-SEM-CLIENTE THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF CODIGOI NOT = ZERO
           AND CODIGOI NOT = CAD-CODIGO-ATUAL
               MOVE CODIGOI TO CAD-CODIGO-ATUAL
               MOVE ZERO    TO CAD-SEQ-ATUAL
               MOVE 'N'     TO CAD-SW-JA-EXIBIU
           END-IF.
           PERFORM 5200-ABRIR-BROWSE THRU 5200-EXIT.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO CAD-SW-LEITURA-BROWSE
           ELSE
               EXEC CICS READPREV FILE('CLICONT')
                    INTO(CONTATO-CLIENTE)
                    RIDFLD(CAD-CHAVE-BROWSE)
                    RESP(CAD-RESP)
               END-EXEC
               EXEC CICS ENDBR FILE('CLICONT')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
               IF CAD-RESP = DFHRESP(NORMAL)
               AND KT-CODIGO = CAD-CODIGO-ATUAL
                   MOVE 'S' TO CAD-SW-LEITURA-BROWSE
               ELSE
                   MOVE 'N' TO CAD-SW-LEITURA-BROWSE
               END-IF
           END-IF.
           IF CAD-LEITURA-OK
               PERFORM 5400-MOSTRAR-CONTATO THRU 5400-EXIT
           ELSE
               MOVE 'INICIO DOS CONTATOS - NAO HA ANTERIOR'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-BROWSE-PROXIMO - PF8, AVANCA UM CONTATO DO CLIENTE.       *
      *  MESMA LOGICA DE PULAR O REGISTRO JA EXIBIDO DE ORA002N.        *
      ******************************************************************
       5100-BROWSE-PROXIMO.
           IF CODIGOI = ZERO
           AND CAD-CODIGO-ATUAL = ZERO
               PERFORM 5900-SEM-CLIENTE THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF CODIGOI NOT = ZERO
           AND CODIGOI NOT = CAD-CODIGO-ATUAL
               MOVE CODIGOI TO CAD-CODIGO-ATUAL
               MOVE ZERO    TO CAD-SEQ-ATUAL
               MOVE 'N'     TO CAD-SW-JA-EXIBIU
           END-IF.
           PERFORM 5200-ABRIR-BROWSE THRU 5200-EXIT.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO CAD-SW-LEITURA-BROWSE
           ELSE
               EXEC CICS READNEXT FILE('CLICONT')
                    INTO(CONTATO-CLIENTE)
                    RIDFLD(CAD-CHAVE-BROWSE)
                    RESP(CAD-RESP)
               END-EXEC
               IF CAD-JA-EXIBIU
               AND CAD-RESP = DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('CLICONT')
                        INTO(CONTATO-CLIENTE)
                        RIDFLD(CAD-CHAVE-BROWSE)
                        RESP(CAD-RESP)
                   END-EXEC
               END-IF
               EXEC CICS ENDBR FILE('CLICONT')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
               IF CAD-RESP = DFHRESP(NORMAL)
               AND KT-CODIGO = CAD-CODIGO-ATUAL
                   MOVE 'S' TO CAD-SW-LEITURA-BROWSE
               ELSE
                   MOVE 'N' TO CAD-SW-LEITURA-BROWSE
               END-IF
           END-IF.
           IF CAD-LEITURA-OK
               PERFORM 5400-MOSTRAR-CONTATO THRU 5400-EXIT
           ELSE
               IF CAD-JA-EXIBIU
                   MOVE 'FIM DOS CONTATOS - NAO HA PROXIMO'
                       TO ERRMSGO
               ELSE
                   MOVE 'CLIENTE SEM CONTATO CADASTRADO'
                       TO ERRMSGO
               END-IF
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-ABRIR-BROWSE - POSICIONA O BROWSE DO CLICONT NO PONTO     *
      *  ONDE O BALCONISTA PAROU DENTRO DO CLIENTE CORRENTE.            *
      ******************************************************************
       5200-ABRIR-BROWSE.
           MOVE CAD-CODIGO-ATUAL TO CAD-CB-CODIGO.
           MOVE CAD-SEQ-ATUAL    TO CAD-CB-SEQUENCIA.
           EXEC CICS STARTBR FILE('CLICONT')
                RIDFLD(CAD-CHAVE-BROWSE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5300-MONTAR-TELA - CAMPOS DO CONTATO CORRENTE PARA O MAPA.     *
      *  O NOME DO CLIENTE DONO VEM DO CLIMAST, SO PARA EXIBICAO.       *
      ******************************************************************
       5300-MONTAR-TELA.
           MOVE KT-CODIGO       TO CODIGOO.
           MOVE KT-SEQUENCIA    TO SEQO.
           MOVE KT-NOME         TO NOMEO.
           MOVE KT-FUNCAO       TO FUNCAOO.
           MOVE KT-DDD          TO DDDO.
           MOVE KT-TELEFONE     TO FONEO.
           MOVE KT-RAMAL        TO RAMALO.
           MOVE KT-EMAIL        TO EMAILO.
           MOVE KT-PREFERENCIAL TO PREFERO.
           PERFORM 3800-FORMATAR-SITUACAO THRU 3800-EXIT.
           MOVE SPACES          TO NOMECLIO.
           MOVE KT-CODIGO       TO CM-CODIGO.
           EXEC CICS READ FILE('CLIMAST')
                RIDFLD(CM-CODIGO)
                INTO(CLIENT-RECORD)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               MOVE CM-NOME     TO NOMECLIO
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5400-MOSTRAR-CONTATO - CONTATO LIDO NO BROWSE PARA A TELA      *
      ******************************************************************
       5400-MOSTRAR-CONTATO.
           MOVE KT-CODIGO    TO CAD-CODIGO-ATUAL.
           MOVE KT-SEQUENCIA TO CAD-SEQ-ATUAL.
           MOVE 'S'          TO CAD-SW-JA-EXIBIU.
           PERFORM 5300-MONTAR-TELA THRU 5300-EXIT.
           MOVE SPACES TO ERRMSGO.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                ERASE
           END-EXEC.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *  5900-SEM-CLIENTE - PF7/PF8 SEM CODIGO DE CLIENTE INFORMADO     *
      ******************************************************************
       5900-SEM-CLIENTE.
           MOVE 'INFORME O CODIGO DO CLIENTE ANTES DE PAGINAR'
               TO ERRMSGO.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                DATAONLY CURSOR
           END-EXEC.
       5900-EXIT.
           EXIT.

      ******************************************************************
      *  6000-ENCERRAR-CONTATO - PF5, ENCERRA A VIGENCIA DO CONTATO     *
      *  INFORMADO (CODIGO + SEQUENCIA): DATA-FIM = HOJE E A MARCA DE   *
      *  PREFERIDO SAI.  O REGISTRO FICA NO CLICONT PARA HISTORICO,     *
      *  MAS DEIXA DE SAIR NA LISTA DE CONTATOS.  ENCERRAR E PERMITIDO  *
      *  MESMO COM O CLIENTE INATIVO -- E A LIMPEZA NATURAL DELE.       *
      ******************************************************************
       6000-ENCERRAR-CONTATO.
           MOVE SPACES TO ERRMSGO ERRMSG2O ERRMSG3O ERRMSG4O ERRMSG5O
                          ERRMSG6O.
           IF CODIGOI NOT NUMERIC
           OR SEQI NOT NUMERIC
           OR CODIGOI = ZERO
           OR SEQI = ZERO
               MOVE 'INFORME CODIGO E SEQUENCIA PARA ENCERRAR'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           MOVE ZERO TO CAD-SEQ-PREF-ANTERIOR.
           PERFORM 3300-LOCALIZAR-CONTATO THRU 3300-EXIT.
           IF NOT CAD-CONTATO-ACHADO
               MOVE 'CONTATO NAO CADASTRADO - NADA A ENCERRAR'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.
           IF NOT KT-VIGENTE
               EXEC CICS UNLOCK FILE('CLICONT')
               END-EXEC
               MOVE 'CONTATO JA ENCERRADO' TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           MOVE CAD-DATA      TO KT-DATA-FIM.
           MOVE 'N'           TO KT-PREFERENCIAL.
           MOVE CAD-DATA      TO KT-ULT-DATA-MANUT.
           MOVE CAD-HORA      TO KT-ULT-HORA-MANUT.
           MOVE CAD-OPERADOR  TO KT-ULT-OPERADOR.
           EXEC CICS REWRITE FILE('CLICONT')
                FROM(CONTATO-CLIENTE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO GRAVANDO CLICONT - TENTE NOVAMENTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           PERFORM 3900-JORNAL-CONTATO   THRU 3900-EXIT.
           PERFORM 3700-GRAVAR-AUDITORIA THRU 3700-EXIT.

           MOVE KT-CODIGO    TO CAD-CODIGO-ATUAL.
           MOVE KT-SEQUENCIA TO CAD-SEQ-ATUAL.
           MOVE 'S'          TO CAD-SW-JA-EXIBIU.
           PERFORM 5300-MONTAR-TELA THRU 5300-EXIT.
           MOVE 'CONTATO ENCERRADO COM SUCESSO' TO ERRMSGO.
           IF CAD-RESP-AUDITORIA NOT = DFHRESP(NORMAL)
               MOVE 'ATENCAO - AUDITORIA NAO REGISTRADA' TO ERRMSG2O
           END-IF.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                ERASE
           END-EXEC.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-FINALIZAR - PF3, ENCERRA A TRANSACAO                     *
      ******************************************************************
       8000-FINALIZAR.
           MOVE 'FIM DA MANUTENCAO DE CONTATOS DO CLIENTE' TO ERRMSGO.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ERRO-GERAL - TRATAMENTO GENERICO DE CONDICAO DE ERRO CICS *
      ******************************************************************
       9999-ERRO-GERAL.
           MOVE 'ERRO DE SISTEMA - CHAME O SUPORTE' TO ERRMSGO.
           EXEC CICS SEND MAP('MAPG01') MAPSET('ORA008')
                ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
