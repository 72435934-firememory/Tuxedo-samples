      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003F                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   CICS pseudo-conversational maintenance of the sales         *
      *   territory table TERRIT behind the MAPH01 map (mapset        *
      *   ORA009).  A territory is a CEP range inside one UF owned    *
      *   by one sales representative (code and name); ORA003G        *
      *   assigns every active client from this table each night.     *
      *   ENTER adds or updates the territory keyed by UF and first   *
      *   CEP -- the UF must be valid (UFTAB), the range must run     *
      *   low to high and must not overlap any other range of the     *
      *   same UF, so a client always falls in one territory at       *
      *   most; the colliding territory is named on ERRMSG2.  PF5     *
      *   removes the displayed territory (its clients show on the    *
      *   next ORA003G report as not covered), PF7/PF8 browse the     *
      *   table by UF and CEP, PF3 ends.  Same OPERPRF rules as the   *
      *   MAPC01 address screen (ORA002N): browsing needs the         *
      *   consulta flag, ENTER and PF5 the manutencao flag, an        *
      *   operator with no profile may only browse, and every         *
      *   refusal is written to AUDITLOG with type 'N'.               *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003F.
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
           05  CAD-SW-ACHOU-TERRITORIO   PIC X(01)   VALUE 'N'.
               88  CAD-TERRITORIO-ACHADO VALUE 'S'.
           05  CAD-SW-LEITURA-BROWSE     PIC X(01)   VALUE 'N'.
               88  CAD-LEITURA-OK        VALUE 'S'.
           05  CAD-SW-FIM-FAIXAS         PIC X(01)   VALUE 'N'.
               88  CAD-FIM-FAIXAS        VALUE 'S'.
           05  CAD-SW-SOBREPOSTA         PIC X(01)   VALUE 'N'.
               88  CAD-FAIXA-SOBREPOSTA  VALUE 'S'.
           05  CAD-SW-UF-VALIDA          PIC X(01)   VALUE 'N'.
               88  CAD-UF-VALIDA         VALUE 'S'.

       01  CAD-RESP                      PIC S9(08) COMP.
       01  CAD-RESP-ENDBR                PIC S9(08) COMP.
       01  CAD-ABSTIME                   PIC S9(15) COMP-3.
       01  CAD-OPERADOR                  PIC X(08)   VALUE SPACES.

       01  CAD-DATA-HORA.
           05  CAD-DATA                  PIC 9(08).
           05  CAD-HORA                  PIC 9(06).

       01  CAD-CHAVE-BROWSE.
           05  CAD-CB-ESTADO             PIC X(02).
           05  CAD-CB-CEP                PIC 9(08).

      *----------------------------------------------------------------*
      *  FAIXA DIGITADA NA TELA, GUARDADA ANTES DA VARREDURA DE        *
      *  SOBREPOSICAO (O READNEXT REUSA A AREA DO REGISTRO).           *
      *----------------------------------------------------------------*
       01  CAD-FAIXA-NOVA.
           05  CAD-FN-ESTADO             PIC X(02).
           05  CAD-FN-CEP-INICIAL        PIC 9(08).
           05  CAD-FN-CEP-FINAL          PIC 9(08).

      *----------------------------------------------------------------*
      *  TERRITORIO COM QUE A FAIXA NOVA COLIDE, PARA O ERRMSG2.       *
      *----------------------------------------------------------------*
       01  CAD-MSG-SOBREPOSICAO.
           05  FILLER                    PIC X(12)   VALUE
               'SOBREPOE A '.
           05  CAD-MS-ESTADO             PIC X(02).
           05  FILLER                    PIC X(01)   VALUE SPACE.
           05  CAD-MS-CEP-INICIAL        PIC 9(08).
           05  FILLER                    PIC X(01)   VALUE '-'.
           05  CAD-MS-CEP-FINAL          PIC 9(08).
           05  FILLER                    PIC X(04)   VALUE ' DE '.
           05  CAD-MS-REPRESENTANTE      PIC X(06).
           05  FILLER                    PIC X(18)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-ULTMAN-TELA - MONTAGEM DO CARIMBO DE ULTIMA MANUTENCAO    *
      *  EXIBIDO EM ULTMANO (DATA, HORA E OPERADOR).                   *
      *----------------------------------------------------------------*
       01  CAD-ULTMAN-TELA.
           05  CAD-UM-DATA               PIC 9(08).
           05  FILLER                    PIC X(01)   VALUE SPACE.
           05  CAD-UM-HORA               PIC 9(06).
           05  FILLER                    PIC X(01)   VALUE SPACE.
           05  CAD-UM-OPERADOR           PIC X(08).
           05  FILLER                    PIC X(06)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-PERFIL - O QUE O PERFIL DO OPERADOR (OPERPRF) PERMITE     *
      *  NESTA TRANSACAO.  OPERADOR SEM REGISTRO NO ARQUIVO FICA COM   *
      *  OS PADROES ABAIXO: SO CONSULTA.                               *
      *----------------------------------------------------------------*
       01  CAD-PERFIL.
           05  CAD-PERM-CONSULTA         PIC X(01)   VALUE 'S'.
               88  CAD-PODE-CONSULTAR    VALUE 'S'.
           05  CAD-PERM-MANUTENCAO       PIC X(01)   VALUE 'N'.
               88  CAD-PODE-MANTER       VALUE 'S'.
       01  CAD-FUNCAO-NEGADA             PIC X(10)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-COMMAREA - COPIA EM WORKING-STORAGE DO LAYOUT DA          *
      *  COMMAREA, PELO MESMO MOTIVO DE ORA002.                        *
      *----------------------------------------------------------------*
       COPY ORA03FC
           REPLACING ==DFHCOMMAREA== BY ==CAD-COMMAREA==,
              ==CF-CHAVE-ATUAL== BY ==CAD-CHAVE-ATUAL==,
              ==CF-ESTADO-ATUAL== BY ==CAD-ESTADO-ATUAL==,
              ==CF-CEP-ATUAL== BY ==CAD-CEP-ATUAL==,
              ==CF-SW-JA-EXIBIU== BY ==CAD-SW-JA-EXIBIU==,
              ==CF-JA-EXIBIU== BY ==CAD-JA-EXIBIU==.

       COPY ORA009.
       COPY TERREC.
       COPY UFTAB.
       COPY OPERREC.
       COPY AUDITREC.
       COPY DFHAID.

       LINKAGE SECTION.

       COPY ORA03FC.

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
                TRANSID('OR3F')
                COMMAREA(CAD-COMMAREA)
                LENGTH(LENGTH OF CAD-COMMAREA)
           END-EXEC.

           GOBACK.

      ******************************************************************
      *  0500-LER-PERFIL - PERFIL DE AUTORIZACAO DO OPERADOR NO        *
      *  OPERPRF, COMO EM ORA002N.  SEM REGISTRO, SO CONSULTA.         *
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
      *  0600-RECUSAR-ACESSO - FUNCAO NAO PERMITIDA PELO PERFIL:       *
      *  AVISA NA TELA E REGISTRA A TENTATIVA NO AUDITLOG (TIPO 'N')   *
      *  PARA A SEGURANCA REVISAR.  A TABELA NAO E DE UM CLIENTE: A    *
      *  ENTRADA VAI COM CODIGO ZERO, COMO A RECUSA DE ORA002O.        *
      ******************************************************************
       0600-RECUSAR-ACESSO.
           MOVE ZERO          TO AU-CODIGO.
           MOVE CAD-DATA      TO AU-DATA.
           MOVE CAD-HORA      TO AU-HORA.
           MOVE CAD-OPERADOR  TO AU-OPERADOR.
           MOVE EIBTRMID      TO AU-TERMINAL.
           MOVE 'N'           TO AU-TIPO-TRANS.

           SET AU-IDX TO 1.
           MOVE 'ACESSO'            TO AU-NOME-CAMPO (AU-IDX).
           MOVE CAD-FUNCAO-NEGADA   TO AU-VALOR-ANTES (AU-IDX).
           MOVE 'NEGADO'            TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 2.
           MOVE 'TERRITORIO'        TO AU-NOME-CAMPO (AU-IDX).
           MOVE SPACES              TO AU-VALOR-ANTES (AU-IDX).
           MOVE ESTADOI             TO AU-VALOR-DEPOIS (AU-IDX).

           SET AU-IDX TO 3.
           PERFORM 0610-LIMPAR-SLOT THRU 0610-EXIT
               UNTIL AU-IDX > 9.

           EXEC CICS WRITE FILE('AUDITLOG')
                FROM(AUDIT-RECORD)
                RIDFLD(AU-CHAVE)
                RESP(CAD-RESP)
           END-EXEC.

           MOVE 'OPERADOR SEM AUTORIZACAO PARA ESTA FUNCAO'
               TO ERRMSGO.
           MOVE SPACES TO ERRMSG2O.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                DATAONLY CURSOR
           END-EXEC.
       0600-EXIT.
           EXIT.

      ******************************************************************
      *  0610-LIMPAR-SLOT - UM SLOT DE CAMPO DA ENTRADA DE RECUSA      *
      ******************************************************************
       0610-LIMPAR-SLOT.
           MOVE SPACES TO AU-CAMPO-ALTERADO (AU-IDX).
           SET AU-IDX UP BY 1.
       0610-EXIT.
           EXIT.

      ******************************************************************
      *  1000-PRIMEIRA-TELA - ENTRADA NA TRANSACAO SEM COMMAREA        *
      ******************************************************************
       1000-PRIMEIRA-TELA.
           MOVE LOW-VALUE TO MAPH01O.
           MOVE SPACES TO ERRMSGO ERRMSG2O.
           MOVE SPACES TO CAD-ESTADO-ATUAL.
           MOVE ZERO   TO CAD-CEP-ATUAL.
           MOVE 'N' TO CAD-SW-JA-EXIBIU.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESSAR-ENTRADA - DESPACHA PELA TECLA DE FUNCAO USADA  *
      ******************************************************************
       2000-PROCESSAR-ENTRADA.
           EXEC CICS RECEIVE MAP('MAPH01') MAPSET('ORA009')
                INTO(MAPH01I)
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
                       PERFORM 6000-EXCLUIR THRU 6000-EXIT
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
                   MOVE SPACES TO ERRMSG2O
                   EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                        DATAONLY CURSOR
                   END-EXEC
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-GRAVAR - VALIDA E GRAVA UM TERRITORIO NOVO OU ALTERADO.  *
      *  A FAIXA E CONFERIDA CONTRA AS DEMAIS DA MESMA UF ANTES DE     *
      *  QUALQUER LEITURA PARA ATUALIZACAO, PARA O BROWSE DE 3100 NAO  *
      *  CONVIVER COM O READ UPDATE DE 3000.                           *
      ******************************************************************
       2100-GRAVAR.
           MOVE SPACES TO ERRMSGO ERRMSG2O.
           PERFORM 2200-VALIDAR-UF THRU 2200-EXIT.
           IF NOT CAD-UF-VALIDA
               MOVE 'ESTADOI - UF INVALIDA' TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.
           IF CEPINII NOT NUMERIC
           OR CEPFIMI NOT NUMERIC
               MOVE 'CEPINII/CEPFIMI - INFORME A FAIXA COM 8 DIGITOS'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.
           IF CEPFIMI < CEPINII
               MOVE 'CEPFIMI - CEP FINAL MENOR QUE O INICIAL'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.
           IF REPRI = SPACES
           OR REPRI = LOW-VALUES
               MOVE 'REPRI - INFORME O CODIGO DO REPRESENTANTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.
           IF NOMREPI = SPACES
           OR NOMREPI = LOW-VALUES
               MOVE 'NOMREPI - INFORME O NOME DO REPRESENTANTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           MOVE ESTADOI TO CAD-FN-ESTADO.
           MOVE CEPINII TO CAD-FN-CEP-INICIAL.
           MOVE CEPFIMI TO CAD-FN-CEP-FINAL.
           PERFORM 3100-CONFERIR-SOBREPOSICAO THRU 3100-EXIT.
           IF CAD-FAIXA-SOBREPOSTA
               MOVE 'FAIXA DE CEP SOBREPOE OUTRO TERRITORIO DA UF'
                   TO ERRMSGO
               MOVE CAD-MSG-SOBREPOSICAO TO ERRMSG2O
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           PERFORM 3000-LOCALIZAR-TERRITORIO THRU 3000-EXIT.

           MOVE CAD-FN-ESTADO       TO TR-ESTADO.
           MOVE CAD-FN-CEP-INICIAL  TO TR-CEP-INICIAL.
           MOVE CAD-FN-CEP-FINAL    TO TR-CEP-FINAL.
           MOVE REPRI               TO TR-REPRESENTANTE.
           MOVE NOMREPI             TO TR-NOME-REPRESENTANTE.
           MOVE CAD-DATA            TO TR-ULT-DATA-MANUT.
           MOVE CAD-HORA            TO TR-ULT-HORA-MANUT.
           MOVE CAD-OPERADOR        TO TR-ULT-OPERADOR.

           IF CAD-TERRITORIO-ACHADO
               EXEC CICS REWRITE FILE('TERRIT')
                    FROM(TERRITORIO-VENDA)
                    RESP(CAD-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('TERRIT')
                    RIDFLD(TR-CHAVE)
                    FROM(TERRITORIO-VENDA)
                    RESP(CAD-RESP)
               END-EXEC
           END-IF.

           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO GRAVANDO TERRIT - TENTE NOVAMENTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           MOVE TR-CHAVE TO CAD-CHAVE-ATUAL.
           MOVE 'S'      TO CAD-SW-JA-EXIBIU.
           PERFORM 5300-MONTAR-TELA THRU 5300-EXIT.
           IF CAD-TERRITORIO-ACHADO
               MOVE 'TERRITORIO ALTERADO COM SUCESSO' TO ERRMSGO
           ELSE
               MOVE 'TERRITORIO INCLUIDO COM SUCESSO' TO ERRMSGO
           END-IF.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                ERASE
           END-EXEC.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-VALIDAR-UF - A UF DIGITADA PRECISA CONSTAR DA UFTAB      *
      ******************************************************************
       2200-VALIDAR-UF.
           MOVE 'N' TO CAD-SW-UF-VALIDA.
           SET UF-IDX TO 1.
           SEARCH UF-ENTRADA
               AT END
                   CONTINUE
               WHEN UF-SIGLA (UF-IDX) = ESTADOI
                   MOVE 'S' TO CAD-SW-UF-VALIDA
           END-SEARCH.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOCALIZAR-TERRITORIO - DETERMINA SE E INCLUSAO OU        *
      *  ALTERACAO.  ACHANDO, O REGISTRO FICA LIDO PARA ATUALIZACAO    *
      *  (O REWRITE DE 2100 PRECISA DO READ UPDATE).                   *
      ******************************************************************
       3000-LOCALIZAR-TERRITORIO.
           MOVE 'N' TO CAD-SW-ACHOU-TERRITORIO.
           MOVE CAD-FN-ESTADO      TO TR-ESTADO.
           MOVE CAD-FN-CEP-INICIAL TO TR-CEP-INICIAL.
           EXEC CICS READ FILE('TERRIT')
                RIDFLD(TR-CHAVE)
                INTO(TERRITORIO-VENDA)
                UPDATE
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP = DFHRESP(NORMAL)
               MOVE 'S' TO CAD-SW-ACHOU-TERRITORIO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-CONFERIR-SOBREPOSICAO - PERCORRE AS FAIXAS DA MESMA UF   *
      *  EM ORDEM DE CEP INICIAL.  A FAIXA DE MESMA CHAVE E A QUE ESTA *
      *  SENDO ALTERADA E NAO CONTA; A VARREDURA PARA NA PRIMEIRA      *
      *  FAIXA QUE COMECA DEPOIS DO FIM DA NOVA.                       *
      ******************************************************************
       3100-CONFERIR-SOBREPOSICAO.
           MOVE 'N' TO CAD-SW-SOBREPOSTA.
           MOVE 'N' TO CAD-SW-FIM-FAIXAS.
           MOVE CAD-FN-ESTADO TO CAD-CB-ESTADO.
           MOVE ZERO          TO CAD-CB-CEP.
           EXEC CICS STARTBR FILE('TERRIT')
                RIDFLD(CAD-CHAVE-BROWSE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3110-COMPARAR-FAIXA THRU 3110-EXIT
               UNTIL CAD-FIM-FAIXAS
                  OR CAD-FAIXA-SOBREPOSTA.

           EXEC CICS ENDBR FILE('TERRIT')
                RESP(CAD-RESP-ENDBR)
           END-EXEC.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3110-COMPARAR-FAIXA - UMA FAIXA DA UF POR VEZ                 *
      ******************************************************************
       3110-COMPARAR-FAIXA.
           EXEC CICS READNEXT FILE('TERRIT')
                INTO(TERRITORIO-VENDA)
                RIDFLD(CAD-CHAVE-BROWSE)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
           OR TR-ESTADO NOT = CAD-FN-ESTADO
           OR TR-CEP-INICIAL > CAD-FN-CEP-FINAL
               MOVE 'S' TO CAD-SW-FIM-FAIXAS
               GO TO 3110-EXIT
           END-IF.
           IF TR-CEP-INICIAL = CAD-FN-CEP-INICIAL
               GO TO 3110-EXIT
           END-IF.
           IF TR-CEP-FINAL NOT < CAD-FN-CEP-INICIAL
               MOVE 'S'              TO CAD-SW-SOBREPOSTA
               MOVE TR-ESTADO        TO CAD-MS-ESTADO
               MOVE TR-CEP-INICIAL   TO CAD-MS-CEP-INICIAL
               MOVE TR-CEP-FINAL     TO CAD-MS-CEP-FINAL
               MOVE TR-REPRESENTANTE TO CAD-MS-REPRESENTANTE
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      *  5000-BROWSE-ANTERIOR - PF7, VOLTA UM TERRITORIO NA ORDEM DE   *
      *  UF E CEP.  MESMA MECANICA DO BROWSE DE ORA002O.               *
      ******************************************************************
       5000-BROWSE-ANTERIOR.
           PERFORM 5200-ABRIR-BROWSE THRU 5200-EXIT.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO CAD-SW-LEITURA-BROWSE
           ELSE
               EXEC CICS READPREV FILE('TERRIT')
                    INTO(TERRITORIO-VENDA)
                    RIDFLD(CAD-CHAVE-BROWSE)
                    RESP(CAD-RESP)
               END-EXEC
               EXEC CICS ENDBR FILE('TERRIT')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
               IF CAD-RESP = DFHRESP(NORMAL)
                   MOVE 'S' TO CAD-SW-LEITURA-BROWSE
               ELSE
                   MOVE 'N' TO CAD-SW-LEITURA-BROWSE
               END-IF
           END-IF.
           IF CAD-LEITURA-OK
               PERFORM 5400-MOSTRAR-TERRITORIO THRU 5400-EXIT
           ELSE
               MOVE 'INICIO DA TABELA - NAO HA TERRITORIO ANTERIOR'
                   TO ERRMSGO
               MOVE SPACES TO ERRMSG2O
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-BROWSE-PROXIMO - PF8, AVANCA UM TERRITORIO NA ORDEM DE   *
      *  UF E CEP, PULANDO O JA EXIBIDO COMO EM ORA002O.               *
      ******************************************************************
       5100-BROWSE-PROXIMO.
           PERFORM 5200-ABRIR-BROWSE THRU 5200-EXIT.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO CAD-SW-LEITURA-BROWSE
           ELSE
               EXEC CICS READNEXT FILE('TERRIT')
                    INTO(TERRITORIO-VENDA)
                    RIDFLD(CAD-CHAVE-BROWSE)
                    RESP(CAD-RESP)
               END-EXEC
               IF CAD-JA-EXIBIU
               AND CAD-RESP = DFHRESP(NORMAL)
               AND TR-CHAVE = CAD-CHAVE-ATUAL
                   EXEC CICS READNEXT FILE('TERRIT')
                        INTO(TERRITORIO-VENDA)
                        RIDFLD(CAD-CHAVE-BROWSE)
                        RESP(CAD-RESP)
                   END-EXEC
               END-IF
               EXEC CICS ENDBR FILE('TERRIT')
                    RESP(CAD-RESP-ENDBR)
               END-EXEC
               IF CAD-RESP = DFHRESP(NORMAL)
                   MOVE 'S' TO CAD-SW-LEITURA-BROWSE
               ELSE
                   MOVE 'N' TO CAD-SW-LEITURA-BROWSE
               END-IF
           END-IF.
           IF CAD-LEITURA-OK
               PERFORM 5400-MOSTRAR-TERRITORIO THRU 5400-EXIT
           ELSE
               MOVE 'FIM DA TABELA - NAO HA PROXIMO TERRITORIO'
                   TO ERRMSGO
               MOVE SPACES TO ERRMSG2O
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-ABRIR-BROWSE - POSICIONA O BROWSE NO TERRITORIO CORRENTE *
      ******************************************************************
       5200-ABRIR-BROWSE.
           MOVE CAD-CHAVE-ATUAL TO CAD-CHAVE-BROWSE.
           EXEC CICS STARTBR FILE('TERRIT')
                RIDFLD(CAD-CHAVE-BROWSE)
                GTEQ
                RESP(CAD-RESP)
           END-EXEC.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5300-MONTAR-TELA - CAMPOS DO TERRITORIO CORRENTE PARA O MAPA  *
      ******************************************************************
       5300-MONTAR-TELA.
           MOVE TR-ESTADO             TO ESTADOO.
           MOVE TR-CEP-INICIAL        TO CEPINIO.
           MOVE TR-CEP-FINAL          TO CEPFIMO.
           MOVE TR-REPRESENTANTE      TO REPRO.
           MOVE TR-NOME-REPRESENTANTE TO NOMREPO.
           MOVE TR-ULT-DATA-MANUT     TO CAD-UM-DATA.
           MOVE TR-ULT-HORA-MANUT     TO CAD-UM-HORA.
           MOVE TR-ULT-OPERADOR       TO CAD-UM-OPERADOR.
           MOVE CAD-ULTMAN-TELA       TO ULTMANO.
           MOVE SPACES                TO ERRMSG2O.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5400-MOSTRAR-TERRITORIO - TERRITORIO LIDO NO BROWSE PARA A    *
      *  TELA                                                          *
      ******************************************************************
       5400-MOSTRAR-TERRITORIO.
           MOVE TR-CHAVE TO CAD-CHAVE-ATUAL.
           MOVE 'S'      TO CAD-SW-JA-EXIBIU.
           PERFORM 5300-MONTAR-TELA THRU 5300-EXIT.
           MOVE SPACES TO ERRMSGO.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                ERASE
           END-EXEC.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *  6000-EXCLUIR - PF5, REMOVE O TERRITORIO DE UF E CEP INICIAL   *
      *  INFORMADOS.  OS CLIENTES DELE FICAM SEM REPRESENTANTE NA      *
      *  PROXIMA NOITE DO ORA003G, ATE OUTRA FAIXA COBRI-LOS.          *
      ******************************************************************
       6000-EXCLUIR.
           MOVE SPACES TO ERRMSGO ERRMSG2O.
           IF ESTADOI = SPACES
           OR ESTADOI = LOW-VALUES
           OR CEPINII NOT NUMERIC
               MOVE 'ESTADOI/CEPINII - INFORME O TERRITORIO A EXCLUIR'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           MOVE ESTADOI TO CAD-FN-ESTADO.
           MOVE CEPINII TO CAD-FN-CEP-INICIAL.
           PERFORM 3000-LOCALIZAR-TERRITORIO THRU 3000-EXIT.
           IF NOT CAD-TERRITORIO-ACHADO
               MOVE 'TERRITORIO NAO CADASTRADO - NADA A EXCLUIR'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           EXEC CICS DELETE FILE('TERRIT')
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO EXCLUINDO TERRIT - TENTE NOVAMENTE'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           MOVE 'TERRITORIO EXCLUIDO - CLIENTES SEM REPRESENTANTE'
             & ' NA PROXIMA NOITE' TO ERRMSGO.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                DATAONLY CURSOR
           END-EXEC.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-FINALIZAR - PF3, ENCERRA A TRANSACAO                     *
      ******************************************************************
       8000-FINALIZAR.
           MOVE 'FIM DA MANUTENCAO DE TERRITORIOS DE VENDA' TO ERRMSGO.
           MOVE SPACES TO ERRMSG2O.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ERRO-GERAL - TRATAMENTO GENERICO DE CONDICAO DE ERRO CICS*
      ******************************************************************
       9999-ERRO-GERAL.
           MOVE 'ERRO DE SISTEMA - CHAME O SUPORTE' TO ERRMSGO.
           EXEC CICS SEND MAP('MAPH01') MAPSET('ORA009')
                ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
