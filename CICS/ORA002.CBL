      *   is logged to AUDITLOG with a before/after image of every      *
      *   maintainable field.  PF7/PF8 browse the client master          *
      *   forward/backward (PF10 toggles between CODIGO and NOME         *
      *   sequence); PF9 prints the client profile on the branch        *
      *   printer; PF3 ends the transaction.                             *
      *                                                                *
      *   Modification history.                                       *
      *   2026-08-09  RPS  Original version.                          *
      *                    of a client who shows an open balance on      *
      *                    the latest billing feed (BALCLI, loaded by    *
      *                    ORA002W), naming the amount owed.             *
      *   2026-10-15  RPS  A client anonymized under the LGPD (reason    *
      *                    CM-ANONIMIZADO, set by ORA003B) can no        *
      *                    longer be updated by ENTER nor reactivated    *
      *                    by PF5: the person returns under a new        *
      *                    CODIGO.                                       *
      *   2026-10-15  RPS  A client the monthly Receita Federal cross-   *
      *                    check (ORA003C) found with a closed or        *
      *                    irregular registration now shows a warning    *
      *                    with the Receita status whenever it is        *
      *                    brought up on MAPA01 (RFBCLI, read at         *
      *                    random by CODIGO).                            *
      *   2026-10-15  RPS  A chronic debtor under credit hold (BLQCLI,   *
      *                    replaced monthly by ORA003E from the balance  *
      *                    history) now shows the hold, with the months  *
      *                    of open balance, whenever it is brought up    *
      *                    on MAPA01.                                    *
      *   2026-10-15  RPS  A new client starts with no sales             *
      *                    representative; ORA003G assigns one from      *
      *                    the territory table the following night.      *
      *   2026-10-15  RPS  PF9 prints the client profile (ficha          *
      *                    cadastral) on the branch CICS printer: the    *
      *                    printer for the terminal is looked up in      *
      *                    IMPTERM and ORA003K is started on it with     *
      *                    the CODIGO.  Needs the consulta flag.         *
      *   2026-10-15  RPS  ENTER stores the IBGE municipality code of    *
      *                    the CEP with the address (CM-MUNICIPIO-       *
      *                    IBGE, or FT-MUNICIPIO-IBGE on a future-       *
      *                    dated change), as resolved by ORA002V from    *
      *                    the CEPTAB prefix.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  CAD-PEND-GRAVADA      VALUE 'S'.
           05  CAD-SW-TEM-SALDO          PIC X(01)   VALUE 'N'.
               88  CAD-TEM-SALDO         VALUE 'S'.
           05  CAD-SW-RECEITA-IRREG      PIC X(01)   VALUE 'N'.
               88  CAD-RECEITA-IRREGULAR VALUE 'S'.
           05  CAD-SW-BLOQUEADO          PIC X(01)   VALUE 'N'.
               88  CAD-CREDITO-BLOQUEADO VALUE 'S'.

       01  CAD-QTD-ERROS                 PIC 9(02)   VALUE ZERO.
       01  CAD-TABELA-ERROS.
           05  CAD-ERRO-MSG              OCCURS 6 TIMES
                                         PIC X(60).
       01  CAD-MUNICIPIO-IBGE            PIC 9(07)   VALUE ZERO.

       01  CAD-RESP                      PIC S9(08) COMP.
       01  CAD-RESP-ENDBR                PIC S9(08) COMP.
       01  CAD-RESP-PEND                 PIC S9(08) COMP.
       01  CAD-RESP-JORNAL               PIC S9(08) COMP.
       01  CAD-RESP-RECEITA              PIC S9(08) COMP.
       01  CAD-RESP-BLOQUEIO             PIC S9(08) COMP.
       01  CAD-SEQ-JORNAL                PIC 9(02)   VALUE ZERO.
       01  CAD-ABSTIME                   PIC S9(15) COMP-3.
       01  CAD-OPERADOR                  PIC X(08)   VALUE SPACES.
           05  CAD-MSG-VALOR-SALDO       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(05)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-MSG-RECEITA - AVISO DE INSCRICAO BAIXADA OU IRREGULAR NA   *
      *  RECEITA FEDERAL (RFBCLI, CONFERENCIA MENSAL DO ORA003C).      *
      *----------------------------------------------------------------*
       01  CAD-MSG-RECEITA.
           05  FILLER                    PIC X(27)   VALUE
               'RECEITA FEDERAL: INSCRICAO '.
           05  CAD-MSG-SITUACAO-RECEITA  PIC X(16).
           05  FILLER                    PIC X(07)   VALUE
               ' DESDE '.
           05  CAD-MSG-DATA-RECEITA      PIC 9(08).
           05  FILLER                    PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-MSG-BLOQUEIO - AVISO DE BLOQUEIO DE CREDITO DO DEVEDOR     *
      *  CRONICO (BLQCLI, CARGA MENSAL DO ORA003E).                     *
      *----------------------------------------------------------------*
       01  CAD-MSG-BLOQUEIO.
           05  FILLER                    PIC X(36)   VALUE
               'CREDITO BLOQUEADO: DEVEDOR CRONICO, '.
           05  CAD-MSG-MESES-BLOQUEIO    PIC Z9.
           05  FILLER                    PIC X(16)   VALUE
               ' MESES COM SALDO'.
           05  FILLER                    PIC X(06)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-MSG-PROGRAMADA - CONFIRMACAO DE UMA MUDANCA FUTURA          *
      *----------------------------------------------------------------*
           05  CAD-MSG-DATA-EFETIVA      PIC 9(08).
           05  FILLER                    PIC X(13)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-MSG-FICHA - CONFIRMACAO DA FICHA CADASTRAL MANDADA PARA    *
      *  A IMPRESSORA DA FILIAL (PF9).                                  *
      *----------------------------------------------------------------*
       01  CAD-MSG-FICHA.
           05  FILLER                    PIC X(17)   VALUE
               'FICHA DO CLIENTE '.
           05  CAD-MSG-CODIGO-FICHA      PIC 9(06).
           05  FILLER                    PIC X(27)   VALUE
               ' ENVIADA PARA A IMPRESSORA '.
           05  CAD-MSG-IMPRESSORA        PIC X(04).
           05  FILLER                    PIC X(06)   VALUE SPACES.

      *----------------------------------------------------------------*
      *  CAD-COMMAREA - COPIA EM WORKING-STORAGE DO LAYOUT DA          *
      *  COMMAREA.  DFHCOMMAREA (LINKAGE SECTION) SO TEM ENDERECO      *
       COPY JRNREC.
       COPY FUTREC.
       COPY SALDOREC.
       COPY RFBCREC.
       COPY BLQREC.
       COPY IMPTREC.
       COPY ORA03KC.
       COPY DFHAID.

       LINKAGE SECTION.
                       MOVE 'CONSULTA' TO CAD-FUNCAO-NEGADA
                       PERFORM 0600-RECUSAR-ACESSO THRU 0600-EXIT
                   END-IF
               WHEN EIBAID = DFHPF9
                   IF CAD-PODE-CONSULTAR
                       PERFORM 6500-IMPRIMIR-FICHA THRU 6500-EXIT
                   ELSE
                       MOVE 'CONSULTA' TO CAD-FUNCAO-NEGADA
                       PERFORM 0600-RECUSAR-ACESSO THRU 0600-EXIT
                   END-IF
               WHEN EIBAID = DFHPF3
                   PERFORM 8000-FINALIZAR THRU 8000-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - USE ENTER, PF5, PF7, PF8,'
                     & ' PF9, PF10 OU PF3' TO ERRMSGO
                   EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                        DATAONLY CURSOR
                   END-EXEC
      *  GRAVADOS NA HORA, MAS O NOME FICA COMO ESTA E A TROCA VAI      *
      *  PARA A FILA DE APROVACAO (PENDAPR) DO SUPERVISOR.  CLIENTE     *
      *  COM ACAO JA PENDENTE NAO RECEBE OUTRA ALTERACAO DE NOME.       *
      *  CLIENTE ANONIMIZADO (LGPD) NAO E MAIS ALTERADO.               *
      ******************************************************************
       2100-GRAVAR.
           MOVE SPACES TO ERRMSGO ERRMSG2O ERRMSG3O ERRMSG4O ERRMSG5O
                                TIPPESI INSCRI CAD-SW-EDITA-INSCRICAO
                                CAD-ACHOU-CEP
                                CP-CIDADE CP-ESTADO
                                CP-MUNICIPIO-IBGE CAD-MUNICIPIO-IBGE
                                CAD-ERRO-VALIDACAO CAD-QTD-ERROS
                                CAD-TABELA-ERROS.

               END-EXEC
           ELSE
               PERFORM 3300-LOCALIZAR-MESTRE THRU 3300-EXIT
               IF CAD-MESTRE-ACHADO
               AND CM-ANONIMIZADO
                   MOVE 'CLIENTE ANONIMIZADO (LGPD) - CADASTRE NOVO'
                     & ' CODIGO' TO ERRMSGO
                   EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                        DATAONLY CURSOR
                   END-EXEC
                   GO TO 2100-EXIT
               END-IF
               IF DTEFEI IS NUMERIC
               AND DTEFEI > ZERO
                   PERFORM 2150-PROGRAMAR-ALTERACAO THRU 2150-EXIT
           MOVE CEPI          TO FT-CEP.
           MOVE TIPPESI       TO FT-TIPO-PESSOA.
           MOVE INSCRI        TO FT-INSCRICAO.
           MOVE CAD-MUNICIPIO-IBGE TO FT-MUNICIPIO-IBGE.
           MOVE CAD-OPERADOR  TO FT-OPERADOR.
           MOVE EIBTRMID      TO FT-TERMINAL.
           MOVE CAD-DATA      TO FT-DATA-GRAVACAO.
           MOVE 'N' TO CAD-ACHOU-CEP.
           MOVE SPACES TO CP-CIDADE.
           MOVE SPACES TO CP-ESTADO.
           MOVE ZERO   TO CP-MUNICIPIO-IBGE.
           IF CEPI NOT = ZERO
               MOVE CEPI(1:5) TO CP-PREFIXO
               EXEC CICS READ FILE('CEPTAB')
               MOVE 'A'    TO CM-SITUACAO
               MOVE ZERO   TO CM-DATA-INATIVACAO
               MOVE SPACES TO CM-MOTIVO-INATIVACAO
               MOVE SPACES TO CM-REPRESENTANTE
               MOVE ZERO   TO CM-DATA-ATRIB-REPR
           END-IF.
           MOVE CODIGOI   TO CM-CODIGO.
           IF NOT CAD-NOME-PENDENTE
           MOVE CEPI      TO CM-CEP.
           MOVE TIPPESI   TO CM-TIPO-PESSOA.
           MOVE INSCRI    TO CM-INSCRICAO-FISCAL.
           MOVE CAD-MUNICIPIO-IBGE TO CM-MUNICIPIO-IBGE.
           MOVE CAD-DATA      TO CM-ULT-DATA-MANUT.
           MOVE CAD-HORA      TO CM-ULT-HORA-MANUT.
           MOVE CAD-OPERADOR  TO CM-ULT-OPERADOR.
                       MOVE 'CLIENTE INCLUIDO COM SUCESSO' TO ERRMSGO
               END-EVALUATE
           END-IF.
           PERFORM 3800-VERIFICAR-RECEITA THRU 3800-EXIT.
           IF CAD-RECEITA-IRREGULAR
               MOVE CAD-MSG-RECEITA TO ERRMSG2O
           END-IF.
           PERFORM 3850-VERIFICAR-BLOQUEIO THRU 3850-EXIT.
           IF CAD-CREDITO-BLOQUEADO
               MOVE CAD-MSG-BLOQUEIO TO ERRMSG3O
           END-IF.
           EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                ERASE
           END-EXEC.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  3800-VERIFICAR-RECEITA - A ULTIMA CONFERENCIA COM A RECEITA    *
      *  FEDERAL (RFBCLI, CARGA MENSAL DO ORA003C) ACHOU A INSCRICAO    *
      *  DO CLIENTE BAIXADA OU IRREGULAR?  SO AVISA: A MANUTENCAO       *
      *  SEGUE NORMAL.  SEM REGISTRO (OU SEM ARQUIVO), NAO HA AVISO.    *
      ******************************************************************
       3800-VERIFICAR-RECEITA.
           MOVE 'N' TO CAD-SW-RECEITA-IRREG.
           MOVE CM-CODIGO TO RV-CODIGO.
           EXEC CICS READ FILE('RFBCLI')
                RIDFLD(RV-CODIGO)
                INTO(RECEITA-CLIENTE)
                RESP(CAD-RESP-RECEITA)
           END-EXEC.
           IF CAD-RESP-RECEITA = DFHRESP(NORMAL)
           AND RV-IRREGULAR
               MOVE 'S'              TO CAD-SW-RECEITA-IRREG
               MOVE RV-DESCRICAO     TO CAD-MSG-SITUACAO-RECEITA
               MOVE RV-DATA-SITUACAO TO CAD-MSG-DATA-RECEITA
           END-IF.
       3800-EXIT.
           EXIT.

      ******************************************************************
      *  3850-VERIFICAR-BLOQUEIO - O CLIENTE ESTA SOB BLOQUEIO DE       *
      *  CREDITO COMO DEVEDOR CRONICO (BLQCLI, CARGA MENSAL DO          *
      *  ORA003E)?  SO AVISA: A MANUTENCAO SEGUE NORMAL.  SEM REGISTRO  *
      *  (OU SEM ARQUIVO), NAO HA AVISO.                                *
      ******************************************************************
       3850-VERIFICAR-BLOQUEIO.
           MOVE 'N' TO CAD-SW-BLOQUEADO.
           MOVE CM-CODIGO TO BQ-CODIGO.
           EXEC CICS READ FILE('BLQCLI')
                RIDFLD(BQ-CODIGO)
                INTO(BLOQUEIO-CREDITO)
                RESP(CAD-RESP-BLOQUEIO)
           END-EXEC.
           IF CAD-RESP-BLOQUEIO = DFHRESP(NORMAL)
               MOVE 'S'                TO CAD-SW-BLOQUEADO
               MOVE BQ-MESES-COM-SALDO TO CAD-MSG-MESES-BLOQUEIO
           END-IF.
       3850-EXIT.
           EXIT.

      ******************************************************************
      *  3900-GRAVAR-JORNAL - IMAGEM COMPLETA DO REGISTRO MESTRE        *
      *  RECEM-GRAVADO NO JORNAL CLIJRN, BASE DA RECUPERACAO AVANTE     *
           MOVE CM-TIPO-PESSOA      TO TIPPESO.
           MOVE CM-INSCRICAO-FISCAL TO INSCRO.
           PERFORM 3700-FORMATAR-SITUACAO THRU 3700-EXIT.
           MOVE SPACES TO ERRMSGO ERRMSG2O.
           PERFORM 3800-VERIFICAR-RECEITA THRU 3800-EXIT.
           IF CAD-RECEITA-IRREGULAR
               MOVE CAD-MSG-RECEITA TO ERRMSGO
           END-IF.
           PERFORM 3850-VERIFICAR-BLOQUEIO THRU 3850-EXIT.
           IF CAD-CREDITO-BLOQUEADO
               MOVE CAD-MSG-BLOQUEIO TO ERRMSG2O
           END-IF.
           EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                ERASE
           END-EXEC.
      *  PENDAPR E SO TOCA O CLIMAST, O AUDITLOG E AS EXTRACOES         *
      *  QUANDO O SUPERVISOR APLICA PELA TELA MAPF01 (ORA002Q).         *
      *  CLIENTE COM ACAO JA PENDENTE NAO RECEBE OUTRO PEDIDO.          *
      *  CLIENTE ANONIMIZADO (LGPD) NAO E REATIVADO.                   *
      ******************************************************************
       6000-INATIVAR-REATIVAR.
           MOVE SPACES TO ERRMSGO ERRMSG2O ERRMSG3O ERRMSG4O ERRMSG5O
               GO TO 6000-EXIT
           END-IF.

           IF CM-ANONIMIZADO
               MOVE 'CLIENTE ANONIMIZADO (LGPD) - CADASTRE NOVO CODIGO'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6300-VERIFICAR-PENDENTE THRU 6300-EXIT.
           IF CAD-TEM-PENDENTE
               MOVE 'CLIENTE COM ACAO PENDENTE - AGUARDE O SUPERVISOR'
       6400-EXIT.
           EXIT.

      ******************************************************************
      *  6500-IMPRIMIR-FICHA - PF9, MANDA A FICHA CADASTRAL DO CLIENTE  *
      *  INFORMADO EM CODIGOI PARA A IMPRESSORA DA FILIAL.  A           *
      *  IMPRESSORA E A DO TERMINAL NO IMPTERM; A FICHA E MONTADA E     *
      *  IMPRESSA PELA TRANSACAO OR3K (ORA003K), INICIADA NELA COM O    *
      *  CODIGO, O OPERADOR E O TERMINAL.  A TELA FICA COMO ESTA.       *
      ******************************************************************
       6500-IMPRIMIR-FICHA.
           MOVE SPACES TO ERRMSGO ERRMSG2O ERRMSG3O ERRMSG4O ERRMSG5O
                          ERRMSG6O.
           IF CODIGOI = ZERO
               MOVE 'CODIGOI - INFORME O CODIGO DO CLIENTE PARA PF9'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6500-EXIT
           END-IF.

           PERFORM 3300-LOCALIZAR-MESTRE THRU 3300-EXIT.
           IF NOT CAD-MESTRE-ACHADO
               MOVE 'CLIENTE NAO CADASTRADO - NADA A IMPRIMIR'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6500-EXIT
           END-IF.

           MOVE EIBTRMID TO IM-TERMINAL.
           EXEC CICS READ FILE('IMPTERM')
                RIDFLD(IM-TERMINAL)
                INTO(IMPRESSORA-TERMINAL)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TERMINAL SEM IMPRESSORA CADASTRADA NO IMPTERM'
                   TO ERRMSGO
               EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6500-EXIT
           END-IF.

           MOVE CM-CODIGO     TO FK-CODIGO.
           MOVE CAD-OPERADOR  TO FK-OPERADOR.
           MOVE EIBTRMID      TO FK-TERMINAL.
           MOVE CAD-DATA      TO FK-DATA.
           MOVE CAD-HORA      TO FK-HORA.
           EXEC CICS START TRANSID('OR3K')
                TERMID(IM-IMPRESSORA)
                FROM(PEDIDO-FICHA)
                LENGTH(LENGTH OF PEDIDO-FICHA)
                RESP(CAD-RESP)
           END-EXEC.
           IF CAD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO ENVIANDO A FICHA PARA A IMPRESSORA - TENTE '
                 & 'NOVAMENTE' TO ERRMSGO
               EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                    DATAONLY CURSOR
               END-EXEC
               GO TO 6500-EXIT
           END-IF.

           MOVE CM-CODIGO     TO CAD-MSG-CODIGO-FICHA.
           MOVE IM-IMPRESSORA TO CAD-MSG-IMPRESSORA.
           MOVE CAD-MSG-FICHA TO ERRMSGO.
           EXEC CICS SEND MAP('MAPA01') MAPSET('ORA002')
                DATAONLY CURSOR
           END-EXEC.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  8000-FINALIZAR - PF3, ENCERRA A TRANSACAO                     *
      ******************************************************************
