      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003G                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Nightly sales representative assignment.  The territory     *
      *   table TERRIT (maintained on MAPH01, ORA003F) is loaded in   *
      *   key order, then every ACTIVE client on CLIMAST is matched   *
      *   by its UF and CM-CEP against the CEP ranges of that UF.     *
      *   The representative of the covering range goes to            *
      *   CM-REPRESENTANTE with tonight's date in CM-DATA-ATRIB-REPR; *
      *   a client no range covers gets the representative cleared.   *
      *   Only a client whose representative actually changes is      *
      *   rewritten and journaled to CLIJRN, so ORA002J forward       *
      *   recovery sees the new value.  The assignment is the         *
      *   system's, not a clerk's: the last-maintenance stamp does    *
      *   not move and no AUDITLOG entry is written.  Inactive        *
      *   clients keep the representative they had when they left.    *
      *                                                                *
      *   The report lists every client whose representative          *
      *   changed (previous and new code) and every active client no  *
      *   territory covers, with the totals.  A TERRIT larger than    *
      *   the table abends the run before any client is touched, so   *
      *   a partial table never clears representatives.  The run      *
      *   registers on RUNCTL through ORA002K like the other nightly  *
      *   jobs; the SYSIN card takes 'REINICIO' to reattach after an  *
      *   abend (a rerun assigns the same representatives again and   *
      *   only rewrites what is still different).                     *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003G.
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
           SELECT TERRITORIOS   ASSIGN TO TERRIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-CHAVE
               FILE STATUS IS CAD-STATUS-TERRIT.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT JORNAL        ASSIGN TO CLIJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JN-CHAVE
               FILE STATUS IS CAD-STATUS-JORNAL.

           SELECT RELATORIO     ASSIGN TO ATRREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  TERRITORIOS.
       COPY TERREC.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  JORNAL.
       COPY JRNREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY ATRLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-TERRIT            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-JORNAL            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-TERRIT            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-TERRIT           VALUE 'S'.
       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-COBERTO               PIC X(01)   VALUE 'N'.
           88  CAD-CLIENTE-COBERTO      VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-EXECUCAO            PIC 9(06)   VALUE ZERO.
       01  CAD-REPR-ANTERIOR            PIC X(06)   VALUE SPACES.
       01  CAD-REPR-NOVO                PIC X(06)   VALUE SPACES.
       01  CAD-NOME-REPR-NOVO           PIC X(30)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  SEQUENCIA DAS IMAGENS DE JORNAL DA EXECUCAO.  TODAS SAEM COM  *
      *  A MESMA DATA/HORA, ENTAO A CHAVE SE DISTINGUE PELO TERMINAL   *
      *  (OS 4 DIGITOS BAIXOS) E POR JN-SEQ (O MILHAR ACIMA DE 9999).  *
      *---------------------------------------------------------------*
       01  CAD-SEQ-JORNAL               PIC 9(06)   VALUE ZERO.
       01  CAD-SEQ-JORNAL-R REDEFINES CAD-SEQ-JORNAL.
           05  CAD-SJ-BLOCO             PIC 9(02).
           05  CAD-SJ-TERMINAL          PIC 9(04).

      *---------------------------------------------------------------*
      *  TABELA DE TERRITORIOS, CARREGADA DO TERRIT EM ORDEM DE UF E   *
      *  CEP INICIAL.  AS FAIXAS DE UMA UF NAO SE SOBREPOEM (ORA003F   *
      *  NAO DEIXA), ENTAO A PRIMEIRA QUE COBRE O CEP E A UNICA.       *
      *---------------------------------------------------------------*
       01  CAD-MAX-TERRITORIOS          PIC 9(04)   COMP VALUE 3000.
       01  CAD-QTD-TERRITORIOS          PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-TERRITORIOS.
           05  CAD-TE-ENTRADA           OCCURS 1 TO 3000 TIMES
                                        DEPENDING ON
                                            CAD-QTD-TERRITORIOS
                                        INDEXED BY CAD-TE-IDX.
               10  CAD-TE-ESTADO        PIC X(02).
               10  CAD-TE-CEP-INICIAL   PIC 9(08).
               10  CAD-TE-CEP-FINAL     PIC 9(08).
               10  CAD-TE-REPRESENTANTE PIC X(06).
               10  CAD-TE-NOME          PIC X(30).

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-ATIVOS      PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-MANTIDOS    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-ALTERADOS   PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-DESCOBERTOS PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): 'REINICIO' RETOMA O REGISTRO DE  *
      *  CONTROLE QUE UMA NOITE ABENDADA DEIXOU ABERTO; QUALQUER       *
      *  OUTRO CONTEUDO E UM INICIO NORMAL.                            *
      *---------------------------------------------------------------*
       01  CAD-CARTAO-PARM              PIC X(08)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  AREA DE PARAMETROS DO CONTROLE DE EXECUCAO (ORA002K)          *
      *---------------------------------------------------------------*
       COPY ORA02KC.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.

           PERFORM 0100-REGISTRAR-INICIO THRU 0100-EXIT.
           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT.

           PERFORM 2000-CARREGAR-TERRITORIOS THRU 2000-EXIT.

           PERFORM 3000-LER-CLIENTE THRU 3000-EXIT.
           PERFORM 4000-PROCESSAR-CLIENTE THRU 4000-EXIT
               UNTIL CAD-FIM-CLIMAST.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
           DISPLAY 'ORA003G - TERRITORIOS CARREGADOS   : '
                   CAD-QTD-TERRITORIOS.
           DISPLAY 'ORA003G - CLIENTES ATIVOS          : '
                   CAD-CLIENTES-ATIVOS.
           DISPLAY 'ORA003G - REPRESENTANTE ALTERADO   : '
                   CAD-CLIENTES-ALTERADOS.
           DISPLAY 'ORA003G - SEM TERRITORIO           : '
                   CAD-CLIENTES-DESCOBERTOS.
           PERFORM 0200-REGISTRAR-FIM THRU 0200-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-REGISTRAR-INICIO - ABRE A NOITE NO CONTROLE DE EXECUCAO  *
      *  (RUNCTL); EXECUCAO ANTERIOR AINDA ABERTA IMPEDE O JOB DE      *
      *  RODAR POR CIMA DE UMA NOITE MAL TERMINADA.                    *
      ******************************************************************
       0100-REGISTRAR-INICIO.
           ACCEPT CAD-CARTAO-PARM.
           IF CAD-CARTAO-PARM = 'REINICIO'
               MOVE 'R' TO RK-FUNCAO
           ELSE
               MOVE 'I' TO RK-FUNCAO
           END-IF.
           MOVE 'ORA003G' TO RK-PROGRAMA.
           CALL 'ORA002K' USING RK-PARAMETROS.
           IF RK-EXECUCAO-ABERTA
               DISPLAY 'ORA003G - EXECUCAO ANTERIOR AINDA ABERTA NO'
                       ' RUNCTL - VERIFIQUE ANTES DE RESUBMETER'
               GO TO 9999-ABEND
           END-IF.
           IF NOT RK-OK
               DISPLAY 'ORA003G - ERRO NO CONTROLE DE EXECUCAO'
               GO TO 9999-ABEND
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      *  0200-REGISTRAR-FIM - FECHA A NOITE NO CONTROLE DE EXECUCAO    *
      ******************************************************************
       0200-REGISTRAR-FIM.
           MOVE 'F'       TO RK-FUNCAO.
           MOVE 'ORA003G' TO RK-PROGRAMA.
           MOVE ZERO      TO RK-RETORNO.
           MOVE CAD-CLIENTES-ALTERADOS   TO RK-CONTADOR-1.
           MOVE CAD-CLIENTES-DESCOBERTOS TO RK-CONTADOR-2.
           MOVE CAD-CLIENTES-ATIVOS      TO RK-CONTADOR-3.
           CALL 'ORA002K' USING RK-PARAMETROS.
       0200-EXIT.
           EXIT.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  TERRITORIOS.
           OPEN I-O    CLIMAST.
           OPEN I-O    JORNAL.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-TERRIT NOT = '00'
               DISPLAY 'ORA003G - ERRO ABRINDO TERRIT: '
                       CAD-STATUS-TERRIT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003G - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-JORNAL NOT = '00'
               DISPLAY 'ORA003G - ERRO ABRINDO CLIJRN: '
                       CAD-STATUS-JORNAL
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003G - ERRO ABRINDO ATRREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-IMPRIMIR-CABECALHO                                       *
      ******************************************************************
       1100-IMPRIMIR-CABECALHO.
           MOVE SPACES TO AR-CABECALHO.
           MOVE 'ATRIBUICAO DE CLIENTES A REPRESENTANTES DE VENDA'
               TO AR-TITULO.
           MOVE CAD-DATA-EXECUCAO TO AR-DATA-EXECUCAO.
           WRITE AR-CABECALHO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CARREGAR-TERRITORIOS - O TERRIT INTEIRO PARA A TABELA.   *
      *  NAO CABENDO, O JOB PARA ANTES DE TOCAR EM QUALQUER CLIENTE:   *
      *  COM A TABELA PELA METADE OS CLIENTES DAS FAIXAS QUE FICARAM   *
      *  DE FORA PERDERIAM O REPRESENTANTE.                            *
      ******************************************************************
       2000-CARREGAR-TERRITORIOS.
           PERFORM 2100-LER-TERRITORIO THRU 2100-EXIT.
           PERFORM 2200-GUARDAR-TERRITORIO THRU 2200-EXIT
               UNTIL CAD-FIM-TERRIT.
           CLOSE TERRITORIOS.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-TERRITORIO                                           *
      ******************************************************************
       2100-LER-TERRITORIO.
           READ TERRITORIOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-TERRIT
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-GUARDAR-TERRITORIO                                       *
      ******************************************************************
       2200-GUARDAR-TERRITORIO.
           IF CAD-QTD-TERRITORIOS NOT < CAD-MAX-TERRITORIOS
               DISPLAY 'ORA003G - TERRIT COM MAIS DE '
                       CAD-MAX-TERRITORIOS
                       ' TERRITORIOS - AMPLIE A TABELA'
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO CAD-QTD-TERRITORIOS.
           SET CAD-TE-IDX TO CAD-QTD-TERRITORIOS.
           MOVE TR-ESTADO      TO CAD-TE-ESTADO (CAD-TE-IDX).
           MOVE TR-CEP-INICIAL TO CAD-TE-CEP-INICIAL (CAD-TE-IDX).
           MOVE TR-CEP-FINAL   TO CAD-TE-CEP-FINAL (CAD-TE-IDX).
           MOVE TR-REPRESENTANTE
                               TO CAD-TE-REPRESENTANTE (CAD-TE-IDX).
           MOVE TR-NOME-REPRESENTANTE
                               TO CAD-TE-NOME (CAD-TE-IDX).
           PERFORM 2100-LER-TERRITORIO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LER-CLIENTE                                              *
      ******************************************************************
       3000-LER-CLIENTE.
           READ CLIMAST NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-READ.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PROCESSAR-CLIENTE                                        *
      ******************************************************************
       4000-PROCESSAR-CLIENTE.
           ADD 1 TO CAD-CLIENTES-LIDOS.
           PERFORM 4050-ATRIBUIR-CLIENTE THRU 4050-EXIT.
           PERFORM 3000-LER-CLIENTE THRU 3000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4050-ATRIBUIR-CLIENTE - INATIVO FICA COMO ESTA; ATIVO RECEBE  *
      *  O REPRESENTANTE DA FAIXA QUE O COBRE (OU NENHUM) E SO E       *
      *  REGRAVADO QUANDO ELE MUDA.                                    *
      ******************************************************************
       4050-ATRIBUIR-CLIENTE.
           IF NOT CM-ATIVO
               GO TO 4050-EXIT
           END-IF.
           ADD 1 TO CAD-CLIENTES-ATIVOS.

           PERFORM 4100-LOCALIZAR-TERRITORIO THRU 4100-EXIT.
           MOVE CM-REPRESENTANTE TO CAD-REPR-ANTERIOR.

           IF NOT CAD-CLIENTE-COBERTO
               ADD 1 TO CAD-CLIENTES-DESCOBERTOS
               PERFORM 6100-IMPRIMIR-DESCOBERTO THRU 6100-EXIT
           END-IF.

           IF CAD-REPR-NOVO = CAD-REPR-ANTERIOR
               ADD 1 TO CAD-CLIENTES-MANTIDOS
               GO TO 4050-EXIT
           END-IF.

           PERFORM 5000-REGRAVAR-CLIENTE THRU 5000-EXIT.
           IF CAD-CLIENTE-COBERTO
               ADD 1 TO CAD-CLIENTES-ALTERADOS
               PERFORM 6000-IMPRIMIR-ALTERADO THRU 6000-EXIT
           END-IF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *  4100-LOCALIZAR-TERRITORIO - PESQUISA A FAIXA DA UF DO CLIENTE *
      *  QUE CONTEM O CM-CEP.                                          *
      ******************************************************************
       4100-LOCALIZAR-TERRITORIO.
           MOVE 'N'    TO CAD-SW-COBERTO.
           MOVE SPACES TO CAD-REPR-NOVO.
           MOVE SPACES TO CAD-NOME-REPR-NOVO.
           IF CAD-QTD-TERRITORIOS = ZERO
               GO TO 4100-EXIT
           END-IF.
           SET CAD-TE-IDX TO 1.
           SEARCH CAD-TE-ENTRADA
               AT END
                   CONTINUE
               WHEN CAD-TE-ESTADO (CAD-TE-IDX) = CM-ESTADO
               AND  CAD-TE-CEP-INICIAL (CAD-TE-IDX) NOT > CM-CEP
               AND  CAD-TE-CEP-FINAL (CAD-TE-IDX) NOT < CM-CEP
                   MOVE 'S' TO CAD-SW-COBERTO
                   MOVE CAD-TE-REPRESENTANTE (CAD-TE-IDX)
                       TO CAD-REPR-NOVO
                   MOVE CAD-TE-NOME (CAD-TE-IDX)
                       TO CAD-NOME-REPR-NOVO
           END-SEARCH.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-REGRAVAR-CLIENTE - GRAVA O NOVO REPRESENTANTE (OU O      *
      *  BRANCO) COM A DATA DA ATRIBUICAO.  O CARIMBO DE ULTIMA        *
      *  MANUTENCAO NAO SE MEXE: NINGUEM ALTEROU O CADASTRO.           *
      ******************************************************************
       5000-REGRAVAR-CLIENTE.
           MOVE CAD-REPR-NOVO     TO CM-REPRESENTANTE.
           MOVE CAD-DATA-EXECUCAO TO CM-DATA-ATRIB-REPR.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003G - ERRO REGRAVANDO CLIMAST '
                           CM-CODIGO ' STATUS ' CAD-STATUS-CLIMAST
                   GO TO 9999-ABEND
           END-REWRITE.
           PERFORM 5500-JORNAL-MESTRE THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5500-JORNAL-MESTRE - IMAGEM COMPLETA DO MESTRE RECEM-GRAVADO  *
      *  NO JORNAL CLIJRN (RECUPERACAO AVANTE, ORA002J)                *
      ******************************************************************
       5500-JORNAL-MESTRE.
           ADD 1 TO CAD-SEQ-JORNAL.
           MOVE CAD-DATA-EXECUCAO TO JN-DATA.
           MOVE CAD-HORA-EXECUCAO TO JN-HORA.
           MOVE 'ORA003G'         TO JN-OPERADOR.
           MOVE CAD-SJ-TERMINAL   TO JN-TERMINAL.
           MOVE CAD-SJ-BLOCO      TO JN-SEQ.
           MOVE 'CLIMAST '        TO JN-ARQUIVO.
           MOVE SPACES            TO JN-IMAGEM.
           MOVE CLIENT-RECORD     TO JN-IMAGEM.
           WRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003G - FALHA GRAVANDO JORNAL CLI '
                           CM-CODIGO
           END-WRITE.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-ALTERADO - CLIENTE QUE MUDOU DE REPRESENTANTE   *
      ******************************************************************
       6000-IMPRIMIR-ALTERADO.
           MOVE SPACES             TO AR-DETALHE.
           MOVE CM-CODIGO          TO AR-CODIGO.
           MOVE CM-NOME            TO AR-NOME.
           MOVE CM-ESTADO          TO AR-ESTADO.
           MOVE CM-CEP             TO AR-CEP.
           MOVE CAD-REPR-ANTERIOR  TO AR-REPR-ANTERIOR.
           MOVE CAD-REPR-NOVO      TO AR-REPR-NOVO.
           MOVE CAD-NOME-REPR-NOVO TO AR-NOME-REPR.
           IF CAD-REPR-ANTERIOR = SPACES
               MOVE 'ATRIBUIDO'    TO AR-SITUACAO
           ELSE
               MOVE 'TRANSFERIDO'  TO AR-SITUACAO
           END-IF.
           WRITE AR-DETALHE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-IMPRIMIR-DESCOBERTO - CLIENTE ATIVO QUE NENHUMA FAIXA    *
      *  COBRE.  SAI TODA NOITE ATE ALGUEM CADASTRAR O TERRITORIO; O   *
      *  REPRESENTANTE ANTERIOR APARECE NA NOITE EM QUE FOI RETIRADO.  *
      ******************************************************************
       6100-IMPRIMIR-DESCOBERTO.
           MOVE SPACES             TO AR-DETALHE.
           MOVE CM-CODIGO          TO AR-CODIGO.
           MOVE CM-NOME            TO AR-NOME.
           MOVE CM-ESTADO          TO AR-ESTADO.
           MOVE CM-CEP             TO AR-CEP.
           MOVE CAD-REPR-ANTERIOR  TO AR-REPR-ANTERIOR.
           MOVE 'SEM TERRITORIO'   TO AR-SITUACAO.
           WRITE AR-DETALHE.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                         TO AR-TOTAL.
           MOVE 'TERRITORIOS CARREGADOS'        TO AR-TEXTO-TOTAL.
           MOVE CAD-QTD-TERRITORIOS              TO AR-QUANTIDADE.
           WRITE AR-TOTAL.

           MOVE SPACES                         TO AR-TOTAL.
           MOVE 'CLIENTES LIDOS'                TO AR-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-LIDOS               TO AR-QUANTIDADE.
           WRITE AR-TOTAL.

           MOVE SPACES                         TO AR-TOTAL.
           MOVE 'CLIENTES ATIVOS'               TO AR-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-ATIVOS              TO AR-QUANTIDADE.
           WRITE AR-TOTAL.

           MOVE SPACES                         TO AR-TOTAL.
           MOVE 'REPRESENTANTE MANTIDO'         TO AR-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-MANTIDOS            TO AR-QUANTIDADE.
           WRITE AR-TOTAL.

           MOVE SPACES                         TO AR-TOTAL.
           MOVE 'REPRESENTANTE ATRIBUIDO OU TRANSFERIDO'
                                               TO AR-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-ALTERADOS           TO AR-QUANTIDADE.
           WRITE AR-TOTAL.

           MOVE SPACES                         TO AR-TOTAL.
           MOVE 'SEM TERRITORIO'                TO AR-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-DESCOBERTOS         TO AR-QUANTIDADE.
           WRITE AR-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST JORNAL RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
