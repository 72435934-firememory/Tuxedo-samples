      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003I                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Address standardization, proposal run.  Street addresses    *
      *   are keyed every which way ('R.', 'RUA', 'AVDA', 'AVENIDA',  *
      *   the number with or without 'N.'), which defeats the ORA002D *
      *   duplicate match and makes the ORA002U labels untidy.  This  *
      *   job reads CM-ENDERECO of every ACTIVE client on CLIMAST and *
      *   each of its CURRENT delivery addresses on CLIEND and        *
      *   rewrites them in memory to the standard form: upper case,   *
      *   single spaces, the street type (first word) replaced by the *
      *   abbreviation the TLGTAB table gives for it, a number marker *
      *   ('N', 'NO', 'NR', 'NRO', 'NUM', 'NUMERO') dropped and the   *
      *   house number set off by a comma.  An address whose          *
      *   standard form differs from what is on file becomes one      *
      *   card on PROPEND and one line on the review report; one      *
      *   whose standard form does not fit in 30 positions is only    *
      *   reported.  Nothing on CLIMAST or CLIEND is changed here --  *
      *   the client-data team marks the cards it accepts and ORA003J *
      *   applies them.                                               *
      *                                                                *
      *   Inactive clients are left alone, and so is every client     *
      *   with a FUTCLI change still pending: the scheduled change    *
      *   will overwrite the address anyway, and ORA002F applies it   *
      *   as keyed.  Those clients are counted on the report.         *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003I.
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
           SELECT LOGRADOUROS   ASSIGN TO TLGTAB
               FILE STATUS IS CAD-STATUS-TLGTAB.

           SELECT FUTURAS       ASSIGN TO FUTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS CAD-STATUS-FUTURAS.

           SELECT CLIMAST       ASSIGN TO CLIMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS CAD-STATUS-CLIMAST.

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-ENDERECO.

           SELECT PROPOSTAS     ASSIGN TO PROPEND
               FILE STATUS IS CAD-STATUS-PROPOSTA.

           SELECT RELATORIO     ASSIGN TO PADREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  LOGRADOUROS
           RECORD CONTAINS 80 CHARACTERS.
       COPY TLGTAB.

       FD  FUTURAS.
       COPY FUTREC.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  PROPOSTAS
           RECORD CONTAINS 80 CHARACTERS.
       COPY PROPREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY PADLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-TLGTAB            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-FUTURAS           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-ENDERECO          PIC X(02)   VALUE '00'.
       01  CAD-STATUS-PROPOSTA          PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-TLGTAB            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-TLGTAB           VALUE 'S'.
       01  CAD-SW-FIM-FUTURAS           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-FUTURAS          VALUE 'S'.
       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-FIM-ENDERECO          PIC X(01)   VALUE 'N'.
           88  CAD-FIM-ENDERECO         VALUE 'S'.
       01  CAD-SW-PENDENTE              PIC X(01)   VALUE 'N'.
           88  CAD-CLIENTE-PENDENTE     VALUE 'S'.
       01  CAD-SW-TIPO-ACHADO           PIC X(01)   VALUE 'N'.
           88  CAD-TIPO-ACHADO          VALUE 'S'.
       01  CAD-SW-ESTOURO               PIC X(01)   VALUE 'N'.
           88  CAD-ESTOUROU             VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  TABELA DE TIPOS DE LOGRADOURO, CARREGADA DO TLGTAB.  POUCAS   *
      *  DEZENAS DE CARTOES; A PESQUISA E LINEAR.                      *
      *---------------------------------------------------------------*
       01  CAD-MAX-LOGRADOUROS          PIC 9(04)   COMP VALUE 200.
       01  CAD-QTD-LOGRADOUROS          PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-LOGRADOUROS.
           05  CAD-TL-ENTRADA           OCCURS 1 TO 200 TIMES
                                        DEPENDING ON
                                            CAD-QTD-LOGRADOUROS
                                        INDEXED BY CAD-TL-IDX.
               10  CAD-TL-VARIANTE      PIC X(10).
               10  CAD-TL-PADRAO        PIC X(06).

      *---------------------------------------------------------------*
      *  CODIGOS COM MUDANCA PROGRAMADA NO FUTCLI.  O ARQUIVO E        *
      *  CHAVEADO PELA DATA EFETIVA, ENTAO OS CODIGOS CHEGAM FORA DE   *
      *  ORDEM; CADA UM ENTRA UMA SO VEZ E A PESQUISA E LINEAR.        *
      *---------------------------------------------------------------*
       01  CAD-MAX-PENDENTES            PIC 9(04)   COMP VALUE 5000.
       01  CAD-QTD-PENDENTES            PIC 9(04)   COMP VALUE ZERO.
       01  CAD-TABELA-PENDENTES.
           05  CAD-PN-ENTRADA           OCCURS 1 TO 5000 TIMES
                                        DEPENDING ON
                                            CAD-QTD-PENDENTES
                                        INDEXED BY CAD-PN-IDX.
               10  CAD-PN-CODIGO        PIC 9(06).

      *---------------------------------------------------------------*
      *  AREA DE TRABALHO DA PADRONIZACAO (4300-PADRONIZAR-ENDERECO).  *
      *  O CHAMADOR POE O ENDERECO EM CAD-PD-ORIGINAL; A FORMA PADRAO  *
      *  VOLTA EM CAD-PD-RESULTADO (CAD-ESTOUROU QUANDO NAO CABE).     *
      *  30 POSICOES COMPORTAM NO MAXIMO 15 PALAVRAS.                  *
      *---------------------------------------------------------------*
       01  CAD-PADRONIZACAO.
           05  CAD-PD-ORIGINAL          PIC X(30).
           05  CAD-PD-TEXTO             PIC X(30).
           05  CAD-PD-COMPACTO          PIC X(30).
           05  CAD-PD-RESULTADO         PIC X(30).
           05  CAD-PD-POS-LEITURA       PIC 9(02)   COMP.
           05  CAD-PD-POS-GRAVACAO      PIC 9(02)   COMP.
           05  CAD-PD-PONTEIRO          PIC 9(02)   COMP.
           05  CAD-PD-QTD-PALAVRAS      PIC 9(02)   COMP.
           05  CAD-PD-IDX               PIC 9(02)   COMP.
           05  CAD-PD-ANTERIOR          PIC 9(02)   COMP.
           05  CAD-PD-PROXIMA           PIC 9(02)   COMP.
           05  CAD-PD-MARCADOR          PIC 9(02)   COMP.
           05  CAD-PD-NUMERO            PIC 9(02)   COMP.
           05  CAD-PD-TAM-CHAVE         PIC 9(02)   COMP.
           05  CAD-PD-CHAVE             PIC X(10).
           05  CAD-PD-TIPO-PADRAO       PIC X(06).
           05  CAD-PD-AVULSA            PIC X(30).
           05  CAD-PD-TAM-AVULSA        PIC 9(02)   COMP.
           05  CAD-PD-PALAVRAS          OCCURS 15 TIMES.
               10  CAD-PD-PALAVRA       PIC X(30).
               10  CAD-PD-TAMANHO       PIC 9(02)   COMP.

       01  CAD-PROPOSTA-ORIGEM          PIC X(01)   VALUE SPACE.
       01  CAD-PROPOSTA-CODIGO          PIC 9(06)   VALUE ZERO.
       01  CAD-PROPOSTA-SEQUENCIA       PIC 9(02)   VALUE ZERO.

       01  CAD-CONTADORES.
           05  CAD-CLIENTES-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-INATIVOS    PIC 9(08)   VALUE ZERO.
           05  CAD-CLIENTES-PENDENTES   PIC 9(08)   VALUE ZERO.
           05  CAD-ENDERECOS-EXAMINADOS PIC 9(08)   VALUE ZERO.
           05  CAD-ENDERECOS-PADRAO     PIC 9(08)   VALUE ZERO.
           05  CAD-PROPOSTAS-GRAVADAS   PIC 9(08)   VALUE ZERO.
           05  CAD-PROPOSTAS-ESTOURO    PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM 1000-ABRIR-ARQUIVOS     THRU 1000-EXIT.
           PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT.

           PERFORM 2000-CARREGAR-LOGRADOUROS THRU 2000-EXIT.
           PERFORM 2500-CARREGAR-PENDENTES   THRU 2500-EXIT.

           PERFORM 3000-LER-CLIENTE THRU 3000-EXIT.
           PERFORM 4000-PROCESSAR-CLIENTE THRU 4000-EXIT
               UNTIL CAD-FIM-CLIMAST.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
           DISPLAY 'ORA003I - TIPOS DE LOGRADOURO      : '
                   CAD-QTD-LOGRADOUROS.
           DISPLAY 'ORA003I - ENDERECOS EXAMINADOS     : '
                   CAD-ENDERECOS-EXAMINADOS.
           DISPLAY 'ORA003I - PROPOSTAS GRAVADAS       : '
                   CAD-PROPOSTAS-GRAVADAS.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  LOGRADOUROS.
           OPEN INPUT  FUTURAS.
           OPEN INPUT  CLIMAST.
           OPEN INPUT  ENDERECOS.
           OPEN OUTPUT PROPOSTAS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-TLGTAB NOT = '00'
               DISPLAY 'ORA003I - ERRO ABRINDO TLGTAB: '
                       CAD-STATUS-TLGTAB
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-FUTURAS NOT = '00'
               DISPLAY 'ORA003I - ERRO ABRINDO FUTCLI: '
                       CAD-STATUS-FUTURAS
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003I - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-ENDERECO NOT = '00'
               DISPLAY 'ORA003I - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-ENDERECO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-PROPOSTA NOT = '00'
               DISPLAY 'ORA003I - ERRO ABRINDO PROPEND: '
                       CAD-STATUS-PROPOSTA
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003I - ERRO ABRINDO PADREL: '
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
           MOVE 'PROPOSTAS DE PADRONIZACAO DE ENDERECOS' TO PA-TITULO.
           MOVE CAD-DATA-EXECUCAO TO PA-DATA-EXECUCAO.
           WRITE PA-CABECALHO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CARREGAR-LOGRADOUROS - O TLGTAB INTEIRO PARA A TABELA.   *
      *  TABELA QUE NAO CABE PARA O JOB: COM METADE DOS TIPOS AS       *
      *  PROPOSTAS SAIRIAM INCOMPLETAS.                                *
      ******************************************************************
       2000-CARREGAR-LOGRADOUROS.
           PERFORM 2100-LER-LOGRADOURO THRU 2100-EXIT.
           PERFORM 2200-GUARDAR-LOGRADOURO THRU 2200-EXIT
               UNTIL CAD-FIM-TLGTAB.
           CLOSE LOGRADOUROS.
           IF CAD-QTD-LOGRADOUROS = ZERO
               DISPLAY 'ORA003I - TLGTAB VAZIO - NADA A PADRONIZAR'
               GO TO 9999-ABEND
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-LOGRADOURO                                           *
      ******************************************************************
       2100-LER-LOGRADOURO.
           READ LOGRADOUROS
               AT END
                   MOVE 'S' TO CAD-SW-FIM-TLGTAB
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-GUARDAR-LOGRADOURO                                       *
      ******************************************************************
       2200-GUARDAR-LOGRADOURO.
           PERFORM 2300-INCLUIR-LOGRADOURO THRU 2300-EXIT.
           PERFORM 2100-LER-LOGRADOURO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-INCLUIR-LOGRADOURO - CARTAO SEM VARIANTE OU SEM PADRAO   *
      *  E IGNORADO (AVISO NO SYSOUT).                                 *
      ******************************************************************
       2300-INCLUIR-LOGRADOURO.
           IF TL-VARIANTE = SPACES
           OR TL-PADRAO = SPACES
               DISPLAY 'ORA003I - CARTAO TLGTAB IGNORADO: '
                       TIPO-LOGRADOURO
               GO TO 2300-EXIT
           END-IF.
           IF CAD-QTD-LOGRADOUROS NOT < CAD-MAX-LOGRADOUROS
               DISPLAY 'ORA003I - TLGTAB COM MAIS DE '
                       CAD-MAX-LOGRADOUROS
                       ' CARTOES - AMPLIE A TABELA'
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO CAD-QTD-LOGRADOUROS.
           SET CAD-TL-IDX TO CAD-QTD-LOGRADOUROS.
           MOVE TL-VARIANTE TO CAD-TL-VARIANTE (CAD-TL-IDX).
           MOVE TL-PADRAO   TO CAD-TL-PADRAO (CAD-TL-IDX).
           INSPECT CAD-TL-VARIANTE (CAD-TL-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CAD-TL-PADRAO (CAD-TL-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2500-CARREGAR-PENDENTES - CODIGOS COM MUDANCA PROGRAMADA.     *
      *  TODO REGISTRO DO FUTCLI ESTA PENDENTE: O ORA002F APAGA CADA   *
      *  UM NA NOITE EM QUE O APLICA.                                  *
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
           MOVE FT-CODIGO TO CAD-PROPOSTA-CODIGO.
           PERFORM 2800-PESQUISAR-PENDENTE THRU 2800-EXIT.
           IF NOT CAD-CLIENTE-PENDENTE
               IF CAD-QTD-PENDENTES NOT < CAD-MAX-PENDENTES
                   DISPLAY 'ORA003I - FUTCLI COM MAIS DE '
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
      *  2800-PESQUISAR-PENDENTE - CAD-PROPOSTA-CODIGO NA TABELA?      *
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
               WHEN CAD-PN-CODIGO (CAD-PN-IDX) = CAD-PROPOSTA-CODIGO
                   MOVE 'S' TO CAD-SW-PENDENTE
           END-SEARCH.
       2800-EXIT.
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
           PERFORM 4050-EXAMINAR-CLIENTE THRU 4050-EXIT.
           PERFORM 3000-LER-CLIENTE THRU 3000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4050-EXAMINAR-CLIENTE - INATIVO OU COM MUDANCA PROGRAMADA     *
      *  FICA COMO ESTA; NOS DEMAIS, O ENDERECO DO MESTRE E DEPOIS     *
      *  CADA ENDERECO DE ENTREGA VIGENTE.                             *
      ******************************************************************
       4050-EXAMINAR-CLIENTE.
           IF NOT CM-ATIVO
               ADD 1 TO CAD-CLIENTES-INATIVOS
               GO TO 4050-EXIT
           END-IF.
           MOVE CM-CODIGO TO CAD-PROPOSTA-CODIGO.
           PERFORM 2800-PESQUISAR-PENDENTE THRU 2800-EXIT.
           IF CAD-CLIENTE-PENDENTE
               ADD 1 TO CAD-CLIENTES-PENDENTES
               GO TO 4050-EXIT
           END-IF.

           MOVE 'C'         TO CAD-PROPOSTA-ORIGEM.
           MOVE ZERO        TO CAD-PROPOSTA-SEQUENCIA.
           MOVE CM-ENDERECO TO CAD-PD-ORIGINAL.
           PERFORM 4200-PROPOR-ENDERECO THRU 4200-EXIT.

           PERFORM 4100-LER-ENDERECOS THRU 4100-EXIT.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *  4100-LER-ENDERECOS - PERCORRE OS ENDERECOS DE ENTREGA DO      *
      *  CLIENTE NO CLIEND (CHAVE CODIGO + SEQUENCIA)                  *
      ******************************************************************
       4100-LER-ENDERECOS.
           MOVE 'N'       TO CAD-SW-FIM-ENDERECO.
           MOVE CM-CODIGO TO EN-CODIGO.
           MOVE ZERO      TO EN-SEQUENCIA.
           START ENDERECOS KEY IS NOT LESS THAN EN-CHAVE
               INVALID KEY
                   MOVE 'S' TO CAD-SW-FIM-ENDERECO
           END-START.
           PERFORM 4110-LER-PROXIMO-ENDERECO THRU 4110-EXIT
               UNTIL CAD-FIM-ENDERECO.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4110-LER-PROXIMO-ENDERECO - ENDERECO ENCERRADO (EN-DATA-FIM)  *
      *  E SO HISTORICO E NAO E PROPOSTO.                              *
      ******************************************************************
       4110-LER-PROXIMO-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-ENDERECO
           END-READ.
           IF CAD-FIM-ENDERECO
               GO TO 4110-EXIT
           END-IF.
           IF EN-CODIGO NOT = CM-CODIGO
               MOVE 'S' TO CAD-SW-FIM-ENDERECO
               GO TO 4110-EXIT
           END-IF.
           IF NOT EN-VIGENTE
               GO TO 4110-EXIT
           END-IF.
           MOVE 'E'          TO CAD-PROPOSTA-ORIGEM.
           MOVE EN-SEQUENCIA TO CAD-PROPOSTA-SEQUENCIA.
           MOVE EN-ENDERECO  TO CAD-PD-ORIGINAL.
           PERFORM 4200-PROPOR-ENDERECO THRU 4200-EXIT.
       4110-EXIT.
           EXIT.

      ******************************************************************
      *  4200-PROPOR-ENDERECO - PADRONIZA CAD-PD-ORIGINAL E, SE A      *
      *  FORMA PADRAO FOR OUTRA, GRAVA A PROPOSTA E A LINHA DO         *
      *  RELATORIO.  ENDERECO EM BRANCO NAO TEM O QUE PADRONIZAR.      *
      ******************************************************************
       4200-PROPOR-ENDERECO.
           IF CAD-PD-ORIGINAL = SPACES
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO CAD-ENDERECOS-EXAMINADOS.
           PERFORM 4300-PADRONIZAR-ENDERECO THRU 4300-EXIT.

           IF CAD-ESTOUROU
               ADD 1 TO CAD-PROPOSTAS-ESTOURO
               PERFORM 6000-IMPRIMIR-PROPOSTA THRU 6000-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF CAD-PD-RESULTADO = CAD-PD-ORIGINAL
               ADD 1 TO CAD-ENDERECOS-PADRAO
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACES                 TO PROPOSTA-ENDERECO.
           MOVE 'N'                    TO NP-ACEITE.
           MOVE CAD-PROPOSTA-ORIGEM    TO NP-ORIGEM.
           MOVE CM-CODIGO              TO NP-CODIGO.
           MOVE CAD-PROPOSTA-SEQUENCIA TO NP-SEQUENCIA.
           MOVE CAD-PD-ORIGINAL        TO NP-ENDERECO-ATUAL.
           MOVE CAD-PD-RESULTADO       TO NP-ENDERECO-PROPOSTO.
           MOVE CAD-DATA-EXECUCAO      TO NP-DATA-PROPOSTA.
           WRITE PROPOSTA-ENDERECO.
           IF CAD-STATUS-PROPOSTA NOT = '00'
               DISPLAY 'ORA003I - ERRO GRAVANDO PROPEND: '
                       CAD-STATUS-PROPOSTA
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO CAD-PROPOSTAS-GRAVADAS.
           PERFORM 6000-IMPRIMIR-PROPOSTA THRU 6000-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-PADRONIZAR-ENDERECO - MAIUSCULAS, VIRGULA E PONTO-E-     *
      *  VIRGULA VIRAM ESPACO, ESPACOS REPETIDOS CAEM (COMO O          *
      *  ORA002D), O TEXTO E SEPARADO EM PALAVRAS E REMONTADO NA       *
      *  FORMA PADRAO.                                                 *
      ******************************************************************
       4300-PADRONIZAR-ENDERECO.
           MOVE 'N'             TO CAD-SW-ESTOURO.
           MOVE CAD-PD-ORIGINAL TO CAD-PD-TEXTO.
           INSPECT CAD-PD-TEXTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz,;'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
           MOVE SPACES TO CAD-PD-COMPACTO.
           MOVE 1      TO CAD-PD-POS-LEITURA.
           MOVE ZERO   TO CAD-PD-POS-GRAVACAO.
           PERFORM 4310-COMPACTAR-CARACTER THRU 4310-EXIT
               UNTIL CAD-PD-POS-LEITURA > 30.

           MOVE ZERO TO CAD-PD-QTD-PALAVRAS.
           MOVE 1    TO CAD-PD-PONTEIRO.
           PERFORM 4320-SEPARAR-PALAVRA THRU 4320-EXIT
               UNTIL CAD-PD-PONTEIRO > 30
                  OR CAD-PD-QTD-PALAVRAS = 15.

           PERFORM 4400-LOCALIZAR-TIPO   THRU 4400-EXIT.
           PERFORM 4500-LOCALIZAR-NUMERO THRU 4500-EXIT.
           PERFORM 4600-MONTAR-ENDERECO  THRU 4600-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4310-COMPACTAR-CARACTER - COPIA UM CARACTER DE CAD-PD-TEXTO   *
      *  PARA CAD-PD-COMPACTO, DESCARTANDO O ESPACO INICIAL E O        *
      *  ESPACO QUE SEGUE OUTRO ESPACO.                                *
      ******************************************************************
       4310-COMPACTAR-CARACTER.
           IF CAD-PD-TEXTO (CAD-PD-POS-LEITURA:1) = SPACE
               IF CAD-PD-POS-GRAVACAO > 0
                   IF CAD-PD-COMPACTO (CAD-PD-POS-GRAVACAO:1)
                           NOT = SPACE
                       ADD 1 TO CAD-PD-POS-GRAVACAO
                       MOVE SPACE
                           TO CAD-PD-COMPACTO (CAD-PD-POS-GRAVACAO:1)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CAD-PD-POS-GRAVACAO
               MOVE CAD-PD-TEXTO (CAD-PD-POS-LEITURA:1)
                   TO CAD-PD-COMPACTO (CAD-PD-POS-GRAVACAO:1)
           END-IF.
           ADD 1 TO CAD-PD-POS-LEITURA.
       4310-EXIT.
           EXIT.

      ******************************************************************
      *  4320-SEPARAR-PALAVRA - A PROXIMA PALAVRA DE CAD-PD-COMPACTO   *
      *  PARA A TABELA, COM O SEU TAMANHO.  OS BRANCOS DO FIM DO       *
      *  CAMPO NAO GERAM PALAVRA.                                      *
      ******************************************************************
       4320-SEPARAR-PALAVRA.
           MOVE SPACES TO CAD-PD-AVULSA.
           MOVE ZERO   TO CAD-PD-TAM-AVULSA.
           UNSTRING CAD-PD-COMPACTO DELIMITED BY ALL SPACE
               INTO CAD-PD-AVULSA COUNT IN CAD-PD-TAM-AVULSA
               WITH POINTER CAD-PD-PONTEIRO
           END-UNSTRING.
           IF CAD-PD-TAM-AVULSA > ZERO
               ADD 1 TO CAD-PD-QTD-PALAVRAS
               MOVE CAD-PD-AVULSA
                   TO CAD-PD-PALAVRA (CAD-PD-QTD-PALAVRAS)
               MOVE CAD-PD-TAM-AVULSA
                   TO CAD-PD-TAMANHO (CAD-PD-QTD-PALAVRAS)
           ELSE
               MOVE 31 TO CAD-PD-PONTEIRO
           END-IF.
       4320-EXIT.
           EXIT.

      ******************************************************************
      *  4330-MONTAR-CHAVE - A PALAVRA CAD-PD-IDX SEM O PONTO FINAL,   *
      *  EM CAD-PD-CHAVE, PARA COMPARAR COM O TLGTAB E COM OS          *
      *  MARCADORES DE NUMERO.  PALAVRA LONGA DEMAIS FICA EM BRANCO.   *
      ******************************************************************
       4330-MONTAR-CHAVE.
           MOVE SPACES TO CAD-PD-CHAVE.
           MOVE CAD-PD-TAMANHO (CAD-PD-IDX) TO CAD-PD-TAM-CHAVE.
           IF CAD-PD-PALAVRA (CAD-PD-IDX) (CAD-PD-TAM-CHAVE:1) = '.'
               SUBTRACT 1 FROM CAD-PD-TAM-CHAVE
           END-IF.
           IF CAD-PD-TAM-CHAVE > ZERO
           AND CAD-PD-TAM-CHAVE NOT > 10
               MOVE CAD-PD-PALAVRA (CAD-PD-IDX) (1:CAD-PD-TAM-CHAVE)
                   TO CAD-PD-CHAVE
           END-IF.
       4330-EXIT.
           EXIT.

      ******************************************************************
      *  4400-LOCALIZAR-TIPO - A PRIMEIRA PALAVRA E O TIPO DE          *
      *  LOGRADOURO; ACHADA NO TLGTAB, E TROCADA PELA ABREVIATURA      *
      *  PADRAO.  NAO ACHADA, FICA COMO ESTA.                          *
      ******************************************************************
       4400-LOCALIZAR-TIPO.
           MOVE 'N'    TO CAD-SW-TIPO-ACHADO.
           MOVE SPACES TO CAD-PD-TIPO-PADRAO.
           IF CAD-PD-QTD-PALAVRAS < 2
               GO TO 4400-EXIT
           END-IF.
           MOVE 1 TO CAD-PD-IDX.
           PERFORM 4330-MONTAR-CHAVE THRU 4330-EXIT.
           IF CAD-PD-CHAVE = SPACES
               GO TO 4400-EXIT
           END-IF.
           SET CAD-TL-IDX TO 1.
           SEARCH CAD-TL-ENTRADA
               AT END
                   CONTINUE
               WHEN CAD-TL-VARIANTE (CAD-TL-IDX) = CAD-PD-CHAVE
                   MOVE 'S' TO CAD-SW-TIPO-ACHADO
                   MOVE CAD-TL-PADRAO (CAD-TL-IDX)
                       TO CAD-PD-TIPO-PADRAO
           END-SEARCH.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  4500-LOCALIZAR-NUMERO - O NUMERO DO IMOVEL E A PALAVRA QUE    *
      *  SEGUE UM MARCADOR ('N', 'NO', 'NR', 'NRO', 'NUM', 'NUMERO',   *
      *  COM OU SEM PONTO) E COMECA POR DIGITO -- O MARCADOR CAI -- OU,*
      *  SEM MARCADOR, A PRIMEIRA PALAVRA SO DE DIGITOS DA TERCEIRA EM *
      *  DIANTE QUE NAO VENHA DEPOIS DE 'KM' NEM ANTES DE 'DE' (NA     *
      *  SEGUNDA POSICAO E NO 'RUA 25 DE MARCO' O NUMERO E NOME DA     *
      *  RUA; 'KM 12' E O QUILOMETRO DA ESTRADA).                      *
      ******************************************************************
       4500-LOCALIZAR-NUMERO.
           MOVE ZERO TO CAD-PD-MARCADOR.
           MOVE ZERO TO CAD-PD-NUMERO.
           MOVE 2    TO CAD-PD-IDX.
           PERFORM 4510-EXAMINAR-PALAVRA THRU 4510-EXIT
               UNTIL CAD-PD-IDX > CAD-PD-QTD-PALAVRAS
                  OR CAD-PD-NUMERO > ZERO.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4510-EXAMINAR-PALAVRA                                         *
      ******************************************************************
       4510-EXAMINAR-PALAVRA.
           COMPUTE CAD-PD-ANTERIOR = CAD-PD-IDX - 1.
           COMPUTE CAD-PD-PROXIMA  = CAD-PD-IDX + 1.
           PERFORM 4330-MONTAR-CHAVE THRU 4330-EXIT.
           IF CAD-PD-IDX < CAD-PD-QTD-PALAVRAS
               IF CAD-PD-CHAVE = 'N' OR 'NO' OR 'NR' OR 'NRO'
                              OR 'NUM' OR 'NUMERO'
                   IF CAD-PD-PALAVRA (CAD-PD-PROXIMA) (1:1)
                           IS NUMERIC
                       MOVE CAD-PD-IDX     TO CAD-PD-MARCADOR
                       MOVE CAD-PD-PROXIMA TO CAD-PD-NUMERO
                       GO TO 4510-EXIT
                   END-IF
               END-IF
           END-IF.
           IF CAD-PD-IDX > 2
           AND CAD-PD-PALAVRA (CAD-PD-ANTERIOR) NOT = 'KM'
               IF CAD-PD-PALAVRA (CAD-PD-IDX)
                       (1:CAD-PD-TAMANHO (CAD-PD-IDX)) IS NUMERIC
                   IF CAD-PD-IDX = CAD-PD-QTD-PALAVRAS
                       MOVE CAD-PD-IDX TO CAD-PD-NUMERO
                   ELSE
                       IF CAD-PD-PALAVRA (CAD-PD-PROXIMA) NOT = 'DE'
                           MOVE CAD-PD-IDX TO CAD-PD-NUMERO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CAD-PD-IDX.
       4510-EXIT.
           EXIT.

      ******************************************************************
      *  4600-MONTAR-ENDERECO - REMONTA AS PALAVRAS SEPARADAS POR UM   *
      *  ESPACO, O TIPO PADRAO NO LUGAR DA PRIMEIRA, SEM O MARCADOR E  *
      *  COM ', ' ANTES DO NUMERO.  O QUE NAO CABE EM 30 POSICOES      *
      *  LIGA CAD-ESTOUROU.                                            *
      ******************************************************************
       4600-MONTAR-ENDERECO.
           MOVE SPACES TO CAD-PD-RESULTADO.
           MOVE 1      TO CAD-PD-POS-GRAVACAO.
           MOVE 1      TO CAD-PD-IDX.
           PERFORM 4610-MONTAR-PALAVRA THRU 4610-EXIT
               UNTIL CAD-PD-IDX > CAD-PD-QTD-PALAVRAS
                  OR CAD-ESTOUROU.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *  4610-MONTAR-PALAVRA                                           *
      ******************************************************************
       4610-MONTAR-PALAVRA.
           IF CAD-PD-IDX NOT = CAD-PD-MARCADOR
               PERFORM 4620-ACRESCENTAR-PALAVRA THRU 4620-EXIT
           END-IF.
           ADD 1 TO CAD-PD-IDX.
       4610-EXIT.
           EXIT.

      ******************************************************************
      *  4620-ACRESCENTAR-PALAVRA - SEPARADOR E PALAVRA CAD-PD-IDX NO  *
      *  FIM DE CAD-PD-RESULTADO                                       *
      ******************************************************************
       4620-ACRESCENTAR-PALAVRA.
           IF CAD-PD-POS-GRAVACAO > 1
               IF CAD-PD-IDX = CAD-PD-NUMERO
                   STRING ', ' DELIMITED BY SIZE
                       INTO CAD-PD-RESULTADO
                       WITH POINTER CAD-PD-POS-GRAVACAO
                       ON OVERFLOW
                           MOVE 'S' TO CAD-SW-ESTOURO
                   END-STRING
               ELSE
                   STRING ' ' DELIMITED BY SIZE
                       INTO CAD-PD-RESULTADO
                       WITH POINTER CAD-PD-POS-GRAVACAO
                       ON OVERFLOW
                           MOVE 'S' TO CAD-SW-ESTOURO
                   END-STRING
               END-IF
           END-IF.
           IF CAD-ESTOUROU
               GO TO 4620-EXIT
           END-IF.
           IF CAD-PD-IDX = 1
           AND CAD-TIPO-ACHADO
               STRING CAD-PD-TIPO-PADRAO DELIMITED BY SPACE
                   INTO CAD-PD-RESULTADO
                   WITH POINTER CAD-PD-POS-GRAVACAO
                   ON OVERFLOW
                       MOVE 'S' TO CAD-SW-ESTOURO
               END-STRING
           ELSE
               STRING CAD-PD-PALAVRA (CAD-PD-IDX)
                          (1:CAD-PD-TAMANHO (CAD-PD-IDX))
                          DELIMITED BY SIZE
                   INTO CAD-PD-RESULTADO
                   WITH POINTER CAD-PD-POS-GRAVACAO
                   ON OVERFLOW
                       MOVE 'S' TO CAD-SW-ESTOURO
               END-STRING
           END-IF.
       4620-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-PROPOSTA - UMA LINHA POR ENDERECO PROPOSTO OU   *
      *  QUE NAO CABE NA FORMA PADRAO                                  *
      ******************************************************************
       6000-IMPRIMIR-PROPOSTA.
           MOVE SPACES                 TO PA-DETALHE.
           IF CAD-PROPOSTA-ORIGEM = 'C'
               MOVE 'MESTRE'           TO PA-ORIGEM
           ELSE
               MOVE 'ENTREGA'          TO PA-ORIGEM
               MOVE CAD-PROPOSTA-SEQUENCIA TO PA-SEQUENCIA
           END-IF.
           MOVE CM-CODIGO              TO PA-CODIGO.
           MOVE CAD-PD-ORIGINAL        TO PA-ENDERECO-ATUAL.
           IF CAD-ESTOUROU
               MOVE 'NAO CABE EM 30 POSICOES - CORRIJA NA TELA'
                                       TO PA-RESULTADO
           ELSE
               MOVE CAD-PD-RESULTADO   TO PA-ENDERECO-NOVO
               MOVE 'PROPOSTO'         TO PA-RESULTADO
           END-IF.
           WRITE PA-DETALHE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'TIPOS DE LOGRADOURO CARREGADOS' TO PA-TEXTO-TOTAL.
           MOVE CAD-QTD-LOGRADOUROS              TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'CLIENTES LIDOS'                TO PA-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-LIDOS               TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'CLIENTES INATIVOS (IGNORADOS)'  TO PA-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-INATIVOS            TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'CLIENTES COM MUDANCA PROGRAMADA (IGNORADOS)'
                                               TO PA-TEXTO-TOTAL.
           MOVE CAD-CLIENTES-PENDENTES           TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'ENDERECOS EXAMINADOS'          TO PA-TEXTO-TOTAL.
           MOVE CAD-ENDERECOS-EXAMINADOS         TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'ENDERECOS JA NA FORMA PADRAO'   TO PA-TEXTO-TOTAL.
           MOVE CAD-ENDERECOS-PADRAO             TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'PROPOSTAS GRAVADAS NO PROPEND'  TO PA-TEXTO-TOTAL.
           MOVE CAD-PROPOSTAS-GRAVADAS           TO PA-QUANTIDADE.
           WRITE PA-TOTAL.

           MOVE SPACES                         TO PA-TOTAL.
           MOVE 'FORMA PADRAO MAIOR QUE 30 POSICOES'
                                               TO PA-TEXTO-TOTAL.
           MOVE CAD-PROPOSTAS-ESTOURO            TO PA-QUANTIDADE.
           WRITE PA-TOTAL.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST ENDERECOS PROPOSTAS RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
