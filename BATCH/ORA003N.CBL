      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003N                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   One-time fill of the IBGE municipality code on the clients  *
      *   and delivery addresses already on file, run once after the  *
      *   first ORA003M has given CEPTAB its codes (from then on      *
      *   ORA002V sets the code on every online change).  Every       *
      *   CLIMAST record and then every CLIEND record is resolved:    *
      *   first by the code of its CEP prefix on CEPTAB, the way the  *
      *   online edit does it; when the prefix is missing or carries  *
      *   no code, by its UF and city on IBGEMUN.  A record neither   *
      *   resolves keeps the code it already has (zero when it has    *
      *   none) and is printed with the reason, active or inactive,   *
      *   so the client-data team can correct the city or the CEP.    *
      *                                                                *
      *   Only a record whose code actually changes is rewritten and  *
      *   journaled to CLIJRN; the journal images serve ORA002J       *
      *   forward recovery only.  The fill is the system's, not a     *
      *   clerk's: the last-maintenance stamp does not move and no    *
      *   AUDITLOG entry is written, so the ORA002E delta never       *
      *   selects a filled client -- billing receives the back-filled *
      *   codes through the full ORA002E 'COMPLETO' extract run after *
      *   this job (see its JCL).  The run can be repeated safely; a  *
      *   second run rewrites only what is still different.  When the *
      *   run's journal keys are used up (999999 images) the job      *
      *   stops with RETURN-CODE 4 and is simply resubmitted to       *
      *   finish the rest.                                            *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003N.
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

           SELECT ENDERECOS     ASSIGN TO CLIEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS CAD-STATUS-CLIEND.

           SELECT CEPTAB        ASSIGN TO CEPTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-PREFIXO
               FILE STATUS IS CAD-STATUS-CEPTAB.

           SELECT MUNICIPIOS    ASSIGN TO IBGEMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IB-CHAVE
               FILE STATUS IS CAD-STATUS-IBGEMUN.

           SELECT JORNAL        ASSIGN TO CLIJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JN-CHAVE
               FILE STATUS IS CAD-STATUS-JORNAL.

           SELECT RELATORIO     ASSIGN TO MUNREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIMAST.
       COPY CLIMAST.

       FD  ENDERECOS.
       COPY ENDEREC.

       FD  CEPTAB.
       COPY CEPTAB.

       FD  MUNICIPIOS.
       COPY IBGEREC.

       FD  JORNAL.
       COPY JRNREC.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY MUNLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-CLIMAST           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CLIEND            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CEPTAB            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-IBGEMUN           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-JORNAL            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-CLIMAST           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIMAST          VALUE 'S'.
       01  CAD-SW-FIM-CLIEND            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CLIEND           VALUE 'S'.
       01  CAD-SW-LIMITE                PIC X(01)   VALUE 'N'.
           88  CAD-LIMITE-ATINGIDO      VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-EXECUCAO            PIC 9(06)   VALUE ZERO.

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
      *  ENDERECO A RESOLVER (MESTRE OU ENTREGA) E O RESULTADO (4000)  *
      *---------------------------------------------------------------*
       01  CAD-RES-CEP                  PIC 9(08)   VALUE ZERO.
       01  CAD-RES-CIDADE               PIC X(20)   VALUE SPACES.
       01  CAD-RES-ESTADO               PIC X(02)   VALUE SPACES.
       01  CAD-RES-CODIGO               PIC 9(07)   VALUE ZERO.
       01  CAD-RES-RESULTADO            PIC X(01)   VALUE SPACE.
           88  CAD-RES-PELO-CEP         VALUE 'C'.
           88  CAD-RES-PELO-NOME        VALUE 'N'.
           88  CAD-RES-AMBIGUO          VALUE 'A'.
           88  CAD-RES-NAO-ACHADO       VALUE 'X'.

       01  CAD-CONTADORES-CLIENTES.
           05  CAD-CLI-LIDOS            PIC 9(08)   VALUE ZERO.
           05  CAD-CLI-PELO-CEP         PIC 9(08)   VALUE ZERO.
           05  CAD-CLI-PELO-NOME        PIC 9(08)   VALUE ZERO.
           05  CAD-CLI-SEM-CODIGO       PIC 9(08)   VALUE ZERO.
           05  CAD-CLI-ALTERADOS        PIC 9(08)   VALUE ZERO.

       01  CAD-CONTADORES-ENDERECOS.
           05  CAD-END-LIDOS            PIC 9(08)   VALUE ZERO.
           05  CAD-END-PELO-CEP         PIC 9(08)   VALUE ZERO.
           05  CAD-END-PELO-NOME        PIC 9(08)   VALUE ZERO.
           05  CAD-END-SEM-CODIGO       PIC 9(08)   VALUE ZERO.
           05  CAD-END-ALTERADOS        PIC 9(08)   VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.

           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.

           PERFORM 2000-PREENCHER-CLIENTES THRU 2000-EXIT.
           IF NOT CAD-LIMITE-ATINGIDO
               PERFORM 3000-PREENCHER-ENDERECOS THRU 3000-EXIT
           END-IF.

           PERFORM 7000-IMPRIMIR-TOTAIS   THRU 7000-EXIT.
           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
           DISPLAY 'ORA003N - CLIENTES LIDOS           : '
                   CAD-CLI-LIDOS.
           DISPLAY 'ORA003N - CLIENTES ALTERADOS       : '
                   CAD-CLI-ALTERADOS.
           DISPLAY 'ORA003N - CLIENTES SEM CODIGO IBGE : '
                   CAD-CLI-SEM-CODIGO.
           DISPLAY 'ORA003N - ENDERECOS LIDOS          : '
                   CAD-END-LIDOS.
           DISPLAY 'ORA003N - ENDERECOS ALTERADOS      : '
                   CAD-END-ALTERADOS.
           DISPLAY 'ORA003N - ENDERECOS SEM CODIGO IBGE: '
                   CAD-END-SEM-CODIGO.
           IF CAD-LIMITE-ATINGIDO
               DISPLAY 'ORA003N - LIMITE DE 999999 IMAGENS DE JORNAL'
                       ' ATINGIDO - RESUBMETA PARA COMPLETAR'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS                                           *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN I-O    CLIMAST.
           OPEN I-O    ENDERECOS.
           OPEN INPUT  CEPTAB.
           OPEN INPUT  MUNICIPIOS.
           OPEN I-O    JORNAL.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-CLIMAST NOT = '00'
               DISPLAY 'ORA003N - ERRO ABRINDO CLIMAST: '
                       CAD-STATUS-CLIMAST
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CLIEND NOT = '00'
               DISPLAY 'ORA003N - ERRO ABRINDO CLIEND: '
                       CAD-STATUS-CLIEND
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CEPTAB NOT = '00'
               DISPLAY 'ORA003N - ERRO ABRINDO CEPTAB: '
                       CAD-STATUS-CEPTAB
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-IBGEMUN NOT = '00'
               DISPLAY 'ORA003N - ERRO ABRINDO IBGEMUN: '
                       CAD-STATUS-IBGEMUN
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-JORNAL NOT = '00'
               DISPLAY 'ORA003N - ERRO ABRINDO CLIJRN: '
                       CAD-STATUS-JORNAL
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003N - ERRO ABRINDO MUNREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PREENCHER-CLIENTES - O CLIMAST INTEIRO, NA ORDEM DA      *
      *  CHAVE                                                         *
      ******************************************************************
       2000-PREENCHER-CLIENTES.
           MOVE SPACES TO BF-CABECALHO.
           MOVE 'CLIENTES SEM CODIGO DE MUNICIPIO IBGE' TO BG-TITULO.
           MOVE CAD-DATA-EXECUCAO TO BG-DATA-EXECUCAO.
           WRITE BF-CABECALHO.

           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT.
           PERFORM 2200-TRATAR-CLIENTE THRU 2200-EXIT
               UNTIL CAD-FIM-CLIMAST.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-CLIENTE                                              *
      ******************************************************************
       2100-LER-CLIENTE.
           READ CLIMAST NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIMAST
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-TRATAR-CLIENTE - RESOLVE O ENDERECO DO MESTRE E SO       *
      *  REGRAVA QUANDO O CODIGO MUDA.  CLIENTE QUE NAO RESOLVE FICA   *
      *  COM O CODIGO QUE JA TINHA.                                    *
      ******************************************************************
       2200-TRATAR-CLIENTE.
           IF CAD-SEQ-JORNAL NOT < 999999
               MOVE 'S' TO CAD-SW-LIMITE
               MOVE 'S' TO CAD-SW-FIM-CLIMAST
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CAD-CLI-LIDOS.
           MOVE CM-CEP    TO CAD-RES-CEP.
           MOVE CM-CIDADE TO CAD-RES-CIDADE.
           MOVE CM-ESTADO TO CAD-RES-ESTADO.
           PERFORM 4000-RESOLVER-MUNICIPIO THRU 4000-EXIT.

           EVALUATE TRUE
               WHEN CAD-RES-PELO-CEP
                   ADD 1 TO CAD-CLI-PELO-CEP
               WHEN CAD-RES-PELO-NOME
                   ADD 1 TO CAD-CLI-PELO-NOME
               WHEN OTHER
                   ADD 1 TO CAD-CLI-SEM-CODIGO
                   PERFORM 6000-IMPRIMIR-CLIENTE THRU 6000-EXIT
                   IF CM-MUNICIPIO-IBGE IS NUMERIC
                       MOVE CM-MUNICIPIO-IBGE TO CAD-RES-CODIGO
                   END-IF
           END-EVALUATE.

           IF CM-MUNICIPIO-IBGE IS NUMERIC
           AND CM-MUNICIPIO-IBGE = CAD-RES-CODIGO
               PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE CAD-RES-CODIGO TO CM-MUNICIPIO-IBGE.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY 'ORA003N - ERRO REGRAVANDO CLIMAST '
                           CM-CODIGO ' STATUS ' CAD-STATUS-CLIMAST
                   GO TO 9999-ABEND
           END-REWRITE.
           ADD 1 TO CAD-CLI-ALTERADOS.
           PERFORM 5000-JORNAL-MESTRE THRU 5000-EXIT.
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PREENCHER-ENDERECOS - O CLIEND INTEIRO, NA ORDEM DA      *
      *  CHAVE                                                         *
      ******************************************************************
       3000-PREENCHER-ENDERECOS.
           MOVE SPACES TO BF-CABECALHO.
           MOVE 'ENDERECOS DE ENTREGA SEM CODIGO DE MUNICIPIO IBGE'
               TO BG-TITULO.
           MOVE CAD-DATA-EXECUCAO TO BG-DATA-EXECUCAO.
           WRITE BF-CABECALHO.

           PERFORM 3100-LER-ENDERECO THRU 3100-EXIT.
           PERFORM 3200-TRATAR-ENDERECO THRU 3200-EXIT
               UNTIL CAD-FIM-CLIEND.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-LER-ENDERECO                                             *
      ******************************************************************
       3100-LER-ENDERECO.
           READ ENDERECOS NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CLIEND
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-TRATAR-ENDERECO - O MESMO DO MESTRE, PARA O ENDERECO DE  *
      *  ENTREGA (VIGENTE OU ENCERRADO).                               *
      ******************************************************************
       3200-TRATAR-ENDERECO.
           IF CAD-SEQ-JORNAL NOT < 999999
               MOVE 'S' TO CAD-SW-LIMITE
               MOVE 'S' TO CAD-SW-FIM-CLIEND
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO CAD-END-LIDOS.
           MOVE EN-CEP    TO CAD-RES-CEP.
           MOVE EN-CIDADE TO CAD-RES-CIDADE.
           MOVE EN-ESTADO TO CAD-RES-ESTADO.
           PERFORM 4000-RESOLVER-MUNICIPIO THRU 4000-EXIT.

           EVALUATE TRUE
               WHEN CAD-RES-PELO-CEP
                   ADD 1 TO CAD-END-PELO-CEP
               WHEN CAD-RES-PELO-NOME
                   ADD 1 TO CAD-END-PELO-NOME
               WHEN OTHER
                   ADD 1 TO CAD-END-SEM-CODIGO
                   PERFORM 6100-IMPRIMIR-ENDERECO THRU 6100-EXIT
                   IF EN-MUNICIPIO-IBGE IS NUMERIC
                       MOVE EN-MUNICIPIO-IBGE TO CAD-RES-CODIGO
                   END-IF
           END-EVALUATE.

           IF EN-MUNICIPIO-IBGE IS NUMERIC
           AND EN-MUNICIPIO-IBGE = CAD-RES-CODIGO
               PERFORM 3100-LER-ENDERECO THRU 3100-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE CAD-RES-CODIGO TO EN-MUNICIPIO-IBGE.
           REWRITE ENDERECO-ENTREGA
               INVALID KEY
                   DISPLAY 'ORA003N - ERRO REGRAVANDO CLIEND '
                           EN-CHAVE ' STATUS ' CAD-STATUS-CLIEND
                   GO TO 9999-ABEND
           END-REWRITE.
           ADD 1 TO CAD-END-ALTERADOS.
           PERFORM 5100-JORNAL-ENDERECO THRU 5100-EXIT.
           PERFORM 3100-LER-ENDERECO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-RESOLVER-MUNICIPIO - PRIMEIRO PELO PREFIXO DO CEP NO     *
      *  CEPTAB, COMO A EDICAO ONLINE; SEM PREFIXO OU SEM CODIGO NELE, *
      *  PELA CIDADE/UF NO IBGEMUN.  NOME AMBIGUO NAO RESOLVE.         *
      ******************************************************************
       4000-RESOLVER-MUNICIPIO.
           MOVE ZERO TO CAD-RES-CODIGO.
           MOVE 'X'  TO CAD-RES-RESULTADO.

           MOVE CAD-RES-CEP(1:5) TO CP-PREFIXO.
           READ CEPTAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-MUNICIPIO-IBGE IS NUMERIC
                   AND CP-MUNICIPIO-IBGE > ZERO
                       MOVE CP-MUNICIPIO-IBGE TO CAD-RES-CODIGO
                       MOVE 'C' TO CAD-RES-RESULTADO
                   END-IF
           END-READ.
           IF CAD-RES-PELO-CEP
               GO TO 4000-EXIT
           END-IF.

           INSPECT CAD-RES-CIDADE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE CAD-RES-ESTADO TO IB-ESTADO.
           MOVE CAD-RES-CIDADE TO IB-CIDADE.
           READ MUNICIPIOS
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ.
           IF IB-AMBIGUO
               MOVE 'A' TO CAD-RES-RESULTADO
           ELSE
               MOVE IB-CODIGO TO CAD-RES-CODIGO
               MOVE 'N' TO CAD-RES-RESULTADO
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-JORNAL-MESTRE - IMAGEM COMPLETA DO MESTRE RECEM-GRAVADO  *
      *  NO JORNAL CLIJRN (RECUPERACAO AVANTE, ORA002J)                *
      ******************************************************************
       5000-JORNAL-MESTRE.
           ADD 1 TO CAD-SEQ-JORNAL.
           MOVE CAD-DATA-EXECUCAO TO JN-DATA.
           MOVE CAD-HORA-EXECUCAO TO JN-HORA.
           MOVE 'ORA003N'         TO JN-OPERADOR.
           MOVE CAD-SJ-TERMINAL   TO JN-TERMINAL.
           MOVE CAD-SJ-BLOCO      TO JN-SEQ.
           MOVE 'CLIMAST '        TO JN-ARQUIVO.
           MOVE SPACES            TO JN-IMAGEM.
           MOVE CLIENT-RECORD     TO JN-IMAGEM.
           WRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003N - FALHA GRAVANDO JORNAL CLI '
                           CM-CODIGO
           END-WRITE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-JORNAL-ENDERECO - IMAGEM COMPLETA DO ENDERECO DE ENTREGA *
      *  RECEM-GRAVADO NO JORNAL CLIJRN                                *
      ******************************************************************
       5100-JORNAL-ENDERECO.
           ADD 1 TO CAD-SEQ-JORNAL.
           MOVE CAD-DATA-EXECUCAO TO JN-DATA.
           MOVE CAD-HORA-EXECUCAO TO JN-HORA.
           MOVE 'ORA003N'         TO JN-OPERADOR.
           MOVE CAD-SJ-TERMINAL   TO JN-TERMINAL.
           MOVE CAD-SJ-BLOCO      TO JN-SEQ.
           MOVE 'CLIEND  '        TO JN-ARQUIVO.
           MOVE SPACES            TO JN-IMAGEM.
           MOVE ENDERECO-ENTREGA  TO JN-IMAGEM.
           WRITE JORNAL-IMAGEM
               INVALID KEY
                   DISPLAY 'ORA003N - FALHA GRAVANDO JORNAL END '
                           EN-CHAVE
           END-WRITE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-CLIENTE - MESTRE SEM CODIGO IBGE, COM O MOTIVO  *
      ******************************************************************
       6000-IMPRIMIR-CLIENTE.
           MOVE SPACES    TO BF-DETALHE.
           MOVE CM-CODIGO TO BF-CODIGO.
           MOVE CM-NOME   TO BF-NOME.
           MOVE CM-CIDADE TO BF-CIDADE.
           MOVE CM-ESTADO TO BF-ESTADO.
           MOVE CM-CEP    TO BF-CEP.
           IF CM-ATIVO
               MOVE 'ATIVO'   TO BF-SITUACAO
           ELSE
               MOVE 'INATIVO' TO BF-SITUACAO
           END-IF.
           PERFORM 6200-MOTIVO THRU 6200-EXIT.
           WRITE BF-DETALHE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-IMPRIMIR-ENDERECO - ENDERECO DE ENTREGA SEM CODIGO IBGE. *
      *  O NOME E A SITUACAO SAO OS DO CLIENTE, LIDO NO CLIMAST.       *
      ******************************************************************
       6100-IMPRIMIR-ENDERECO.
           MOVE SPACES       TO BF-DETALHE.
           MOVE EN-CODIGO    TO BF-CODIGO.
           MOVE EN-SEQUENCIA TO BF-SEQUENCIA.
           MOVE EN-CIDADE    TO BF-CIDADE.
           MOVE EN-ESTADO    TO BF-ESTADO.
           MOVE EN-CEP       TO BF-CEP.
           MOVE EN-CODIGO    TO CM-CODIGO.
           READ CLIMAST
               INVALID KEY
                   MOVE '*CLIENTE NAO CADASTRADO*' TO BF-NOME
               NOT INVALID KEY
                   MOVE CM-NOME TO BF-NOME
                   IF CM-ATIVO
                       MOVE 'ATIVO'   TO BF-SITUACAO
                   ELSE
                       MOVE 'INATIVO' TO BF-SITUACAO
                   END-IF
           END-READ.
           PERFORM 6200-MOTIVO THRU 6200-EXIT.
           WRITE BF-DETALHE.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6200-MOTIVO - POR QUE O ENDERECO NAO RESOLVEU                 *
      ******************************************************************
       6200-MOTIVO.
           IF CAD-RES-AMBIGUO
               MOVE 'NOME AMBIGUO NO IBGE'          TO BF-OCORRENCIA
           ELSE
               MOVE 'CIDADE NAO ENCONTRADA NO IBGE' TO BF-OCORRENCIA
           END-IF.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  7000-IMPRIMIR-TOTAIS                                          *
      ******************************************************************
       7000-IMPRIMIR-TOTAIS.
           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'CLIENTES LIDOS'                TO BZ-TEXTO.
           MOVE CAD-CLI-LIDOS                    TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'CLIENTES RESOLVIDOS PELO CEP'  TO BZ-TEXTO.
           MOVE CAD-CLI-PELO-CEP                 TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'CLIENTES RESOLVIDOS PELA CIDADE' TO BZ-TEXTO.
           MOVE CAD-CLI-PELO-NOME                TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'CLIENTES SEM CODIGO IBGE'      TO BZ-TEXTO.
           MOVE CAD-CLI-SEM-CODIGO               TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'CLIENTES REGRAVADOS'           TO BZ-TEXTO.
           MOVE CAD-CLI-ALTERADOS                TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'ENDERECOS DE ENTREGA LIDOS'    TO BZ-TEXTO.
           MOVE CAD-END-LIDOS                    TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'ENDERECOS RESOLVIDOS PELO CEP' TO BZ-TEXTO.
           MOVE CAD-END-PELO-CEP                 TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'ENDERECOS RESOLVIDOS PELA CIDADE' TO BZ-TEXTO.
           MOVE CAD-END-PELO-NOME                TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'ENDERECOS SEM CODIGO IBGE'     TO BZ-TEXTO.
           MOVE CAD-END-SEM-CODIGO               TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           MOVE SPACES                         TO BF-TOTAL.
           MOVE 'ENDERECOS REGRAVADOS'          TO BZ-TEXTO.
           MOVE CAD-END-ALTERADOS                TO BZ-QUANTIDADE.
           WRITE BF-TOTAL.

           IF CAD-LIMITE-ATINGIDO
               MOVE SPACES                     TO BF-TOTAL
               MOVE '*** LIMITE DE JORNAL - RESUBMETER ***'
                                               TO BZ-TEXTO
               MOVE CAD-SEQ-JORNAL               TO BZ-QUANTIDADE
               WRITE BF-TOTAL
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE CLIMAST ENDERECOS CEPTAB MUNICIPIOS JORNAL RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
