      ******************************************************************
      *                                                                *
      *   PROGRAM-ID : ORA003M                                        *
      *   AUTHOR     : R. P. SILVEIRA - APPLICATIONS PROGRAMMING       *
      *   INSTALLATION : DATA CENTER - CLIENT SYSTEMS                  *
      *   DATE-WRITTEN : 2026-10-15                                    *
      *                                                                *
      *   Load of the IBGE municipality table IBGEMUN from the IBGE   *
      *   distribution file (IBGEMOVI), so every CEP prefix -- and    *
      *   through it every client and delivery address -- carries     *
      *   the 7-digit municipality code the NF-e needs instead of     *
      *   billing guessing it from the city text.  The IBGE file is   *
      *   the whole country each time, so the table is replaced       *
      *   whole, like RFBCLI: every record is class-tested (code      *
      *   numeric and not zero, UF in UFTAB, name present), rejects   *
      *   are printed with the reason, and the rest are sorted by UF  *
      *   and name and written.  Two municipalities of one UF whose   *
      *   names agree in the first 20 bytes (all CEPTAB and CLIMAST   *
      *   keep of a city) are written as ambiguous and printed, so a  *
      *   city is never resolved to the wrong code.  A file with no   *
      *   valid record ends the job RC 16 before IBGEMUN is opened.   *
      *                                                                *
      *   After the load summary the whole of CEPTAB is swept and     *
      *   each prefix gets the code of its CP-CIDADE/CP-ESTADO (zero  *
      *   when the name is missing from the table or ambiguous); only *
      *   prefixes whose code changes are rewritten, and every prefix *
      *   left without a code is printed for the client-data team.    *
      *   ORA002P keeps the code of the prefixes it adds or changes   *
      *   between IBGE loads.                                         *
      *                                                                *
      *   Modification history.                                       *
      *   2026-10-15  RPS  Original version.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORA003M.
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
           SELECT MOVIMENTO     ASSIGN TO IBGEMOVI
               FILE STATUS IS CAD-STATUS-MOVTO.

           SELECT SORT-IBGE     ASSIGN TO SORTWK01.

           SELECT MUNICIPIOS    ASSIGN TO IBGEMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-CHAVE
               FILE STATUS IS CAD-STATUS-IBGEMUN.

           SELECT CEPTAB        ASSIGN TO CEPTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-PREFIXO
               FILE STATUS IS CAD-STATUS-CEPTAB.

           SELECT RELATORIO     ASSIGN TO IBGEREL
               FILE STATUS IS CAD-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMENTO
           RECORD CONTAINS 80 CHARACTERS.
       COPY IBGEMOVE.

      *---------------------------------------------------------------*
      *  SORT-IBGE-REC - O MUNICIPIO JA CONFERIDO, COM A CHAVE DO      *
      *  IBGEMUN NA FRENTE E O CODIGO PARA DESEMPATE.                  *
      *---------------------------------------------------------------*
       SD  SORT-IBGE.
       01  SORT-IBGE-REC.
           05  SI-CHAVE.
               10  SI-ESTADO            PIC X(02).
               10  SI-CIDADE            PIC X(20).
           05  SI-CODIGO                PIC 9(07).
           05  SI-NOME                  PIC X(60).

       FD  MUNICIPIOS.
       COPY IBGEREC.

       FD  CEPTAB.
       COPY CEPTAB.

       FD  RELATORIO
           RECORD CONTAINS 132 CHARACTERS.
       COPY IBGLREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-MOVTO             PIC X(02)   VALUE '00'.
       01  CAD-STATUS-IBGEMUN           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CEPTAB            PIC X(02)   VALUE '00'.
       01  CAD-STATUS-RELAT             PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-MOVTO             PIC X(01)   VALUE 'N'.
           88  CAD-FIM-MOVTO            VALUE 'S'.
       01  CAD-SW-FIM-SORT              PIC X(01)   VALUE 'N'.
           88  CAD-FIM-SORT             VALUE 'S'.
       01  CAD-SW-FIM-CEPTAB            PIC X(01)   VALUE 'N'.
           88  CAD-FIM-CEPTAB           VALUE 'S'.
       01  CAD-SW-UF-VALIDA             PIC X(01)   VALUE 'N'.
           88  CAD-UF-VALIDA            VALUE 'S'.

       01  CAD-DATA-EXECUCAO            PIC 9(08)   VALUE ZERO.
       01  CAD-MOTIVO-REJEICAO          PIC X(40)   VALUE SPACES.

      *---------------------------------------------------------------*
      *  PRIMEIRO MUNICIPIO DO GRUPO DE MESMA CHAVE QUE O SORT ESTA    *
      *  DEVOLVENDO, GUARDADO ATE SE SABER SE O GRUPO TEM UM SO.       *
      *---------------------------------------------------------------*
       01  CAD-MUNICIPIO-GRUPO.
           05  CAD-MG-CHAVE.
               10  CAD-MG-ESTADO        PIC X(02).
               10  CAD-MG-CIDADE        PIC X(20).
           05  CAD-MG-CODIGO            PIC 9(07).
           05  CAD-MG-NOME              PIC X(60).
       01  CAD-QTD-GRUPO                PIC 9(04)   COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  RESULTADO DA PESQUISA DE UMA CIDADE NO IBGEMUN (7000)         *
      *---------------------------------------------------------------*
       01  CAD-PESQ-ESTADO              PIC X(02)   VALUE SPACES.
       01  CAD-PESQ-CIDADE              PIC X(20)   VALUE SPACES.
       01  CAD-PESQ-CODIGO              PIC 9(07)   VALUE ZERO.
       01  CAD-PESQ-RESULTADO           PIC X(01)   VALUE SPACE.
           88  CAD-PESQ-ACHADO          VALUE 'S'.
           88  CAD-PESQ-AMBIGUO         VALUE 'A'.
           88  CAD-PESQ-NAO-ACHADO      VALUE 'N'.

       01  CAD-CONTADORES-CARGA.
           05  CAD-MOVTOS-LIDOS         PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-ACEITOS       PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-REJEITADOS    PIC 9(08)   VALUE ZERO.
           05  CAD-MOVTOS-AMBIGUOS      PIC 9(08)   VALUE ZERO.
           05  CAD-MUNICIPIOS-GRAVADOS  PIC 9(08)   VALUE ZERO.
           05  CAD-CHAVES-AMBIGUAS      PIC 9(08)   VALUE ZERO.

       01  CAD-CONTADORES-CEPTAB.
           05  CAD-PREFIXOS-LIDOS       PIC 9(08)   VALUE ZERO.
           05  CAD-PREFIXOS-ALTERADOS   PIC 9(08)   VALUE ZERO.
           05  CAD-PREFIXOS-RESOLVIDOS  PIC 9(08)   VALUE ZERO.
           05  CAD-PREFIXOS-SEM-CODIGO  PIC 9(08)   VALUE ZERO.
           05  CAD-PREFIXOS-AMBIGUOS    PIC 9(08)   VALUE ZERO.

       COPY UFTAB.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.

           SORT SORT-IBGE
               ON ASCENDING KEY SI-CHAVE SI-CODIGO
               INPUT PROCEDURE IS 2000-CONFERIR-IBGE
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-GRAVAR-TABELA
                   THRU 3000-EXIT.
           PERFORM 4000-IMPRIMIR-RESUMO-CARGA THRU 4000-EXIT.

           PERFORM 5000-VARRER-CEPTAB THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-RESUMO-CEPTAB THRU 6000-EXIT.

           PERFORM 8000-ENCERRAR-ARQUIVOS THRU 8000-EXIT.
           DISPLAY 'ORA003M - REGISTROS IBGE LIDOS    : '
                   CAD-MOVTOS-LIDOS.
           DISPLAY 'ORA003M - REGISTROS REJEITADOS    : '
                   CAD-MOVTOS-REJEITADOS.
           DISPLAY 'ORA003M - MUNICIPIOS GRAVADOS     : '
                   CAD-MUNICIPIOS-GRAVADOS.
           DISPLAY 'ORA003M - PREFIXOS SEM CODIGO IBGE: '
                   CAD-PREFIXOS-SEM-CODIGO.
           GOBACK.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS - O IBGEMUN SO E ABERTO DEPOIS DA         *
      *  CONFERENCIA (3000), PARA UM ARQUIVO DO IBGE VAZIO OU TROCADO  *
      *  NAO APAGAR A TABELA EM USO.                                   *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT RELATORIO.
           IF CAD-STATUS-RELAT NOT = '00'
               DISPLAY 'ORA003M - ERRO ABRINDO IBGEREL: '
                       CAD-STATUS-RELAT
               GO TO 9999-ABEND
           END-IF.

           MOVE SPACES TO MB-CABECALHO.
           MOVE 'RELATORIO DE CARGA DA TABELA DE MUNICIPIOS (IBGEMUN)'
               TO MH-TITULO.
           MOVE CAD-DATA-EXECUCAO TO MH-DATA-EXECUCAO.
           WRITE MB-CABECALHO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CONFERIR-IBGE - INPUT PROCEDURE DO SORT; O ARQUIVO VEM   *
      *  DE FORA E E CLASS-TESTADO ANTES DE QUALQUER USO, COMO O DA    *
      *  RECEITA EM ORA003C.                                           *
      ******************************************************************
       2000-CONFERIR-IBGE.
           OPEN INPUT MOVIMENTO.
           IF CAD-STATUS-MOVTO NOT = '00'
               DISPLAY 'ORA003M - ERRO ABRINDO IBGEMOVI: '
                       CAD-STATUS-MOVTO
               GO TO 9999-ABEND
           END-IF.
           PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
           PERFORM 2200-CONFERIR-MOVIMENTO THRU 2200-EXIT
               UNTIL CAD-FIM-MOVTO.
           CLOSE MOVIMENTO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LER-MOVIMENTO                                            *
      ******************************************************************
       2100-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   MOVE 'S' TO CAD-SW-FIM-MOVTO
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-CONFERIR-MOVIMENTO - UM MUNICIPIO POR VEZ.  O NOME VAI   *
      *  PARA MAIUSCULAS, COMO CIDADEI CHEGA DA TELA.                  *
      ******************************************************************
       2200-CONFERIR-MOVIMENTO.
           ADD 1 TO CAD-MOVTOS-LIDOS.
           MOVE SPACES TO CAD-MOTIVO-REJEICAO.
           INSPECT IG-ESTADO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT IG-NOME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF IG-CODIGO IS NOT NUMERIC
           OR IG-CODIGO = ZERO
               MOVE 'CODIGO IBGE NAO NUMERICO OU ZERO'
                   TO CAD-MOTIVO-REJEICAO
           ELSE
               PERFORM 2300-VALIDAR-UF THRU 2300-EXIT
               IF NOT CAD-UF-VALIDA
                   MOVE 'UF INVALIDA' TO CAD-MOTIVO-REJEICAO
               ELSE
                   IF IG-NOME = SPACES
                       MOVE 'NOME DO MUNICIPIO EM BRANCO'
                           TO CAD-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

           IF CAD-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO CAD-MOVTOS-REJEITADOS
               MOVE SPACES              TO MB-MOVIMENTO
               MOVE IG-CODIGO           TO MB-CODIGO
               MOVE IG-ESTADO           TO MB-ESTADO
               MOVE IG-NOME             TO MB-NOME
               MOVE CAD-MOTIVO-REJEICAO TO MB-MOTIVO
               WRITE MB-MOVIMENTO
               PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO CAD-MOVTOS-ACEITOS.
           MOVE IG-ESTADO  TO SI-ESTADO.
           MOVE IG-NOME    TO SI-CIDADE.
           MOVE IG-CODIGO  TO SI-CODIGO.
           MOVE IG-NOME    TO SI-NOME.
           RELEASE SORT-IBGE-REC.
           PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-VALIDAR-UF - A UF DO MUNICIPIO NA TABELA UFTAB           *
      ******************************************************************
       2300-VALIDAR-UF.
           MOVE 'N' TO CAD-SW-UF-VALIDA.
           SET UF-IDX TO 1.
           SEARCH UF-ENTRADA
               AT END
                   CONTINUE
               WHEN UF-SIGLA (UF-IDX) = IG-ESTADO
                   MOVE 'S' TO CAD-SW-UF-VALIDA
           END-SEARCH.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-GRAVAR-TABELA - OUTPUT PROCEDURE DO SORT.  SEM NENHUM    *
      *  MUNICIPIO ACEITO O JOB PARA AQUI, COM A TABELA ANTERIOR       *
      *  INTACTA; DO CONTRARIO O IBGEMUN E SUBSTITUIDO INTEIRO, UM     *
      *  GRUPO DE MESMA CHAVE POR VEZ.                                 *
      ******************************************************************
       3000-GRAVAR-TABELA.
           IF CAD-MOVTOS-ACEITOS = ZERO
               DISPLAY 'ORA003M - NENHUM MUNICIPIO VALIDO NO IBGEMOVI'
                       ' - IBGEMUN NAO FOI SUBSTITUIDO'
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT MUNICIPIOS.
           IF CAD-STATUS-IBGEMUN NOT = '00'
               DISPLAY 'ORA003M - ERRO ABRINDO IBGEMUN: '
                       CAD-STATUS-IBGEMUN
               GO TO 9999-ABEND
           END-IF.
           PERFORM 3100-RETORNAR-MUNICIPIO THRU 3100-EXIT.
           PERFORM 3200-TRATAR-GRUPO THRU 3200-EXIT
               UNTIL CAD-FIM-SORT.
           CLOSE MUNICIPIOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-RETORNAR-MUNICIPIO                                       *
      ******************************************************************
       3100-RETORNAR-MUNICIPIO.
           RETURN SORT-IBGE
               AT END
                   MOVE 'S' TO CAD-SW-FIM-SORT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-TRATAR-GRUPO - O PRIMEIRO MUNICIPIO DA CHAVE FICA        *
      *  GUARDADO; OS SEGUINTES DE MESMA CHAVE TORNAM O NOME AMBIGUO.  *
      ******************************************************************
       3200-TRATAR-GRUPO.
           MOVE SORT-IBGE-REC TO CAD-MUNICIPIO-GRUPO.
           MOVE 1 TO CAD-QTD-GRUPO.
           PERFORM 3100-RETORNAR-MUNICIPIO THRU 3100-EXIT.
           PERFORM 3300-CONFERIR-SEGUINTE THRU 3300-EXIT
               UNTIL CAD-FIM-SORT
                  OR SI-CHAVE NOT = CAD-MG-CHAVE.

           MOVE CAD-MG-CHAVE TO IB-CHAVE.
           MOVE CAD-MG-NOME  TO IB-NOME.
           IF CAD-QTD-GRUPO = 1
               MOVE CAD-MG-CODIGO TO IB-CODIGO
               MOVE 'U'           TO IB-SITUACAO
           ELSE
               MOVE ZERO          TO IB-CODIGO
               MOVE 'A'           TO IB-SITUACAO
               ADD 1 TO CAD-CHAVES-AMBIGUAS
           END-IF.
           WRITE MUNICIPIO-IBGE
               INVALID KEY
                   DISPLAY 'ORA003M - FALHA GRAVANDO IBGEMUN '
                           IB-CHAVE ' STATUS ' CAD-STATUS-IBGEMUN
                   GO TO 9999-ABEND
               NOT INVALID KEY
                   ADD 1 TO CAD-MUNICIPIOS-GRAVADOS
           END-WRITE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-CONFERIR-SEGUINTE - OUTRO MUNICIPIO COM A MESMA UF E OS  *
      *  MESMOS 20 PRIMEIROS CARACTERES DO NOME.  NO SEGUNDO, O        *
      *  PRIMEIRO SAI NO RELATORIO TAMBEM.                             *
      ******************************************************************
       3300-CONFERIR-SEGUINTE.
           ADD 1 TO CAD-QTD-GRUPO.
           IF CAD-QTD-GRUPO = 2
               ADD 1 TO CAD-MOVTOS-AMBIGUOS
               MOVE SPACES        TO MB-MOVIMENTO
               MOVE CAD-MG-CODIGO TO MB-CODIGO
               MOVE CAD-MG-ESTADO TO MB-ESTADO
               MOVE CAD-MG-NOME   TO MB-NOME
               MOVE 'NOME AMBIGUO NOS 20 PRIMEIROS CARACTERES'
                                  TO MB-MOTIVO
               WRITE MB-MOVIMENTO
           END-IF.
           ADD 1 TO CAD-MOVTOS-AMBIGUOS.
           MOVE SPACES    TO MB-MOVIMENTO.
           MOVE SI-CODIGO TO MB-CODIGO.
           MOVE SI-ESTADO TO MB-ESTADO.
           MOVE SI-NOME   TO MB-NOME.
           MOVE 'NOME AMBIGUO NOS 20 PRIMEIROS CARACTERES'
                          TO MB-MOTIVO.
           WRITE MB-MOVIMENTO.
           PERFORM 3100-RETORNAR-MUNICIPIO THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  4000-IMPRIMIR-RESUMO-CARGA - TOTAIS DA FASE DE CARGA          *
      ******************************************************************
       4000-IMPRIMIR-RESUMO-CARGA.
           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'REGISTROS LIDOS DO ARQUIVO DO IBGE' TO MZ-TEXTO.
           MOVE CAD-MOVTOS-LIDOS                 TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'REGISTROS REJEITADOS'           TO MZ-TEXTO.
           MOVE CAD-MOVTOS-REJEITADOS            TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'MUNICIPIOS COM NOME AMBIGUO'    TO MZ-TEXTO.
           MOVE CAD-MOVTOS-AMBIGUOS              TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'REGISTROS GRAVADOS NO IBGEMUN'  TO MZ-TEXTO.
           MOVE CAD-MUNICIPIOS-GRAVADOS          TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'GRAVADOS COMO AMBIGUOS (SEM CODIGO)' TO MZ-TEXTO.
           MOVE CAD-CHAVES-AMBIGUAS              TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-VARRER-CEPTAB - COM A TABELA NOVA, PASSA O CEPTAB        *
      *  INTEIRO RESOLVENDO O CODIGO IBGE DE CADA PREFIXO PELA         *
      *  CIDADE/UF DA FAIXA.                                           *
      ******************************************************************
       5000-VARRER-CEPTAB.
           OPEN INPUT MUNICIPIOS.
           OPEN I-O   CEPTAB.
           IF CAD-STATUS-IBGEMUN NOT = '00'
               DISPLAY 'ORA003M - ERRO ABRINDO IBGEMUN: '
                       CAD-STATUS-IBGEMUN
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CEPTAB NOT = '00'
               DISPLAY 'ORA003M - ERRO ABRINDO CEPTAB: '
                       CAD-STATUS-CEPTAB
               GO TO 9999-ABEND
           END-IF.

           MOVE SPACES TO MB-CABECALHO.
           MOVE 'PREFIXOS DE CEP SEM CODIGO DE MUNICIPIO IBGE'
               TO MH-TITULO.
           MOVE CAD-DATA-EXECUCAO TO MH-DATA-EXECUCAO.
           WRITE MB-CABECALHO.

           PERFORM 5100-LER-PREFIXO THRU 5100-EXIT.
           PERFORM 5200-RESOLVER-PREFIXO THRU 5200-EXIT
               UNTIL CAD-FIM-CEPTAB.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-LER-PREFIXO                                              *
      ******************************************************************
       5100-LER-PREFIXO.
           READ CEPTAB NEXT RECORD
               AT END
                   MOVE 'S' TO CAD-SW-FIM-CEPTAB
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-RESOLVER-PREFIXO - UM PREFIXO POR VEZ.  SO E REGRAVADO   *
      *  QUANDO O CODIGO MUDA (OU AINDA NAO E NUMERICO, NO PREFIXO     *
      *  RECARREGADO DO LAYOUT ANTIGO).                                *
      ******************************************************************
       5200-RESOLVER-PREFIXO.
           ADD 1 TO CAD-PREFIXOS-LIDOS.
           MOVE CP-ESTADO TO CAD-PESQ-ESTADO.
           MOVE CP-CIDADE TO CAD-PESQ-CIDADE.
           PERFORM 7000-PESQUISAR-MUNICIPIO THRU 7000-EXIT.

           MOVE SPACES TO MB-PREFIXO.
           IF CP-MUNICIPIO-IBGE IS NUMERIC
               MOVE CP-MUNICIPIO-IBGE TO MX-CODIGO-ANTERIOR
           END-IF.
           EVALUATE TRUE
               WHEN CAD-PESQ-ACHADO
                   ADD 1 TO CAD-PREFIXOS-RESOLVIDOS
               WHEN CAD-PESQ-AMBIGUO
                   ADD 1 TO CAD-PREFIXOS-AMBIGUOS
                   MOVE 'NOME AMBIGUO NO IBGEMUN' TO MX-OCORRENCIA
               WHEN OTHER
                   ADD 1 TO CAD-PREFIXOS-SEM-CODIGO
                   MOVE 'CIDADE NAO ENCONTRADA NO IBGEMUN'
                       TO MX-OCORRENCIA
           END-EVALUATE.
           IF NOT CAD-PESQ-ACHADO
               MOVE CP-PREFIXO TO MX-PREFIXO
               MOVE CP-CIDADE  TO MX-CIDADE
               MOVE CP-ESTADO  TO MX-ESTADO
               WRITE MB-PREFIXO
           END-IF.

           IF CP-MUNICIPIO-IBGE IS NOT NUMERIC
           OR CP-MUNICIPIO-IBGE NOT = CAD-PESQ-CODIGO
               MOVE CAD-PESQ-CODIGO TO CP-MUNICIPIO-IBGE
               REWRITE CEP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ORA003M - ERRO REGRAVANDO CEPTAB '
                               CP-PREFIXO ' STATUS '
                               CAD-STATUS-CEPTAB
                       GO TO 9999-ABEND
               END-REWRITE
               ADD 1 TO CAD-PREFIXOS-ALTERADOS
           END-IF.

           PERFORM 5100-LER-PREFIXO THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  6000-IMPRIMIR-RESUMO-CEPTAB - TOTAIS DA FASE DE RESOLUCAO     *
      ******************************************************************
       6000-IMPRIMIR-RESUMO-CEPTAB.
           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'PREFIXOS LIDOS NO CEPTAB'       TO MZ-TEXTO.
           MOVE CAD-PREFIXOS-LIDOS               TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'PREFIXOS COM CODIGO IBGE'       TO MZ-TEXTO.
           MOVE CAD-PREFIXOS-RESOLVIDOS          TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'PREFIXOS COM CODIGO ALTERADO'   TO MZ-TEXTO.
           MOVE CAD-PREFIXOS-ALTERADOS           TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'PREFIXOS COM CIDADE NAO ENCONTRADA' TO MZ-TEXTO.
           MOVE CAD-PREFIXOS-SEM-CODIGO          TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.

           MOVE SPACES                          TO MB-TOTAL.
           MOVE 'PREFIXOS COM NOME AMBIGUO'      TO MZ-TEXTO.
           MOVE CAD-PREFIXOS-AMBIGUOS            TO MZ-QUANTIDADE.
           WRITE MB-TOTAL.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-PESQUISAR-MUNICIPIO - CIDADE/UF EM CAD-PESQ-CIDADE E     *
      *  CAD-PESQ-ESTADO; DEVOLVE O CODIGO (ZERO SE NAO ACHOU OU SE O  *
      *  NOME E AMBIGUO) E O RESULTADO.                                *
      ******************************************************************
       7000-PESQUISAR-MUNICIPIO.
           MOVE ZERO TO CAD-PESQ-CODIGO.
           MOVE 'N'  TO CAD-PESQ-RESULTADO.
           INSPECT CAD-PESQ-CIDADE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE CAD-PESQ-ESTADO TO IB-ESTADO.
           MOVE CAD-PESQ-CIDADE TO IB-CIDADE.
           READ MUNICIPIOS
               INVALID KEY
                   GO TO 7000-EXIT
           END-READ.
           IF IB-AMBIGUO
               MOVE 'A' TO CAD-PESQ-RESULTADO
           ELSE
               MOVE 'S' TO CAD-PESQ-RESULTADO
               MOVE IB-CODIGO TO CAD-PESQ-CODIGO
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-ENCERRAR-ARQUIVOS                                        *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE MUNICIPIOS CEPTAB RELATORIO.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-ABEND - ENCERRA O JOB COM CONDICAO DE ERRO               *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
