      *                    registration (BL-TIPO-PESSOA/BL-INSCRICAO), *
      *                    the identity billing keys on.  LRECL moved  *
      *                    from 97 to 112.                              *
      *   2026-10-15  RPS  The 'D' row now carries the credit hold     *
      *                    (BL-BLOQUEIO-CREDITO) from the BLQCLI file  *
      *                    ORA003E replaces monthly.  A delta night    *
      *                    also sends an unchanged client whose hold   *
      *                    was set since the last clean run; a hold    *
      *                    lifted reaches billing on the month-end     *
      *                    full extract.  LRECL moved from 112 to 113. *
      *   2026-10-15  RPS  'D' and 'E' rows now carry the IBGE         *
      *                    municipality code (BL-/BE-MUNICIPIO-IBGE).  *
      *                    LRECL moved from 113 to 120.                *
      *   2026-10-15  RPS  Reads the nightly CLISNAP snapshot written  *
      *                    by ORA003O instead of CLIMAST and CLIEND:   *
      *                    each master image is followed by its        *
      *                    address images, so the addresses no longer  *
      *                    need a START per client.  The delta base    *
      *                    recorded under 'ULTM' is now the moment of  *
      *                    the snapshot (its header), not the start of *
      *                    this job -- the extract sees the master as  *
      *                    of that moment, so a change made after it   *
      *                    is picked up by the next night.  A restart  *
      *                    whose checkpoint was taken against another  *
      *                    snapshot (the sweep was rerun while the     *
      *                    night was abended) is refused, and so is a  *
      *                    snapshot with no header, no trailer, or     *
      *                    counts that disagree with its trailer.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRATO       ASSIGN TO CLISNAP
               FILE STATUS IS CAD-STATUS-RETRATO.

           SELECT BILLING       ASSIGN TO BILLCLI
               FILE STATUS IS CAD-STATUS-BILL.

           SELECT BLOQUEIOS     ASSIGN TO BLQCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BQ-CODIGO
               FILE STATUS IS CAD-STATUS-BLOQ.

           SELECT CHECKPOINT    ASSIGN TO CKPTCLI
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.

       FD  RETRATO
           RECORD CONTAINS 217 CHARACTERS.
       COPY SNAPREC.

       FD  BILLING
           RECORD CONTAINS 120 CHARACTERS.
       COPY BILLREC.

       FD  BLOQUEIOS.
       COPY BLQREC.

       FD  CHECKPOINT.
       COPY CKPTREC.

       WORKING-STORAGE SECTION.

       01  CAD-STATUS-RETRATO           PIC X(02)   VALUE '00'.
       01  CAD-STATUS-BILL              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-CKPT              PIC X(02)   VALUE '00'.
       01  CAD-STATUS-BLOQ              PIC X(02)   VALUE '00'.

       01  CAD-SW-FIM-RETRATO           PIC X(01)   VALUE 'N'.
           88  CAD-FIM-RETRATO          VALUE 'S'.
       01  CAD-SW-ACHOU-CLIENTE         PIC X(01)   VALUE 'N'.
           88  CAD-ACHOU-CLIENTE        VALUE 'S'.
       01  CAD-SW-REINICIO              PIC X(01)   VALUE 'N'.
           88  CAD-REINICIO             VALUE 'S'.
       01  CAD-SW-CKPT-GRAVADO          PIC X(01)   VALUE 'N'.
           88  CAD-RECONTA-ABERTA       VALUE 'S'.
       01  CAD-SW-TEM-CABECALHO         PIC X(01)   VALUE 'N'.
           88  CAD-TEM-CABECALHO        VALUE 'S'.
       01  CAD-SW-EXTRAI-ENDERECOS      PIC X(01)   VALUE 'N'.
           88  CAD-EXTRAI-ENDERECOS     VALUE 'S'.
       01  CAD-SW-MODO-EXTRACAO         PIC X(01)   VALUE 'C'.
           88  CAD-MODO-DELTA           VALUE 'D'.
           88  CAD-MODO-COMPLETO        VALUE 'C'.
       01  CAD-SW-BLOQUEADO             PIC X(01)   VALUE 'N'.
           88  CAD-CLIENTE-BLOQUEADO    VALUE 'S'.

      *---------------------------------------------------------------*
      *  CARTAO DE PARAMETRO (SYSIN): MODO ('DELTA' LIGA O MODO        *
       01  CAD-CLIENTES-INATIVOS        PIC 9(08)   VALUE ZERO.
       01  CAD-CLIENTES-NAO-ALTERADOS   PIC 9(08)   VALUE ZERO.
       01  CAD-BAIXAS-EXTRAIDAS         PIC 9(08)   VALUE ZERO.
       01  CAD-CLIENTES-BLOQUEADOS      PIC 9(08)   VALUE ZERO.
       01  CAD-ENDERECOS-EXTRAIDOS      PIC 9(08)   VALUE ZERO.
       01  CAD-ULT-SEQ-ENDERECO         PIC 9(02)   VALUE ZERO.
       01  CAD-HASH-CODIGO              PIC 9(12)   VALUE ZERO.
       01  CAD-HORA-EXECUCAO            PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  MOMENTO DO RETRATO QUE ESTA NOITE EXTRAI (CABECALHO DO        *
      *  CLISNAP; NUM REINICIO, CONFERIDO COM O DO CHECKPOINT) E O DA  *
      *  ULTIMA EXECUCAO LIMPA (REGISTRO 'ULTM' DO CKPTCLI), BASE DO   *
      *  FILTRO DELTA.                                                 *
      *---------------------------------------------------------------*
       01  CAD-DATA-INICIO-EXTR         PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-INICIO-EXTR         PIC 9(06)   VALUE ZERO.
       01  CAD-DATA-ULT-EXTR            PIC 9(08)   VALUE ZERO.
       01  CAD-HORA-ULT-EXTR            PIC 9(06)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  IMAGENS DO MESTRE E DO ENDERECO LIDAS DO RETRATO (SN-DADOS)   *
      *---------------------------------------------------------------*
       COPY CLIMAST.

       COPY ENDEREC.

      *---------------------------------------------------------------*
      *  CONFERENCIA DO RETRATO CONTRA O SEU TRAILER                   *
      *---------------------------------------------------------------*
       01  CAD-CONFERENCIA-RETRATO.
           05  CAD-RET-CLIENTES         PIC 9(08)   VALUE ZERO.
           05  CAD-RET-ENDERECOS        PIC 9(08)   VALUE ZERO.
           05  CAD-RET-HASH-CODIGO      PIC 9(12)   VALUE ZERO.

      *---------------------------------------------------------------*
      *  AREA DE PARAMETROS DO CONTROLE DE EXECUCAO (ORA002K)          *
      *---------------------------------------------------------------*
       0000-MAINLINE.
           ACCEPT CAD-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CAD-HORA-EXECUCAO FROM TIME.

           PERFORM 1050-TRATAR-PARAMETRO THRU 1050-EXIT.
           PERFORM 1000-ABRIR-ARQUIVOS   THRU 1000-EXIT.
           PERFORM 1060-LER-CABECALHO    THRU 1060-EXIT.
           PERFORM 1100-LER-CHECKPOINT   THRU 1100-EXIT.
           PERFORM 0100-REGISTRAR-INICIO THRU 0100-EXIT.
           PERFORM 1120-LER-ULTIMA-EXECUCAO THRU 1120-EXIT.
           END-IF.

           PERFORM 3000-EXTRAIR-CLIENTE THRU 3000-EXIT
               UNTIL CAD-FIM-RETRATO.

           PERFORM 4050-GRAVAR-TRAILER    THRU 4050-EXIT.
           PERFORM 4100-LIMPAR-CHECKPOINT THRU 4100-EXIT.
                   CAD-CLIENTES-INATIVOS.
           DISPLAY 'ORA002E - ENDERECOS EXTRAIDOS: '
                   CAD-ENDERECOS-EXTRAIDOS.
           DISPLAY 'ORA002E - CREDITO BLOQUEADO  : '
                   CAD-CLIENTES-BLOQUEADOS.
           IF CAD-MODO-DELTA
               DISPLAY 'ORA002E - NAO ALTERADOS (DELTA): '
                       CAD-CLIENTES-NAO-ALTERADOS
           EXIT.

      ******************************************************************
      *  1000-ABRIR-ARQUIVOS - SO ABRE CLISNAP E CHECKPOINT AQUI;        *
      *  BILLING E ABERTO DEPOIS, POR 1200-ABRIR-BILLING, UMA VEZ QUE    *
      *  1100-LER-CHECKPOINT JA TENHA DITO SE ESTA E UMA EXECUCAO NOVA   *
      *  OU A CONTINUACAO DE UM JOB QUE ABENDOU.                        *
      ******************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  RETRATO.
           OPEN I-O    CHECKPOINT.
           OPEN INPUT  BLOQUEIOS.
           IF CAD-STATUS-RETRATO NOT = '00'
               DISPLAY 'ORA002E - ERRO ABRINDO CLISNAP: '
                       CAD-STATUS-RETRATO
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-CKPT NOT = '00'
                       CAD-STATUS-CKPT
               GO TO 9999-ABEND
           END-IF.
           IF CAD-STATUS-BLOQ NOT = '00'
               DISPLAY 'ORA002E - ERRO ABRINDO BLQCLI: '
                       CAD-STATUS-BLOQ
               GO TO 9999-ABEND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1060-LER-CABECALHO - O PRIMEIRO REGISTRO DO RETRATO TEM DE    *
      *  SER O CABECALHO; O MOMENTO DELE E O INICIO DESTA EXTRACAO,    *
      *  QUE VIRA A BASE DO PROXIMO FILTRO DELTA.                      *
      ******************************************************************
       1060-LER-CABECALHO.
           READ RETRATO
               AT END
                   MOVE SPACE TO SN-TIPO
           END-READ.
           IF NOT SN-REG-CABECALHO
               DISPLAY 'ORA002E - CLISNAP SEM CABECALHO - RODE O'
                       ' ORA003O ANTES'
               GO TO 9999-ABEND
           END-IF.
           MOVE SN-DATA-RETRATO TO CAD-DATA-INICIO-EXTR.
           MOVE SN-HORA-RETRATO TO CAD-HORA-INICIO-EXTR.
           DISPLAY 'ORA002E - RETRATO DE: '
                   CAD-DATA-INICIO-EXTR ' ' CAD-HORA-INICIO-EXTR.
       1060-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LER-CHECKPOINT - PROCURA UM PONTO DE CONTROLE DE UM      *
      *  JOB ANTERIOR QUE TENHA ABENDADO SEM TERMINAR O ARQUIVO.       *
      *  OS CONTADORES DE EXTRACAO E O PONTO DE RETOMADA REAIS VEM DA  *
      *  RECONTAGEM DO PROPRIO BILLCLI (1150); DO CHECKPOINT FICAM O   *
      *  SINAL DE REINICIO, A CONTAGEM DE INATIVOS PULADOS, O RETRATO  *
      *  DA NOITE ORIGINAL (TEM DE SER O MESMO QUE ESTA NO CLISNAP --  *
      *  O BILLCLI PARCIAL NAO PODE SER COMPLETADO A PARTIR DE OUTRO   *
      *  RETRATO) E O MODO DE EXTRACAO DELA, QUE PREVALECE             *
      *  SOBRE O CARTAO RESUBMETIDO - TERMINAR UMA NOITE DELTA SOB O   *
      *  FILTRO COMPLETO (OU VICE-VERSA) GERARIA UM ARQUIVO MEIO A     *
      *  MEIO QUE O TRAILER NAO ACUSA.                                 *
                   MOVE 'S' TO CAD-SW-CKPT-GRAVADO
                   MOVE CK-CLIENTES-INATIVOS
                       TO CAD-CLIENTES-INATIVOS
                   IF CK-DATA-EXECUCAO NOT = CAD-DATA-INICIO-EXTR
                   OR CK-HORA-EXECUCAO NOT = CAD-HORA-INICIO-EXTR
                       DISPLAY 'ORA002E - CLISNAP REFEITO DESDE A'
                               ' NOITE ABENDADA - RETRATO DO'
                               ' CHECKPOINT: ' CK-DATA-EXECUCAO
                               ' ' CK-HORA-EXECUCAO
                       GO TO 9999-ABEND
                   END-IF
                   IF CK-MODO-EXTRACAO NOT = CAD-SW-MODO-EXTRACAO
                       DISPLAY 'ORA002E - MODO DA NOITE ABENDADA'
                               ' REASSUMIDO DO CHECKPOINT'
           EXIT.

      ******************************************************************
      *  2000-POSICIONAR-REINICIO - AVANCA O RETRATO ATE O ULTIMO      *
      *  CLIENTE JA GRAVADO E COMPLETA O BLOCO DE ENDERECOS DELE (O    *
      *  ABEND PODE TER CAIDO NO MEIO DELE), PARANDO NO CLIENTE        *
      *  SEGUINTE.  CLIENTE QUE SAIU COMO 'B' (SEQUENCIA 99 NA         *
      *  RECONTAGEM) NAO TEM ENDERECOS A COMPLETAR.                    *
      ******************************************************************
       2000-POSICIONAR-REINICIO.
           PERFORM 2200-LER-PROXIMO THRU 2200-EXIT.
           PERFORM 2200-LER-PROXIMO THRU 2200-EXIT
               UNTIL CAD-FIM-RETRATO
               OR    CM-CODIGO NOT < CAD-ULTIMO-CODIGO.
           IF NOT CAD-FIM-RETRATO
           AND CM-CODIGO = CAD-ULTIMO-CODIGO
               IF CAD-ULT-SEQ-ENDERECO < 99
                   MOVE 'S' TO CAD-SW-EXTRAI-ENDERECOS
               END-IF
               PERFORM 2200-LER-PROXIMO THRU 2200-EXIT
           END-IF.
       2000-EXIT.
      *  2100-LER-PRIMEIRO - INICIO NORMAL, SEM PONTO DE CONTROLE      *
      ******************************************************************
       2100-LER-PRIMEIRO.
           PERFORM 2200-LER-PROXIMO THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-LER-PROXIMO - AVANCA O RETRATO ATE O PROXIMO MESTRE OU O *
      *  TRAILER.  OS ENDERECOS NO CAMINHO SAO DO MESTRE ANTERIOR E SO *
      *  SAEM SE ELE FOI GRAVADO COMO 'D' (3000).                      *
      ******************************************************************
       2200-LER-PROXIMO.
           MOVE 'N' TO CAD-SW-ACHOU-CLIENTE.
           PERFORM 2250-LER-RETRATO THRU 2250-EXIT
               UNTIL CAD-ACHOU-CLIENTE
               OR    CAD-FIM-RETRATO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2250-LER-RETRATO - UM REGISTRO DO RETRATO POR VEZ, CONTANDO   *
      *  MESTRES E ENDERECOS.  FIM DE ARQUIVO ANTES DO TRAILER E       *
      *  VARREDURA INCOMPLETA.                                         *
      ******************************************************************
       2250-LER-RETRATO.
           READ RETRATO
               AT END
                   DISPLAY 'ORA002E - CLISNAP SEM TRAILER - VARREDURA'
                           ' INCOMPLETA'
                   GO TO 9999-ABEND
           END-READ.
           EVALUATE TRUE
               WHEN SN-REG-CLIENTE
                   ADD 1 TO CAD-RET-CLIENTES
                   ADD SN-CODIGO TO CAD-RET-HASH-CODIGO
                   MOVE SN-DADOS TO CLIENT-RECORD
                   MOVE 'N' TO CAD-SW-EXTRAI-ENDERECOS
                   MOVE 'S' TO CAD-SW-ACHOU-CLIENTE
               WHEN SN-REG-ENDERECO
                   ADD 1 TO CAD-RET-ENDERECOS
                   IF CAD-EXTRAI-ENDERECOS
                       MOVE SN-DADOS TO ENDERECO-ENTREGA
                       PERFORM 3110-GRAVAR-ENDERECO THRU 3110-EXIT
                   END-IF
               WHEN SN-REG-TRAILER
                   PERFORM 2300-CONFERIR-TRAILER THRU 2300-EXIT
                   MOVE 'S' TO CAD-SW-FIM-RETRATO
               WHEN OTHER
                   DISPLAY 'ORA002E - REGISTRO INVALIDO NO CLISNAP: '
                           SN-TIPO SN-CHAVE
                   GO TO 9999-ABEND
           END-EVALUATE.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *  2300-CONFERIR-TRAILER - QUANTIDADES E HASH LIDOS TEM DE BATER *
      *  COM O TRAILER GRAVADO PELO ORA003O.                           *
      ******************************************************************
       2300-CONFERIR-TRAILER.
           IF CAD-RET-CLIENTES    NOT = SN-QTD-CLIENTES
           OR CAD-RET-ENDERECOS   NOT = SN-QTD-ENDERECOS
           OR CAD-RET-HASH-CODIGO NOT = SN-HASH-CODIGO
               DISPLAY 'ORA002E - CLISNAP NAO CONFERE COM O TRAILER'
               GO TO 9999-ABEND
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  NO MODO DELTA, SE A INATIVACAO E POSTERIOR A ULTIMA EXECUCAO  *
      *  LIMPA, SAI UM REGISTRO 'B' (BAIXA) PARA O FATURAMENTO FECHAR  *
      *  A CONTA; FORA DISSO O INATIVO E SO CONTADO E PULADO, SEM      *
      *  ENTRAR NA CONTAGEM DO PONTO DE CONTROLE.  NO DELTA, O CLIENTE *
      *  NAO ALTERADO AINDA SAI SE O BLOQUEIO DE CREDITO DELE E MAIS   *
      *  NOVO QUE A ULTIMA EXECUCAO LIMPA.                             *
      ******************************************************************
       3000-EXTRAIR-CLIENTE.
           IF CM-INATIVO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3020-LER-BLOQUEIO THRU 3020-EXIT.

           IF CAD-MODO-DELTA
               IF (CM-ULT-DATA-MANUT < CAD-DATA-ULT-EXTR
                   OR (CM-ULT-DATA-MANUT = CAD-DATA-ULT-EXTR
                       AND CM-ULT-HORA-MANUT < CAD-HORA-ULT-EXTR))
               AND (NOT CAD-CLIENTE-BLOQUEADO
                    OR BQ-DATA-REFERENCIA < CAD-DATA-ULT-EXTR)
                   ADD 1 TO CAD-CLIENTES-NAO-ALTERADOS
                   PERFORM 2200-LER-PROXIMO THRU 2200-EXIT
                   GO TO 3000-EXIT
           MOVE CM-CIDADE    TO BL-CIDADE.
           MOVE CM-ESTADO    TO BL-ESTADO.
           MOVE CM-CEP       TO BL-CEP.
           MOVE CM-MUNICIPIO-IBGE   TO BL-MUNICIPIO-IBGE.
           MOVE CM-TIPO-PESSOA      TO BL-TIPO-PESSOA.
           MOVE CM-INSCRICAO-FISCAL TO BL-INSCRICAO.
           MOVE CAD-SW-BLOQUEADO    TO BL-BLOQUEIO-CREDITO.
           WRITE BILLING-RECORD.
           IF CAD-CLIENTE-BLOQUEADO
               ADD 1 TO CAD-CLIENTES-BLOQUEADOS
           END-IF.

           ADD 1 TO CAD-REGISTROS-EXTRAIDOS.
           ADD CM-CODIGO TO CAD-HASH-CODIGO.
           MOVE CM-CODIGO TO CAD-ULTIMO-CODIGO.
           MOVE ZERO TO CAD-ULT-SEQ-ENDERECO.
           MOVE 'S' TO CAD-SW-EXTRAI-ENDERECOS.

           DIVIDE CAD-REGISTROS-EXTRAIDOS BY CAD-INTERVALO-CKPT
               GIVING CAD-QUOCIENTE-CKPT
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3020-LER-BLOQUEIO - O CLIENTE ESTA NO BLQCLI (DEVEDOR CRONICO *
      *  SOB BLOQUEIO DE CREDITO)?                                     *
      ******************************************************************
       3020-LER-BLOQUEIO.
           MOVE 'N'       TO CAD-SW-BLOQUEADO.
           MOVE CM-CODIGO TO BQ-CODIGO.
           READ BLOQUEIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CAD-SW-BLOQUEADO
           END-READ.
       3020-EXIT.
           EXIT.

      ******************************************************************
      *  3050-GRAVAR-BAIXA - REGISTRO 'B' DE UM CLIENTE INATIVADO      *
      *  DESDE A ULTIMA EXECUCAO LIMPA (SO NO MODO DELTA): LEVA A      *
           EXIT.

      ******************************************************************
      *  3110-GRAVAR-ENDERECO - UM ENDERECO DE ENTREGA VIGENTE DO      *
      *  CLIENTE CAD-ULTIMO-CODIGO, DE SEQUENCIA POSTERIOR A           *
      *  CAD-ULT-SEQ-ENDERECO (ZERO NUMA EXTRACAO NORMAL; NUM          *
      *  REINICIO, A ULTIMA SEQUENCIA QUE JA ESTAVA NO ARQUIVO, PARA   *
      *  O BLOCO PARCIAL SER COMPLETADO SEM DUPLICAR LINHA).  O        *
      *  ENCERRADO (DATA-FIM NO PASSADO) FICA SO NO HISTORICO.         *
      ******************************************************************
       3110-GRAVAR-ENDERECO.
           IF EN-CODIGO NOT = CAD-ULTIMO-CODIGO
           OR EN-SEQUENCIA NOT > CAD-ULT-SEQ-ENDERECO
               GO TO 3110-EXIT
           END-IF.
           IF EN-VIGENTE
               MOVE EN-CIDADE     TO BE-CIDADE
               MOVE EN-ESTADO     TO BE-ESTADO
               MOVE EN-CEP        TO BE-CEP
               MOVE EN-MUNICIPIO-IBGE TO BE-MUNICIPIO-IBGE
               WRITE BILLING-RECORD
               ADD 1 TO CAD-ENDERECOS-EXTRAIDOS
               MOVE EN-SEQUENCIA TO CAD-ULT-SEQ-ENDERECO
      *  8000-ENCERRAR-ARQUIVOS                                         *
      ******************************************************************
       8000-ENCERRAR-ARQUIVOS.
           CLOSE RETRATO BILLING CHECKPOINT BLOQUEIOS.
       8000-EXIT.
           EXIT.

