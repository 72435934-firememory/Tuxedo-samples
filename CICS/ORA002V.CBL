      *                    the edit stays quiet, the same way the      *
      *                    CM-NOME pass keeps the name edit quiet on   *
      *                    the address screen.                         *
      *   2026-10-15  RPS  The IBGE municipality code is handed back   *
      *                    in VP-MUNICIPIO-IBGE on every call: the     *
      *                    code of the CEPTAB prefix the caller found  *
      *                    (VP-CEP-MUNICIPIO), zero when the CEP did   *
      *                    not resolve.  Callers store it with the     *
      *                    address so billing never derives it from    *
      *                    the city text.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  VP-CEP-FOI-ACHADO        VALUE 'S'.
       01  VP-CEP-CIDADE                PIC X(20).
       01  VP-CEP-ESTADO                PIC X(02).
       01  VP-CEP-MUNICIPIO             PIC 9(07).
       01  VP-MUNICIPIO-IBGE            PIC 9(07).
       01  VP-ERRO                      PIC X(01).
           88  VP-ERRO-ACIONADO         VALUE 'S'.
       01  VP-QTD-ERROS                 PIC 9(02).
                                VP-TIPO-PESSOA VP-INSCRICAO
                                VP-EDITA-INSCRICAO
                                VP-CEP-ACHADO VP-CEP-CIDADE
                                VP-CEP-ESTADO VP-CEP-MUNICIPIO
                                VP-MUNICIPIO-IBGE
                                VP-ERRO VP-QTD-ERROS
                                VP-TABELA-ERROS.

      ******************************************************************
      *  FAIXAS DE CEP (CEPTAB, JA PESQUISADA PELO PROGRAMA CHAMADOR). *
      *  PREENCHE CIDADEI/ESTADOI QUANDO VIEREM EM BRANCO E ACUSA      *
      *  DIVERGENCIA QUANDO O QUE O BALCONISTA DIGITOU NAO BATER COM   *
      *  O QUE A FAIXA DE CEP INDICA.  O MUNICIPIO IBGE DEVOLVIDO E O  *
      *  DA FAIXA; SEM FAIXA, ZERO.                                    *
      ******************************************************************
       2300-VALIDAR-CEP.
           MOVE ZERO TO VP-MUNICIPIO-IBGE.
           IF VP-CEP = ZERO
               MOVE 'CEPI - CEP NAO INFORMADO' TO VE-MSG-TEMP
               PERFORM 2900-ACUMULAR-ERRO THRU 2900-EXIT
           ELSE
               IF VP-CEP-FOI-ACHADO
                   MOVE VP-CEP-MUNICIPIO TO VP-MUNICIPIO-IBGE
                   IF VE-CIDADE-FOI-DIGITADA
                       IF VP-CIDADE NOT = VP-CEP-CIDADE
                           MOVE 'CEPI - CIDADE NAO CORRESPONDE AO CEP'
