       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS71P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE PROSPECTS        *
      *                (ARQ-PROSPECT) - PONTOS DE VENDA ENCONTRADOS    *
      *                PELOS VENDEDORES QUE AINDA NAO SAO CLIENTES -,  *
      *                CONVERTER O PROSPECT EM CLIENTE PENDENTE DE     *
      *                APROVACAO (HBSIS02P) E GERAR O RELATORIO MENSAL *
      *                DO FUNIL DE PROSPECTS POR VENDEDOR E REGIAO     *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQ-PROSPECT       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PROSPECT-HBSIS71C
                       ALTERNATE RECORD KEY IS COD-VEND-ORIGEM-HBSIS71C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRP.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS04C
                       ALTERNATE RECORD KEY IS CPF-HBSIS04C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS04C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-REGIAO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-REGIAO-HBSIS13C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-REG.

           SELECT ARQ-CEP            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CEP-HBSIS15C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CEP.

           SELECT REL-FUNIL          ASSIGN TO "RELFUNILPROSPECT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProspect'.
       COPY "HBSIS71C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "HBSIS13C.CPY".

       FD  ARQ-CEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCep'.
       COPY "HBSIS15C.CPY".

       FD  REL-FUNIL.
       01  REG-REL-FUNIL               PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CEP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-PROX-PROSPECT            PIC  9(007)         VALUE ZEROS.
       01  WS-VENDEDOR-OK              PIC  X(001)         VALUE "N".
       01  WS-FILIAL-VEND              PIC  9(002)         VALUE ZEROS.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADORES DO FUNIL: POR REGIAO DENTRO DO VENDEDOR CORRENTE  *
      * E POR REGIAO NO TOTAL GERAL (POSICAO = CODIGO DA REGIAO + 1)   *
      *----------------------------------------------------------------*
       01  WS-TAB-FUNIL-VEND.
           05  WS-FNV-ITEM             OCCURS 1000 TIMES.
               10  WS-FNV-ENCONTRADOS  PIC  9(005).
               10  WS-FNV-VISITADOS    PIC  9(005).
               10  WS-FNV-CONVERTIDOS  PIC  9(005).
               10  WS-FNV-DESCARTADOS  PIC  9(005).
       01  WS-TAB-FUNIL-GERAL.
           05  WS-FNG-ITEM             OCCURS 1000 TIMES.
               10  WS-FNG-ENCONTRADOS  PIC  9(007).
               10  WS-FNG-VISITADOS    PIC  9(007).
               10  WS-FNG-CONVERTIDOS  PIC  9(007).
               10  WS-FNG-DESCARTADOS  PIC  9(007).

       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.
       01  WS-VEND-TEM-MOVTO           PIC  X(001)         VALUE "N".

       01  WS-TOT-VEND.
           05  WS-TOV-ENCONTRADOS      PIC  9(007)         VALUE ZEROS.
           05  WS-TOV-VISITADOS        PIC  9(007)         VALUE ZEROS.
           05  WS-TOV-CONVERTIDOS      PIC  9(007)         VALUE ZEROS.
           05  WS-TOV-DESCARTADOS      PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-GERAL.
           05  WS-TOG-ENCONTRADOS      PIC  9(007)         VALUE ZEROS.
           05  WS-TOG-VISITADOS        PIC  9(007)         VALUE ZEROS.
           05  WS-TOG-CONVERTIDOS      PIC  9(007)         VALUE ZEROS.
           05  WS-TOG-DESCARTADOS      PIC  9(007)         VALUE ZEROS.

       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-HBSIS02                  PIC  X(009)         VALUE
           'HBSIS02P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS02L.
       COPY HBSIS42L.
       COPY HBSIS49L.

       01  CAB-FUNIL.
           03 FILLER                   PIC  X(040)         VALUE
              "FUNIL DE PROSPECTS POR VENDEDOR E REGIAO".
           03 FILLER                   PIC  X(012)         VALUE
              " - ANO-MES: ".
           03 CAB-FUN-ANO-MES          PIC  9(006)         VALUE ZEROS.

       01  CAB-VENDEDOR.
           03 FILLER                   PIC  X(010)         VALUE
              "VENDEDOR: ".
           03 CAB-VEN-CODIGO           PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-VEN-NOME             PIC  X(040)         VALUE SPACES.

       01  CAB-COLUNAS.
           03 FILLER                   PIC  X(037)         VALUE
              "  REGIAO".
           03 FILLER                   PIC  X(013)         VALUE
              "ENCONTRADOS".
           03 FILLER                   PIC  X(011)         VALUE
              "VISITADOS".
           03 FILLER                   PIC  X(013)         VALUE
              "CONVERTIDOS".
           03 FILLER                   PIC  X(013)         VALUE
              "DESCARTADOS".
           03 FILLER                   PIC  X(010)         VALUE
              "CONVERSAO".

       01  DET-FUNIL.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-FUN-REGIAO           PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-FUN-NOME-REGIAO      PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-FUN-ENCONTRADOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-FUN-VISITADOS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-FUN-CONVERTIDOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-FUN-DESCARTADOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-FUN-TAXA             PIC  ZZ9,9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".

       01  TOT-FUNIL.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 TOT-FUN-DESCRICAO        PIC  X(034)         VALUE SPACES.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 TOT-FUN-ENCONTRADOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 TOT-FUN-VISITADOS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 TOT-FUN-CONVERTIDOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 TOT-FUN-DESCARTADOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 TOT-FUN-TAXA             PIC  ZZ9,9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS71L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS71L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS71L

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA O BLOQUEIO DE ATUALIZACAO DA CADEIA BATCH (HBSIS49P)  *
      *----------------------------------------------------------------*
       1100-VERIFICA-BLOQUEIO-BATCH    SECTION.

           INITIALIZE HBSIS49L
           MOVE 0                      TO COD-FUNCAO-HBSIS49L

           CALL WS-HBSIS49             USING HBSIS49L

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF (COD-FUNCAO-HBSIS71L     EQUAL 1 OR 2 OR 3 OR 4) AND
              OPERADOR-HBSIS71L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS71L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS71L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS71L
               WHEN 0
                    PERFORM 2100-BUSCAR-PROSPECT
               WHEN 1
                    PERFORM 2200-INCLUIR-PROSPECT
               WHEN 2
                    PERFORM 2300-ALTERAR-PROSPECT
               WHEN 3
                    PERFORM 2400-DESCARTAR-PROSPECT
               WHEN 4
                    PERFORM 2600-CONVERTER-PROSPECT
               WHEN 5
                    PERFORM 2700-RELATORIO-FUNIL
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS71L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS71L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-PROSPECT          SECTION.

           OPEN I-O ARQ-PROSPECT

           IF WS-FL-STATUS-PRP         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-PROSPECT

              IF WS-FL-STATUS-PRP      EQUAL ZEROS
                 CLOSE ARQ-PROSPECT
                 OPEN I-O ARQ-PROSPECT
              END-IF

              IF WS-FL-STATUS-PRP      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS71L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROSPECTS"
                                       TO MSG-RETORNO-HBSIS71L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-PROSPECT         SECTION.

           CLOSE ARQ-PROSPECT

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O REGISTRO LIDO NA AREA DE COMUNICACAO                 *
      *----------------------------------------------------------------*
       2130-DEVOLVE-PROSPECT           SECTION.

           MOVE NOME-PROSPECT-HBSIS71C TO NOME-PROSPECT-HBSIS71L
           MOVE LOGRADOURO-HBSIS71C    TO LOGRADOURO-HBSIS71L
           MOVE NUMERO-END-HBSIS71C    TO NUMERO-END-HBSIS71L
           MOVE MUNICIPIO-HBSIS71C     TO MUNICIPIO-HBSIS71L
           MOVE UF-HBSIS71C            TO UF-HBSIS71L
           MOVE CEP-HBSIS71C           TO CEP-HBSIS71L
           MOVE LATITUDE-HBSIS71C      TO LATITUDE-HBSIS71L
           MOVE LONGITUDE-HBSIS71C     TO LONGITUDE-HBSIS71L
           MOVE COD-REGIAO-HBSIS71C    TO COD-REGIAO-HBSIS71L
           MOVE FONTE-HBSIS71C         TO FONTE-HBSIS71L
           MOVE COD-VEND-ORIGEM-HBSIS71C
                                       TO COD-VEND-ORIGEM-HBSIS71L
           MOVE SITUACAO-HBSIS71C      TO SITUACAO-HBSIS71L
           MOVE DATA-CADASTRO-HBSIS71C TO DATA-CADASTRO-HBSIS71L
           MOVE DATA-VISITA-HBSIS71C   TO DATA-VISITA-HBSIS71L
           MOVE MOTIVO-DESCARTE-HBSIS71C
                                       TO MOTIVO-DESCARTE-HBSIS71L
           MOVE COD-CLIENTE-GERADO-HBSIS71C
                                       TO COD-CLIENTE-GERADO-HBSIS71L
           MOVE COD-VEND-ATRIB-HBSIS71C
                                       TO COD-VEND-ATRIB-HBSIS71L
           MOVE DISTANCIA-ATRIB-HBSIS71C
                                       TO DISTANCIA-ATRIB-HBSIS71L

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DE PROSPECT PELO CODIGO                                  *
      *----------------------------------------------------------------*
       2100-BUSCAR-PROSPECT            SECTION.

           PERFORM 2110-OPEN-ARQ-PROSPECT

           MOVE COD-PROSPECT-HBSIS71L  TO COD-PROSPECT-HBSIS71C

           READ ARQ-PROSPECT KEY IS COD-PROSPECT-HBSIS71C

           IF WS-FL-STATUS-PRP         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-PROSPECT
              MOVE ZEROS               TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS71L
           END-IF

           PERFORM 2120-CLOSE-ARQ-PROSPECT

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DE PROSPECT: CODIGO ZERADO RECEBE O PROXIMO CODIGO    *
      * LIVRE; COORDENADAS ZERADAS SAO BUSCADAS PELO CEP NA ARQ-CEP    *
      *----------------------------------------------------------------*
       2200-INCLUIR-PROSPECT           SECTION.

           IF NOME-PROSPECT-HBSIS71L   EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "NOME DO PROSPECT NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2200-EXIT
           END-IF

           IF FONTE-HBSIS71L           NOT EQUAL "V" AND "I" AND
                                                 "L" AND "O"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "FONTE INVALIDA (V-VISITA I-INDIC L-LISTA O-OUTROS)"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2500-VALIDA-VENDEDOR

           IF WS-VENDEDOR-OK           NOT EQUAL "S"
              GO TO 2200-EXIT
           END-IF

           IF COD-REGIAO-HBSIS71L      GREATER ZEROS
              PERFORM 2510-VALIDA-REGIAO
              IF COD-RETORNO-HBSIS71L  NOT EQUAL ZEROS
                 GO TO 2200-EXIT
              END-IF
           END-IF

           PERFORM 2520-BUSCA-COORD-CEP

           PERFORM 2110-OPEN-ARQ-PROSPECT

           IF COD-PROSPECT-HBSIS71L    EQUAL ZEROS
              PERFORM 2210-ALOCA-CODIGO-PROSPECT
           END-IF

           INITIALIZE ARQ-HBSIS71C

           MOVE COD-PROSPECT-HBSIS71L  TO COD-PROSPECT-HBSIS71C
           MOVE NOME-PROSPECT-HBSIS71L TO NOME-PROSPECT-HBSIS71C
           MOVE LOGRADOURO-HBSIS71L    TO LOGRADOURO-HBSIS71C
           MOVE NUMERO-END-HBSIS71L    TO NUMERO-END-HBSIS71C
           MOVE MUNICIPIO-HBSIS71L     TO MUNICIPIO-HBSIS71C
           MOVE UF-HBSIS71L            TO UF-HBSIS71C
           MOVE CEP-HBSIS71L           TO CEP-HBSIS71C
           MOVE LATITUDE-HBSIS71L      TO LATITUDE-HBSIS71C
           MOVE LONGITUDE-HBSIS71L     TO LONGITUDE-HBSIS71C
           MOVE COD-REGIAO-HBSIS71L    TO COD-REGIAO-HBSIS71C
           MOVE WS-FILIAL-VEND         TO COD-FILIAL-HBSIS71C
           MOVE FONTE-HBSIS71L         TO FONTE-HBSIS71C
           MOVE COD-VEND-ORIGEM-HBSIS71L
                                       TO COD-VEND-ORIGEM-HBSIS71C
           MOVE "N"                    TO SITUACAO-HBSIS71C
           MOVE WS-DATA-HOJE           TO DATA-CADASTRO-HBSIS71C

           IF WS-FL-STATUS-CEP         EQUAL "XX"
              MOVE "C"                 TO PRECISAO-COORD-HBSIS71C
           END-IF

           MOVE OPERADOR-HBSIS71L      TO OPERADOR-ALTER-HBSIS71C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS71C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS71C

           WRITE ARQ-HBSIS71C

           IF WS-FL-STATUS-PRP         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS71L
              MOVE SPACES              TO MSG-RETORNO-HBSIS71L
              STRING "PROSPECT CADASTRADO - CODIGO: "
                     COD-PROSPECT-HBSIS71C
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS71L
           ELSE
           IF WS-FL-STATUS-PRP         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT JA CADASTRADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS71L
              MOVE "ERRO AO GRAVAR O PROSPECT"
                                       TO MSG-RETORNO-HBSIS71L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-PROSPECT

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROXIMO CODIGO LIVRE DE PROSPECT: MAIOR CODIGO GRAVADO + 1     *
      *----------------------------------------------------------------*
       2210-ALOCA-CODIGO-PROSPECT      SECTION.

           MOVE ZEROS                  TO WS-PROX-PROSPECT
           MOVE ZEROS                  TO COD-PROSPECT-HBSIS71C

           START ARQ-PROSPECT KEY IS GREATER COD-PROSPECT-HBSIS71C

           IF WS-FL-STATUS-PRP         EQUAL ZEROS
              READ ARQ-PROSPECT NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-PRP NOT EQUAL "00"
              MOVE COD-PROSPECT-HBSIS71C
                                       TO WS-PROX-PROSPECT
              READ ARQ-PROSPECT NEXT
           END-PERFORM

           ADD 1                       TO WS-PROX-PROSPECT
           MOVE WS-PROX-PROSPECT       TO COD-PROSPECT-HBSIS71L

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE PROSPECT: SO OS CAMPOS INFORMADOS. A SITUACAO SO  *
      * PODE PASSAR A "V" (VISITADO); DESCARTE E CONVERSAO TEM FUNCOES *
      * PROPRIAS. PROSPECT CONVERTIDO OU DESCARTADO NAO E ALTERADO     *
      *----------------------------------------------------------------*
       2300-ALTERAR-PROSPECT           SECTION.

           IF SITUACAO-HBSIS71L        NOT EQUAL SPACES AND "V"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "SITUACAO INVALIDA (V-VISITADO)"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2300-EXIT
           END-IF

           IF FONTE-HBSIS71L           NOT EQUAL SPACES AND
              FONTE-HBSIS71L           NOT EQUAL "V" AND "I" AND
                                                 "L" AND "O"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "FONTE INVALIDA (V-VISITA I-INDIC L-LISTA O-OUTROS)"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2300-EXIT
           END-IF

           IF COD-VEND-ORIGEM-HBSIS71L GREATER ZEROS
              PERFORM 2500-VALIDA-VENDEDOR
              IF WS-VENDEDOR-OK        NOT EQUAL "S"
                 GO TO 2300-EXIT
              END-IF
           END-IF

           IF COD-REGIAO-HBSIS71L      GREATER ZEROS
              PERFORM 2510-VALIDA-REGIAO
              IF COD-RETORNO-HBSIS71L  NOT EQUAL ZEROS
                 GO TO 2300-EXIT
              END-IF
           END-IF

           PERFORM 2520-BUSCA-COORD-CEP

           PERFORM 2110-OPEN-ARQ-PROSPECT

           MOVE COD-PROSPECT-HBSIS71L  TO COD-PROSPECT-HBSIS71C

           READ ARQ-PROSPECT WITH LOCK KEY IS COD-PROSPECT-HBSIS71C

           IF WS-FL-STATUS-PRP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
           IF WS-FL-STATUS-PRP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
           IF SITUACAO-HBSIS71C        EQUAL "C" OR "D"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT JA CONVERTIDO OU DESCARTADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
              IF NOME-PROSPECT-HBSIS71L NOT EQUAL SPACES
                 MOVE NOME-PROSPECT-HBSIS71L
                                       TO NOME-PROSPECT-HBSIS71C
              END-IF
              IF LOGRADOURO-HBSIS71L   NOT EQUAL SPACES
                 MOVE LOGRADOURO-HBSIS71L
                                       TO LOGRADOURO-HBSIS71C
              END-IF
              IF NUMERO-END-HBSIS71L   NOT EQUAL SPACES
                 MOVE NUMERO-END-HBSIS71L
                                       TO NUMERO-END-HBSIS71C
              END-IF
              IF MUNICIPIO-HBSIS71L    NOT EQUAL SPACES
                 MOVE MUNICIPIO-HBSIS71L
                                       TO MUNICIPIO-HBSIS71C
              END-IF
              IF UF-HBSIS71L           NOT EQUAL SPACES
                 MOVE UF-HBSIS71L      TO UF-HBSIS71C
              END-IF
              IF CEP-HBSIS71L          GREATER ZEROS
                 MOVE CEP-HBSIS71L     TO CEP-HBSIS71C
              END-IF
              IF LATITUDE-HBSIS71L     NOT EQUAL ZEROS
              OR LONGITUDE-HBSIS71L    NOT EQUAL ZEROS
                 MOVE LATITUDE-HBSIS71L
                                       TO LATITUDE-HBSIS71C
                 MOVE LONGITUDE-HBSIS71L
                                       TO LONGITUDE-HBSIS71C
                 IF WS-FL-STATUS-CEP   EQUAL "XX"
                    MOVE "C"           TO PRECISAO-COORD-HBSIS71C
                 ELSE
                    MOVE SPACE         TO PRECISAO-COORD-HBSIS71C
                 END-IF
              END-IF
              IF COD-REGIAO-HBSIS71L   GREATER ZEROS
                 MOVE COD-REGIAO-HBSIS71L
                                       TO COD-REGIAO-HBSIS71C
              END-IF
              IF FONTE-HBSIS71L        NOT EQUAL SPACES
                 MOVE FONTE-HBSIS71L   TO FONTE-HBSIS71C
              END-IF
              IF COD-VEND-ORIGEM-HBSIS71L GREATER ZEROS
                 MOVE COD-VEND-ORIGEM-HBSIS71L
                                       TO COD-VEND-ORIGEM-HBSIS71C
                 MOVE WS-FILIAL-VEND   TO COD-FILIAL-HBSIS71C
              END-IF
              IF SITUACAO-HBSIS71L     EQUAL "V"
                 MOVE "V"              TO SITUACAO-HBSIS71C
                 IF DATA-VISITA-HBSIS71L GREATER ZEROS
                    MOVE DATA-VISITA-HBSIS71L
                                       TO DATA-VISITA-HBSIS71C
                 ELSE
                    IF DATA-VISITA-HBSIS71C EQUAL ZEROS
                       MOVE WS-DATA-HOJE
                                       TO DATA-VISITA-HBSIS71C
                    END-IF
                 END-IF
              END-IF
              MOVE OPERADOR-HBSIS71L   TO OPERADOR-ALTER-HBSIS71C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS71C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS71C

              REWRITE ARQ-HBSIS71C

              MOVE ZEROS               TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS71L
           END-IF
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-PROSPECT

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESCARTE DO PROSPECT (EXCLUSAO LOGICA - SITUACAO D)            *
      *----------------------------------------------------------------*
       2400-DESCARTAR-PROSPECT         SECTION.

           PERFORM 2110-OPEN-ARQ-PROSPECT

           MOVE COD-PROSPECT-HBSIS71L  TO COD-PROSPECT-HBSIS71C

           READ ARQ-PROSPECT WITH LOCK KEY IS COD-PROSPECT-HBSIS71C

           IF WS-FL-STATUS-PRP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
           IF WS-FL-STATUS-PRP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
           IF SITUACAO-HBSIS71C        EQUAL "C" OR "D"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT JA CONVERTIDO OU DESCARTADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
              MOVE "D"                 TO SITUACAO-HBSIS71C
              MOVE WS-DATA-HOJE        TO DATA-DESCARTE-HBSIS71C
              MOVE MOTIVO-DESCARTE-HBSIS71L
                                       TO MOTIVO-DESCARTE-HBSIS71C
              MOVE OPERADOR-HBSIS71L   TO OPERADOR-ALTER-HBSIS71C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS71C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS71C

              REWRITE ARQ-HBSIS71C

              MOVE ZEROS               TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT DESCARTADO"
                                       TO MSG-RETORNO-HBSIS71L
           END-IF
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-PROSPECT

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O VENDEDOR QUE ENCONTROU O PROSPECT DEVE EXISTIR E ESTAR       *
      * ATIVO; A FILIAL DO PROSPECT E A DO VENDEDOR                    *
      *----------------------------------------------------------------*
       2500-VALIDA-VENDEDOR            SECTION.

           MOVE "N"                    TO WS-VENDEDOR-OK
           MOVE ZEROS                  TO WS-FILIAL-VEND

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS71L
              MOVE "CADASTRO DE VENDEDORES INDISPONIVEL"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2500-EXIT
           END-IF

           MOVE COD-VEND-ORIGEM-HBSIS71L
                                       TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS71L
           ELSE
           IF FLAG-ATIVO-HBSIS04C      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "VENDEDOR INATIVO"  TO MSG-RETORNO-HBSIS71L
           ELSE
              MOVE COD-FILIAL-HBSIS04C TO WS-FILIAL-VEND
              MOVE "S"                 TO WS-VENDEDOR-OK
           END-IF
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * A REGIAO INFORMADA DEVE EXISTIR NO ARQUIVO DE REGIOES          *
      *----------------------------------------------------------------*
       2510-VALIDA-REGIAO              SECTION.

           OPEN INPUT ARQ-REGIAO

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              GO TO 2510-EXIT
           END-IF

           MOVE COD-REGIAO-HBSIS71L    TO COD-REGIAO-HBSIS13C

           READ ARQ-REGIAO KEY IS COD-REGIAO-HBSIS13C

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "REGIAO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS71L
           END-IF

           CLOSE ARQ-REGIAO

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREENCHIMENTO AUTOMATICO DAS COORDENADAS PELO CEP: COM         *
      * LATITUDE/LONGITUDE ZERADAS E CEP INFORMADO, BUSCA NA TABELA    *
      * ARQ-CEP. ENCONTRADO, O STATUS FICA "XX" PARA MARCAR A          *
      * PRECISAO DE CEP NA GRAVACAO                                    *
      *----------------------------------------------------------------*
       2520-BUSCA-COORD-CEP            SECTION.

           MOVE "00"                   TO WS-FL-STATUS-CEP

           IF LATITUDE-HBSIS71L        EQUAL ZEROS AND
              LONGITUDE-HBSIS71L       EQUAL ZEROS AND
              CEP-HBSIS71L             GREATER ZEROS
              OPEN INPUT ARQ-CEP

              IF WS-FL-STATUS-CEP      EQUAL ZEROS
                 MOVE CEP-HBSIS71L     TO CEP-HBSIS15C

                 READ ARQ-CEP KEY IS CEP-HBSIS15C

                 IF WS-FL-STATUS-CEP   EQUAL ZEROS
                    MOVE LATITUDE-HBSIS15C
                                       TO LATITUDE-HBSIS71L
                    MOVE LONGITUDE-HBSIS15C
                                       TO LONGITUDE-HBSIS71L
                    CLOSE ARQ-CEP
                    MOVE "XX"          TO WS-FL-STATUS-CEP
                 ELSE
                    CLOSE ARQ-CEP
                 END-IF
              END-IF
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERSAO DO PROSPECT EM CLIENTE: INCLUI O CLIENTE PELO        *
      * HBSIS02P COMO PENDENTE DE APROVACAO (MESMA FILA DAS INCLUSOES  *
      * DE PERFIL DIGITADOR), LEVANDO NOME, ENDERECO, COORDENADAS E    *
      * REGIAO DO PROSPECT. O CNPJ E INFORMADO NA CONVERSAO            *
      *----------------------------------------------------------------*
       2600-CONVERTER-PROSPECT         SECTION.

           IF CNPJ-CONVERSAO-HBSIS71L  EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "INFORME O CNPJ PARA A CONVERSAO"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2600-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-PROSPECT

           MOVE COD-PROSPECT-HBSIS71L  TO COD-PROSPECT-HBSIS71C

           READ ARQ-PROSPECT WITH LOCK KEY IS COD-PROSPECT-HBSIS71C

           IF WS-FL-STATUS-PRP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS71L
              PERFORM 2120-CLOSE-ARQ-PROSPECT
              GO TO 2600-EXIT
           END-IF

           IF WS-FL-STATUS-PRP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS71L
              PERFORM 2120-CLOSE-ARQ-PROSPECT
              GO TO 2600-EXIT
           END-IF

           IF SITUACAO-HBSIS71C        EQUAL "C" OR "D"
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "PROSPECT JA CONVERTIDO OU DESCARTADO"
                                       TO MSG-RETORNO-HBSIS71L
              PERFORM 2120-CLOSE-ARQ-PROSPECT
              GO TO 2600-EXIT
           END-IF

           INITIALIZE HBSIS02L
           MOVE 1                      TO COD-FUNCAO-HBSIS02
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02
           MOVE CNPJ-CONVERSAO-HBSIS71L
                                       TO CNPJ-HBSIS02
           MOVE NOME-PROSPECT-HBSIS71C TO RAZAO-SOCIAL-HBSIS02
           MOVE LATITUDE-HBSIS71C      TO LATITUDE-CLI-HBSIS02
           MOVE LONGITUDE-HBSIS71C     TO LONGITUDE-CLI-HBSIS02
           MOVE COD-REGIAO-HBSIS71C    TO COD-REGIAO-HBSIS02
           MOVE LOGRADOURO-HBSIS71C    TO LOGRADOURO-HBSIS02
           MOVE NUMERO-END-HBSIS71C    TO NUMERO-END-HBSIS02
           MOVE MUNICIPIO-HBSIS71C     TO MUNICIPIO-HBSIS02
           MOVE UF-HBSIS71C            TO UF-HBSIS02
           MOVE CEP-HBSIS71C           TO CEP-HBSIS02
           MOVE "C"                    TO CLASSIF-HBSIS02
           MOVE "M"                    TO FREQ-VISITA-HBSIS02
           MOVE COD-FILIAL-HBSIS71C    TO COD-FILIAL-HBSIS02
           MOVE OPERADOR-HBSIS71L      TO OPERADOR-HBSIS02
      *    PERFIL DIGITADOR: O CLIENTE ENTRA PENDENTE DE APROVACAO
           MOVE "D"                    TO PERFIL-OPERADOR-HBSIS02
           MOVE FILIAL-OPERADOR-HBSIS71L
                                       TO FILIAL-OPERADOR-HBSIS02

           CALL WS-HBSIS02             USING HBSIS02L

           IF COD-RETORNO-HBSIS02      NOT EQUAL ZEROS AND 2
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE MSG-RETORNO-HBSIS02 TO MSG-RETORNO-HBSIS71L
              PERFORM 2120-CLOSE-ARQ-PROSPECT
              GO TO 2600-EXIT
           END-IF

           MOVE "C"                    TO SITUACAO-HBSIS71C
           MOVE WS-DATA-HOJE           TO DATA-CONVERSAO-HBSIS71C
      *    CONVERTIDO SEM VISITA REGISTRADA: A CONVERSAO CONTA COMO
      *    VISITA NO FUNIL
           IF DATA-VISITA-HBSIS71C     EQUAL ZEROS
              MOVE WS-DATA-HOJE        TO DATA-VISITA-HBSIS71C
           END-IF
           MOVE COD-CLIENTE-HBSIS02    TO COD-CLIENTE-GERADO-HBSIS71C
           MOVE OPERADOR-HBSIS71L      TO OPERADOR-ALTER-HBSIS71C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS71C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS71C

           REWRITE ARQ-HBSIS71C

           PERFORM 2120-CLOSE-ARQ-PROSPECT

           MOVE COD-CLIENTE-HBSIS02    TO COD-CLIENTE-GERADO-HBSIS71L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS71L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS71L
           STRING "CONVERTIDO - CLIENTE "
                  COD-CLIENTE-HBSIS02
                  " PENDENTE DE APROVACAO"
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS71L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO MENSAL DO FUNIL DE PROSPECTS: POR VENDEDOR QUE       *
      * ENCONTROU E REGIAO DO PROSPECT, QUANTOS FORAM ENCONTRADOS,     *
      * VISITADOS, CONVERTIDOS E DESCARTADOS NO MES (CADA ETAPA PELA   *
      * SUA PROPRIA DATA), COM A TAXA DE CONVERSAO DO MES              *
      *----------------------------------------------------------------*
       2700-RELATORIO-FUNIL            SECTION.

           MOVE ZEROS                  TO QTD-REGISTROS-HBSIS71L
                                          WS-QTD-LINHAS-REL
           INITIALIZE WS-TAB-FUNIL-GERAL
                      WS-TOT-GERAL

           IF ANO-MES-HBSIS71L         EQUAL ZEROS
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
           ELSE
              MOVE ANO-MES-HBSIS71L    TO WS-ANO-MES
           END-IF

           OPEN INPUT ARQ-PROSPECT

           IF WS-FL-STATUS-PRP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS71L
              MOVE "NAO HA PROSPECTS CADASTRADOS"
                                       TO MSG-RETORNO-HBSIS71L
              GO TO 2700-EXIT
           END-IF

           OPEN OUTPUT REL-FUNIL

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS71L
              MOVE "ERRO NA ABERTURA DO RELATORIO DO FUNIL"
                                       TO MSG-RETORNO-HBSIS71L
              CLOSE ARQ-PROSPECT
              GO TO 2700-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-REGIAO

           MOVE WS-ANO-MES             TO CAB-FUN-ANO-MES
           WRITE REG-REL-FUNIL         FROM LINHA-TRACO
           WRITE REG-REL-FUNIL         FROM CAB-FUNIL
           WRITE REG-REL-FUNIL         FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999
              PERFORM 2710-FUNIL-VENDEDOR
           END-PERFORM

           PERFORM 2730-RESUMO-REGIOES

           CLOSE ARQ-REGIAO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PROSPECT
           CLOSE REL-FUNIL

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELFUNILPROSPECT.TXT" TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS71L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS71L
           STRING "FUNIL GERADO - PROSPECTS COM MOVIMENTO: "
                  QTD-REGISTROS-HBSIS71L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS71L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA E IMPRIME O FUNIL DOS PROSPECTS DE UM VENDEDOR         *
      *----------------------------------------------------------------*
       2710-FUNIL-VENDEDOR             SECTION.

           INITIALIZE WS-TAB-FUNIL-VEND
                      WS-TOT-VEND
           MOVE "N"                    TO WS-VEND-TEM-MOVTO

           MOVE WS-IDX-VEND            TO COD-VEND-ORIGEM-HBSIS71C

           START ARQ-PROSPECT KEY IS EQUAL COD-VEND-ORIGEM-HBSIS71C

           IF WS-FL-STATUS-PRP         NOT EQUAL ZEROS
              GO TO 2710-EXIT
           END-IF

           READ ARQ-PROSPECT NEXT

           PERFORM UNTIL WS-FL-STATUS-PRP NOT EQUAL "00"
              OR COD-VEND-ORIGEM-HBSIS71C NOT EQUAL WS-IDX-VEND
              PERFORM 2715-ACUMULA-PROSPECT
              READ ARQ-PROSPECT NEXT
           END-PERFORM

           IF WS-VEND-TEM-MOVTO        NOT EQUAL "S"
              GO TO 2710-EXIT
           END-IF

           MOVE WS-IDX-VEND            TO CAB-VEN-CODIGO
                                          COD-VENDEDOR-HBSIS04C
           MOVE SPACES                 TO CAB-VEN-NOME

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VEND-HBSIS04C  TO CAB-VEN-NOME
           END-IF

           WRITE REG-REL-FUNIL         FROM CAB-VENDEDOR
           WRITE REG-REL-FUNIL         FROM CAB-COLUNAS

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000
              IF WS-FNV-ENCONTRADOS (WS-IDX-REG) GREATER ZEROS
              OR WS-FNV-VISITADOS   (WS-IDX-REG) GREATER ZEROS
              OR WS-FNV-CONVERTIDOS (WS-IDX-REG) GREATER ZEROS
              OR WS-FNV-DESCARTADOS (WS-IDX-REG) GREATER ZEROS
                 PERFORM 2720-GRAVA-DETALHE
              END-IF
           END-PERFORM

           MOVE "TOTAL DO VENDEDOR"    TO TOT-FUN-DESCRICAO
           MOVE WS-TOV-ENCONTRADOS     TO TOT-FUN-ENCONTRADOS
           MOVE WS-TOV-VISITADOS       TO TOT-FUN-VISITADOS
           MOVE WS-TOV-CONVERTIDOS     TO TOT-FUN-CONVERTIDOS
           MOVE WS-TOV-DESCARTADOS     TO TOT-FUN-DESCARTADOS
           MOVE ZEROS                  TO TOT-FUN-TAXA

           IF WS-TOV-ENCONTRADOS       GREATER ZEROS
              COMPUTE TOT-FUN-TAXA ROUNDED =
                      WS-TOV-CONVERTIDOS * 100 / WS-TOV-ENCONTRADOS
           END-IF

           WRITE REG-REL-FUNIL         FROM TOT-FUNIL
           WRITE REG-REL-FUNIL         FROM LINHA-TRACO

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O PROSPECT CORRENTE NAS ETAPAS CUJA DATA CAI NO MES       *
      *----------------------------------------------------------------*
       2715-ACUMULA-PROSPECT           SECTION.

           COMPUTE WS-IDX-REG = COD-REGIAO-HBSIS71C + 1

           IF DATA-CADASTRO-HBSIS71C (1:6) EQUAL WS-ANO-MES
              ADD 1                    TO
                      WS-FNV-ENCONTRADOS (WS-IDX-REG)
                      WS-FNG-ENCONTRADOS (WS-IDX-REG)
                      WS-TOV-ENCONTRADOS
                      WS-TOG-ENCONTRADOS
              MOVE "S"                 TO WS-VEND-TEM-MOVTO
           END-IF

           IF DATA-VISITA-HBSIS71C (1:6) EQUAL WS-ANO-MES
              ADD 1                    TO
                      WS-FNV-VISITADOS (WS-IDX-REG)
                      WS-FNG-VISITADOS (WS-IDX-REG)
                      WS-TOV-VISITADOS
                      WS-TOG-VISITADOS
              MOVE "S"                 TO WS-VEND-TEM-MOVTO
           END-IF

           IF DATA-CONVERSAO-HBSIS71C (1:6) EQUAL WS-ANO-MES
              ADD 1                    TO
                      WS-FNV-CONVERTIDOS (WS-IDX-REG)
                      WS-FNG-CONVERTIDOS (WS-IDX-REG)
                      WS-TOV-CONVERTIDOS
                      WS-TOG-CONVERTIDOS
              MOVE "S"                 TO WS-VEND-TEM-MOVTO
           END-IF

           IF DATA-DESCARTE-HBSIS71C (1:6) EQUAL WS-ANO-MES
              ADD 1                    TO
                      WS-FNV-DESCARTADOS (WS-IDX-REG)
                      WS-FNG-DESCARTADOS (WS-IDX-REG)
                      WS-TOV-DESCARTADOS
                      WS-TOG-DESCARTADOS
              MOVE "S"                 TO WS-VEND-TEM-MOVTO
           END-IF

           IF DATA-CADASTRO-HBSIS71C (1:6)  EQUAL WS-ANO-MES
           OR DATA-VISITA-HBSIS71C (1:6)    EQUAL WS-ANO-MES
           OR DATA-CONVERSAO-HBSIS71C (1:6) EQUAL WS-ANO-MES
           OR DATA-DESCARTE-HBSIS71C (1:6)  EQUAL WS-ANO-MES
              ADD 1                    TO QTD-REGISTROS-HBSIS71L
           END-IF

           .
       2715-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE REGIAO DO VENDEDOR CORRENTE                 *
      *----------------------------------------------------------------*
       2720-GRAVA-DETALHE              SECTION.

           COMPUTE DET-FUN-REGIAO = WS-IDX-REG - 1
           PERFORM 2725-NOME-REGIAO

           MOVE WS-FNV-ENCONTRADOS (WS-IDX-REG)
                                       TO DET-FUN-ENCONTRADOS
           MOVE WS-FNV-VISITADOS (WS-IDX-REG)
                                       TO DET-FUN-VISITADOS
           MOVE WS-FNV-CONVERTIDOS (WS-IDX-REG)
                                       TO DET-FUN-CONVERTIDOS
           MOVE WS-FNV-DESCARTADOS (WS-IDX-REG)
                                       TO DET-FUN-DESCARTADOS
           MOVE ZEROS                  TO DET-FUN-TAXA

           IF WS-FNV-ENCONTRADOS (WS-IDX-REG) GREATER ZEROS
              COMPUTE DET-FUN-TAXA ROUNDED =
                      WS-FNV-CONVERTIDOS (WS-IDX-REG) * 100
                    / WS-FNV-ENCONTRADOS (WS-IDX-REG)
           END-IF

           WRITE REG-REL-FUNIL         FROM DET-FUNIL

           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NOME DA REGIAO DA LINHA DE DETALHE                             *
      *----------------------------------------------------------------*
       2725-NOME-REGIAO                SECTION.

           MOVE SPACES                 TO DET-FUN-NOME-REGIAO

           IF DET-FUN-REGIAO           EQUAL ZEROS
              MOVE "(SEM REGIAO)"      TO DET-FUN-NOME-REGIAO
              GO TO 2725-EXIT
           END-IF

           MOVE DET-FUN-REGIAO         TO COD-REGIAO-HBSIS13C

           READ ARQ-REGIAO KEY IS COD-REGIAO-HBSIS13C

           IF WS-FL-STATUS-REG         EQUAL ZEROS
              MOVE NOME-REGIAO-HBSIS13C
                                       TO DET-FUN-NOME-REGIAO
           END-IF

           .
       2725-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO FINAL POR REGIAO (TODOS OS VENDEDORES) E TOTAL GERAL    *
      *----------------------------------------------------------------*
       2730-RESUMO-REGIOES             SECTION.

           MOVE "RESUMO POR REGIAO:"   TO REG-REL-FUNIL
           WRITE REG-REL-FUNIL
           WRITE REG-REL-FUNIL         FROM CAB-COLUNAS

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000
              IF WS-FNG-ENCONTRADOS (WS-IDX-REG) GREATER ZEROS
              OR WS-FNG-VISITADOS   (WS-IDX-REG) GREATER ZEROS
              OR WS-FNG-CONVERTIDOS (WS-IDX-REG) GREATER ZEROS
              OR WS-FNG-DESCARTADOS (WS-IDX-REG) GREATER ZEROS
                 COMPUTE DET-FUN-REGIAO = WS-IDX-REG - 1
                 PERFORM 2725-NOME-REGIAO
                 MOVE WS-FNG-ENCONTRADOS (WS-IDX-REG)
                                       TO DET-FUN-ENCONTRADOS
                 MOVE WS-FNG-VISITADOS (WS-IDX-REG)
                                       TO DET-FUN-VISITADOS
                 MOVE WS-FNG-CONVERTIDOS (WS-IDX-REG)
                                       TO DET-FUN-CONVERTIDOS
                 MOVE WS-FNG-DESCARTADOS (WS-IDX-REG)
                                       TO DET-FUN-DESCARTADOS
                 MOVE ZEROS            TO DET-FUN-TAXA
                 IF WS-FNG-ENCONTRADOS (WS-IDX-REG) GREATER ZEROS
                    COMPUTE DET-FUN-TAXA ROUNDED =
                            WS-FNG-CONVERTIDOS (WS-IDX-REG) * 100
                          / WS-FNG-ENCONTRADOS (WS-IDX-REG)
                 END-IF
                 WRITE REG-REL-FUNIL   FROM DET-FUNIL
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE "TOTAL GERAL"          TO TOT-FUN-DESCRICAO
           MOVE WS-TOG-ENCONTRADOS     TO TOT-FUN-ENCONTRADOS
           MOVE WS-TOG-VISITADOS       TO TOT-FUN-VISITADOS
           MOVE WS-TOG-CONVERTIDOS     TO TOT-FUN-CONVERTIDOS
           MOVE WS-TOG-DESCARTADOS     TO TOT-FUN-DESCARTADOS
           MOVE ZEROS                  TO TOT-FUN-TAXA

           IF WS-TOG-ENCONTRADOS       GREATER ZEROS
              COMPUTE TOT-FUN-TAXA ROUNDED =
                      WS-TOG-CONVERTIDOS * 100 / WS-TOG-ENCONTRADOS
           END-IF

           WRITE REG-REL-FUNIL         FROM TOT-FUNIL
           WRITE REG-REL-FUNIL         FROM LINHA-TRACO

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS71P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS71P.
      *----------------------------------------------------------------*
