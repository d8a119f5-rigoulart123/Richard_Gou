       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS89P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE CASOS E          *
      *                RECLAMACOES DE CLIENTES (ARQ-CASO): ABERTURA    *
      *                COM O VENDEDOR RESPONSAVEL DA ULTIMA            *
      *                DISTRIBUICAO, ATUALIZACAO DA SITUACAO COM       *
      *                HISTORICO E FECHAMENTO, CASOS EM ABERTO DO      *
      *                CLIENTE (CONSULTA 360 - HBSIS38P) E O RELATORIO *
      *                SEMANAL DE AGING DOS CASOS EM ABERTO POR        *
      *                VENDEDOR E REGIAO                               *
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
           SELECT ARQ-CASO           ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-CASO-HBSIS89C
                       ALTERNATE RECORD KEY IS COD-CLIENTE-HBSIS89C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAS.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

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

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS07C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS07C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT REL-AGING          ASSIGN TO "RELAGINGCASOS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-SORT-AGING     ASSIGN TO "SORTAGING.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCaso'.
       COPY "HBSIS89C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "HBSIS13C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  REL-AGING.
       01  REG-REL-AGING               PIC X(132).

       SD  ARQ-SORT-AGING.
       01  REG-SORT-AGING.
           05  SRT-COD-VEND            PIC  9(003).
           05  SRT-COD-REGIAO          PIC  9(003).
           05  SRT-DIAS                PIC  9(005).
           05  SRT-NUM-CASO            PIC  9(007).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-RAZAO               PIC  X(030).
           05  SRT-TIPO                PIC  X(001).
           05  SRT-DATA-ABERTURA       PIC  9(008).
           05  SRT-SITUACAO            PIC  X(001).
           05  SRT-DESCRICAO           PIC  X(030).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CAS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-DADOS-INVALIDOS          PIC  X(001)         VALUE "N".
       01  WS-PROX-CASO                PIC  9(007)         VALUE ZEROS.
       01  WS-IDX-HIST                 PIC  9(002)         VALUE ZEROS.
       01  WS-NOVA-SITUACAO            PIC  X(001)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DIAS-ABERTO              PIC S9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * QUEBRAS DO RELATORIO DE AGING E FAIXAS DE DIAS EM ABERTO       *
      * (1 = ATE 7, 2 = 8 A 15, 3 = 16 A 30, 4 = 31 A 60, 5 = ACIMA)   *
      *----------------------------------------------------------------*
       01  WS-PRIMEIRO-REGISTRO        PIC  X(001)         VALUE "S".
       01  WS-VEND-ATUAL               PIC  9(003)         VALUE ZEROS.
       01  WS-REGIAO-ATUAL             PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-FAIXA                PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-NIVEL                PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.

      *    NIVEL 1 = REGIAO DO VENDEDOR, 2 = VENDEDOR, 3 = GERAL
       01  WS-TAB-TOTAIS.
           05  WS-TOT-NIVEL            OCCURS 3 TIMES.
               10  WS-TOT-QTD          PIC  9(007).
               10  WS-TOT-FAIXA        PIC  9(007) OCCURS 5 TIMES.

      *    RESUMO DE TODOS OS VENDEDORES POR REGIAO (CODIGO + 1)
       01  WS-TAB-RESUMO-REGIAO.
           05  WS-RES-REG              OCCURS 1000 TIMES.
               10  WS-RES-QTD          PIC  9(007).
               10  WS-RES-FAIXA        PIC  9(007) OCCURS 5 TIMES.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS42L.
       COPY HBSIS49L.

       01  CAB-AGING.
           03 FILLER                   PIC  X(037)         VALUE
              "AGING DOS CASOS DE CLIENTES EM ABERTO".
           03 FILLER                   PIC  X(023)         VALUE
              " POR VENDEDOR E REGIAO".
           03 FILLER                   PIC  X(008)         VALUE
              " - DATA ".
           03 CAB-AGI-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(056)         VALUE SPACES.

       01  CAB-AGI-VENDEDOR.
           03 FILLER                   PIC  X(010)         VALUE
              "VENDEDOR: ".
           03 CAB-AGI-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-AGI-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(076)         VALUE SPACES.

       01  CAB-AGI-REGIAO.
           03 FILLER                   PIC  X(010)         VALUE
              "  REGIAO: ".
           03 CAB-AGI-COD-REGIAO       PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-AGI-NOME-REGIAO      PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(086)         VALUE SPACES.

       01  CAB-AGI-COLUNAS.
           03 FILLER                   PIC  X(013)         VALUE
              "    CASO".
           03 FILLER                   PIC  X(009)         VALUE
              "CLIENTE".
           03 FILLER                   PIC  X(032)         VALUE
              "RAZAO SOCIAL".
           03 FILLER                   PIC  X(005)         VALUE
              "TIPO".
           03 FILLER                   PIC  X(010)         VALUE
              "ABERTURA".
           03 FILLER                   PIC  X(007)         VALUE
              " DIAS".
           03 FILLER                   PIC  X(004)         VALUE
              "SIT".
           03 FILLER                   PIC  X(052)         VALUE
              "DESCRICAO".

       01  DET-AGING.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-AGI-NUM-CASO         PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AGI-CLIENTE          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AGI-RAZAO            PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AGI-TIPO             PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-AGI-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AGI-DIAS             PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AGI-SITUACAO         PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-AGI-DESCRICAO        PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(022)         VALUE SPACES.

       01  LIN-FAIXAS.
           03 LIN-FAI-ROTULO           PIC  X(034)         VALUE SPACES.
           03 FILLER                   PIC  X(007)         VALUE
              "TOTAL: ".
           03 LIN-FAI-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(013)         VALUE
              "  ATE 7 DIAS:".
           03 LIN-FAI-FAIXA-1          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(009)         VALUE
              "  8 A 15:".
           03 LIN-FAI-FAIXA-2          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  16 A 30:".
           03 LIN-FAI-FAIXA-3          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  31 A 60:".
           03 LIN-FAI-FAIXA-4          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(011)         VALUE
              "  ACIMA 60:".
           03 LIN-FAI-FAIXA-5          PIC  ZZZZZZ9        VALUE ZEROS.

       01  CAB-RESUMO-REGIAO.
           03 FILLER                   PIC  X(045)         VALUE
              "RESUMO POR REGIAO (TODOS OS VENDEDORES)".
           03 FILLER                   PIC  X(087)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS89L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS89L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS89L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS89L
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
           IF (COD-FUNCAO-HBSIS89L     EQUAL 1 OR 2) AND
              OPERADOR-HBSIS89L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS89L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS89L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS89L
               WHEN 0
                    PERFORM 2100-CONSULTA-CASO
               WHEN 1
                    PERFORM 2200-ABRE-CASO
               WHEN 2
                    PERFORM 2300-ATUALIZA-CASO
               WHEN 3
                    PERFORM 2400-CASOS-DO-CLIENTE
               WHEN 4
                    PERFORM 2700-RELATORIO-AGING
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS89L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS89L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE CASOS (CRIA NA PRIMEIRA VEZ)            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-CASO              SECTION.

           OPEN I-O ARQ-CASO

           IF WS-FL-STATUS-CAS         EQUAL "35"
              OPEN OUTPUT ARQ-CASO

              IF WS-FL-STATUS-CAS      EQUAL ZEROS
                 CLOSE ARQ-CASO
                 OPEN I-O ARQ-CASO
              END-IF
           END-IF

           IF WS-FL-STATUS-CAS         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS89L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CASOS"
                                       TO MSG-RETORNO-HBSIS89L
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DO CASO LIDO NA AREA DE COMUNICACAO           *
      *----------------------------------------------------------------*
       2130-DEVOLVE-CASO               SECTION.

           MOVE NUM-CASO-HBSIS89C      TO NUM-CASO-HBSIS89L
           MOVE COD-CLIENTE-HBSIS89C   TO COD-CLIENTE-HBSIS89L
           MOVE TIPO-CASO-HBSIS89C     TO TIPO-CASO-HBSIS89L
           MOVE DATA-ABERTURA-HBSIS89C TO DATA-ABERTURA-HBSIS89L
           MOVE DESCRICAO-CASO-HBSIS89C
                                       TO DESCRICAO-CASO-HBSIS89L
           MOVE COD-VENDEDOR-HBSIS89C  TO COD-VENDEDOR-HBSIS89L
           MOVE SITUACAO-CASO-HBSIS89C TO SITUACAO-CASO-HBSIS89L
           MOVE DATA-FECHAMENTO-HBSIS89C
                                       TO DATA-FECHAMENTO-HBSIS89L
           MOVE QTD-HIST-HBSIS89C      TO QTD-HIST-HBSIS89L

           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST GREATER 10
              MOVE HIST-CASO-HBSIS89C (WS-IDX-HIST)
                                       TO HIST-CASO-HBSIS89L
                                          (WS-IDX-HIST)
           END-PERFORM

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DO CASO PELO NUMERO                                   *
      *----------------------------------------------------------------*
       2100-CONSULTA-CASO              SECTION.

           OPEN INPUT ARQ-CASO

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "CASO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2100-EXIT
           END-IF

           MOVE NUM-CASO-HBSIS89L      TO NUM-CASO-HBSIS89C

           READ ARQ-CASO KEY IS NUM-CASO-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-CASO
              MOVE ZEROS               TO COD-RETORNO-HBSIS89L
              MOVE "CASO ENCONTRADO"   TO MSG-RETORNO-HBSIS89L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "CASO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS89L
           END-IF

           CLOSE ARQ-CASO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CASO NO PROXIMO NUMERO LIVRE. SEM VENDEDOR         *
      * INFORMADO, O RESPONSAVEL E O VENDEDOR DO CLIENTE NA ULTIMA     *
      * EXECUCAO DA DISTRIBUICAO                                       *
      *----------------------------------------------------------------*
       2200-ABRE-CASO                  SECTION.

           IF TIPO-CASO-HBSIS89L       NOT EQUAL "E" AND "Q" AND "P"
                                             AND "V" AND "O"
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "TIPO INVALIDO (E/Q/P/V/O)"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2200-EXIT
           END-IF

           IF DESCRICAO-CASO-HBSIS89L  EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "DESCRICAO DO CASO NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2500-VALIDA-CLIENTE

           IF WS-DADOS-INVALIDOS       EQUAL "S"
              GO TO 2200-EXIT
           END-IF

           IF COD-VENDEDOR-HBSIS89L    GREATER ZEROS
              PERFORM 2510-VALIDA-VENDEDOR
              IF WS-DADOS-INVALIDOS    EQUAL "S"
                 GO TO 2200-EXIT
              END-IF
           ELSE
              PERFORM 2520-VENDEDOR-DISTRIBUICAO
           END-IF

           PERFORM 2110-OPEN-ARQ-CASO

           IF COD-RETORNO-HBSIS89L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           PERFORM 2210-ALOCA-NUMERO-CASO

           INITIALIZE ARQ-HBSIS89C

           MOVE WS-PROX-CASO           TO NUM-CASO-HBSIS89C
           MOVE COD-CLIENTE-HBSIS89L   TO COD-CLIENTE-HBSIS89C
           MOVE TIPO-CASO-HBSIS89L     TO TIPO-CASO-HBSIS89C
           MOVE WS-DATA-HOJE           TO DATA-ABERTURA-HBSIS89C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ABERTURA-HBSIS89C
           MOVE DESCRICAO-CASO-HBSIS89L
                                       TO DESCRICAO-CASO-HBSIS89C
           MOVE COD-VENDEDOR-HBSIS89L  TO COD-VENDEDOR-HBSIS89C
           MOVE "A"                    TO SITUACAO-CASO-HBSIS89C
                                          WS-NOVA-SITUACAO
           MOVE ZEROS                  TO DATA-FECHAMENTO-HBSIS89C
                                          QTD-HIST-HBSIS89C

           IF OBSERVACAO-HBSIS89L      EQUAL SPACES
              MOVE "ABERTURA DO CASO"  TO OBSERVACAO-HBSIS89L
           END-IF

           PERFORM 2310-ACRESCENTA-HISTORICO

           WRITE ARQ-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-CASO
              MOVE ZEROS               TO COD-RETORNO-HBSIS89L
              MOVE SPACES              TO MSG-RETORNO-HBSIS89L
              STRING "CASO ABERTO - NUMERO "
                     NUM-CASO-HBSIS89C
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS89L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS89L
              MOVE "ERRO AO GRAVAR O CASO"
                                       TO MSG-RETORNO-HBSIS89L
           END-IF

           CLOSE ARQ-CASO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROXIMO NUMERO LIVRE DE CASO: MAIOR NUMERO GRAVADO + 1         *
      *----------------------------------------------------------------*
       2210-ALOCA-NUMERO-CASO          SECTION.

           MOVE ZEROS                  TO WS-PROX-CASO
           MOVE ZEROS                  TO NUM-CASO-HBSIS89C

           START ARQ-CASO KEY IS GREATER NUM-CASO-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL ZEROS
              READ ARQ-CASO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CAS NOT EQUAL "00"
              MOVE NUM-CASO-HBSIS89C   TO WS-PROX-CASO
              READ ARQ-CASO NEXT
           END-PERFORM

           ADD 1                       TO WS-PROX-CASO
           MOVE "00"                   TO WS-FL-STATUS-CAS

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATUALIZACAO DO CASO: NOVA SITUACAO (BRANCO = MANTEM), NOVO     *
      * VENDEDOR RESPONSAVEL (ZERO = MANTEM) E A OBSERVACAO, SEMPRE    *
      * COM UMA ENTRADA NO HISTORICO. F FECHA O CASO NA DATA DE HOJE;  *
      * A VOLTA DE UM CASO FECHADO PARA A OU T O REABRE                *
      *----------------------------------------------------------------*
       2300-ATUALIZA-CASO              SECTION.

           IF SITUACAO-CASO-HBSIS89L   NOT EQUAL SPACES AND
              SITUACAO-CASO-HBSIS89L   NOT EQUAL "A" AND "T" AND "F"
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "SITUACAO INVALIDA (A/T/F)"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2300-EXIT
           END-IF

           IF SITUACAO-CASO-HBSIS89L   EQUAL SPACES AND
              COD-VENDEDOR-HBSIS89L    EQUAL ZEROS AND
              OBSERVACAO-HBSIS89L      EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "INFORME SITUACAO, VENDEDOR OU OBSERVACAO"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2300-EXIT
           END-IF

           IF COD-VENDEDOR-HBSIS89L    GREATER ZEROS
              PERFORM 2510-VALIDA-VENDEDOR
              IF WS-DADOS-INVALIDOS    EQUAL "S"
                 GO TO 2300-EXIT
              END-IF
           END-IF

           OPEN I-O ARQ-CASO

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "CASO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2300-EXIT
           END-IF

           MOVE NUM-CASO-HBSIS89L      TO NUM-CASO-HBSIS89C

           READ ARQ-CASO WITH LOCK KEY IS NUM-CASO-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS89L
              MOVE "CASO EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS89L
              CLOSE ARQ-CASO
              GO TO 2300-EXIT
           END-IF

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "CASO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS89L
              CLOSE ARQ-CASO
              GO TO 2300-EXIT
           END-IF

           IF SITUACAO-CASO-HBSIS89C   EQUAL "F" AND
              (SITUACAO-CASO-HBSIS89L  EQUAL SPACES OR "F")
              PERFORM 2130-DEVOLVE-CASO
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "CASO FECHADO - INFORME A OU T PARA REABRIR"
                                       TO MSG-RETORNO-HBSIS89L
              UNLOCK ARQ-CASO
              CLOSE ARQ-CASO
              GO TO 2300-EXIT
           END-IF

           IF SITUACAO-CASO-HBSIS89L   EQUAL SPACES
              MOVE SITUACAO-CASO-HBSIS89C
                                       TO WS-NOVA-SITUACAO
           ELSE
              MOVE SITUACAO-CASO-HBSIS89L
                                       TO WS-NOVA-SITUACAO
           END-IF

           IF COD-VENDEDOR-HBSIS89L    GREATER ZEROS
              MOVE COD-VENDEDOR-HBSIS89L
                                       TO COD-VENDEDOR-HBSIS89C
           END-IF

           IF WS-NOVA-SITUACAO         EQUAL "F"
              IF SITUACAO-CASO-HBSIS89C NOT EQUAL "F"
                 MOVE WS-DATA-HOJE     TO DATA-FECHAMENTO-HBSIS89C
              END-IF
           ELSE
              MOVE ZEROS               TO DATA-FECHAMENTO-HBSIS89C
           END-IF

           MOVE WS-NOVA-SITUACAO       TO SITUACAO-CASO-HBSIS89C

           PERFORM 2310-ACRESCENTA-HISTORICO

           REWRITE ARQ-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-CASO
              MOVE ZEROS               TO COD-RETORNO-HBSIS89L
              IF SITUACAO-CASO-HBSIS89C EQUAL "F"
                 MOVE "CASO FECHADO"   TO MSG-RETORNO-HBSIS89L
              ELSE
                 MOVE "CASO ATUALIZADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS89L
              END-IF
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS89L
              MOVE "ERRO AO ATUALIZAR O CASO"
                                       TO MSG-RETORNO-HBSIS89L
           END-IF

           CLOSE ARQ-CASO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA UMA ENTRADA AO HISTORICO DO CASO (SITUACAO EM       *
      * WS-NOVA-SITUACAO). CHEIO, A ENTRADA MAIS ANTIGA DEPOIS DA      *
      * ABERTURA E DESCARTADA                                          *
      *----------------------------------------------------------------*
       2310-ACRESCENTA-HISTORICO       SECTION.

           IF QTD-HIST-HBSIS89C        NOT LESS 10
              PERFORM VARYING WS-IDX-HIST FROM 2 BY 1
                      UNTIL WS-IDX-HIST GREATER 9
                 MOVE HIST-CASO-HBSIS89C (WS-IDX-HIST + 1)
                                       TO HIST-CASO-HBSIS89C
                                          (WS-IDX-HIST)
              END-PERFORM
              MOVE 9                   TO QTD-HIST-HBSIS89C
           END-IF

           ADD 1                       TO QTD-HIST-HBSIS89C
           MOVE QTD-HIST-HBSIS89C      TO WS-IDX-HIST

           MOVE WS-NOVA-SITUACAO       TO SIT-HIST-HBSIS89C
                                          (WS-IDX-HIST)
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-HIST-HBSIS89C
                                          (WS-IDX-HIST)
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-HIST-HBSIS89C
                                          (WS-IDX-HIST)
           MOVE OPERADOR-HBSIS89L      TO OPER-HIST-HBSIS89C
                                          (WS-IDX-HIST)
           MOVE COD-VENDEDOR-HBSIS89C  TO VEND-HIST-HBSIS89C
                                          (WS-IDX-HIST)
           MOVE OBSERVACAO-HBSIS89L    TO OBS-HIST-HBSIS89C
                                          (WS-IDX-HIST)

           MOVE OPERADOR-HBSIS89L      TO OPERADOR-ALTER-HBSIS89C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS89C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS89C

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CASOS EM ABERTO (A OU T) DO CLIENTE: QUANTIDADE E O MAIS       *
      * ANTIGO, DEVOLVIDO NOS CAMPOS DO CASO                           *
      *----------------------------------------------------------------*
       2400-CASOS-DO-CLIENTE           SECTION.

           MOVE ZEROS                  TO QTD-ABERTOS-HBSIS89L
                                          NUM-CASO-HBSIS89L
                                          DATA-ABERTURA-HBSIS89L
           MOVE SPACES                 TO TIPO-CASO-HBSIS89L

           OPEN INPUT ARQ-CASO

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS89L
              MOVE "CLIENTE SEM CASOS EM ABERTO"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2400-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS89L   TO COD-CLIENTE-HBSIS89C

           START ARQ-CASO KEY IS EQUAL COD-CLIENTE-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL ZEROS
              READ ARQ-CASO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CAS NOT EQUAL "00"
              OR COD-CLIENTE-HBSIS89C  NOT EQUAL COD-CLIENTE-HBSIS89L
              IF SITUACAO-CASO-HBSIS89C NOT EQUAL "F"
                 ADD 1                 TO QTD-ABERTOS-HBSIS89L
                 IF DATA-ABERTURA-HBSIS89L EQUAL ZEROS
                 OR DATA-ABERTURA-HBSIS89C
                                       LESS DATA-ABERTURA-HBSIS89L
                    MOVE NUM-CASO-HBSIS89C
                                       TO NUM-CASO-HBSIS89L
                    MOVE DATA-ABERTURA-HBSIS89C
                                       TO DATA-ABERTURA-HBSIS89L
                    MOVE TIPO-CASO-HBSIS89C
                                       TO TIPO-CASO-HBSIS89L
                 END-IF
              END-IF
              READ ARQ-CASO NEXT
           END-PERFORM

           CLOSE ARQ-CASO

           MOVE ZEROS                  TO COD-RETORNO-HBSIS89L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS89L
           STRING "CASOS EM ABERTO DO CLIENTE: "
                  QTD-ABERTOS-HBSIS89L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS89L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O CLIENTE DO CASO                                       *
      *----------------------------------------------------------------*
       2500-VALIDA-CLIENTE             SECTION.

           MOVE "N"                    TO WS-DADOS-INVALIDOS

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 9                   TO COD-RETORNO-HBSIS89L
              MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2500-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS89L   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS89L
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O VENDEDOR RESPONSAVEL INFORMADO                        *
      *----------------------------------------------------------------*
       2510-VALIDA-VENDEDOR            SECTION.

           MOVE "N"                    TO WS-DADOS-INVALIDOS

           OPEN INPUT ARQ-VENDEDOR

           MOVE COD-VENDEDOR-HBSIS89L  TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS89L
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDOR DO CLIENTE NA ULTIMA EXECUCAO DA DISTRIBUICAO (ZERO   *
      * SE O CLIENTE NAO ESTIVER LA OU NAO FOI ATRIBUIDO)              *
      *----------------------------------------------------------------*
       2520-VENDEDOR-DISTRIBUICAO      SECTION.

           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS89L
                                          WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2520-EXIT
           END-IF

           MOVE ZEROS                  TO DATA-EXECUCAO-HBSIS07C
                                          HORA-EXECUCAO-HBSIS07C
                                          COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS GREATER CHAVE-HBSIS07C

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              READ ARQ-DISTRIBUICAO NEXT
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
                 MOVE DATA-EXECUCAO-HBSIS07C
                                       TO WS-ULT-DATA-EXEC
                 MOVE HORA-EXECUCAO-HBSIS07C
                                       TO WS-ULT-HORA-EXEC
                 MOVE 9999999          TO COD-CLIENTE-HBSIS07C
                 START ARQ-DISTRIBUICAO KEY IS GREATER CHAVE-HBSIS07C
              END-IF
           END-PERFORM

           IF WS-ULT-DATA-EXEC         GREATER ZEROS
              MOVE WS-ULT-DATA-EXEC    TO DATA-EXECUCAO-HBSIS07C
              MOVE WS-ULT-HORA-EXEC    TO HORA-EXECUCAO-HBSIS07C
              MOVE COD-CLIENTE-HBSIS89L
                                       TO COD-CLIENTE-HBSIS07C
              READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
              AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO COD-VENDEDOR-HBSIS89L
              END-IF
           END-IF

           CLOSE ARQ-DISTRIBUICAO

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE AGING DOS CASOS EM ABERTO (A OU T) POR VENDEDOR   *
      * RESPONSAVEL E REGIAO DO CLIENTE, DO MAIS ANTIGO PARA O MAIS    *
      * RECENTE, COM AS FAIXAS DE DIAS EM ABERTO E O RESUMO POR REGIAO *
      *----------------------------------------------------------------*
       2700-RELATORIO-AGING            SECTION.

           MOVE ZEROS                  TO QTD-CASOS-HBSIS89L
                                          WS-QTD-LINHAS-REL
           INITIALIZE WS-TAB-TOTAIS
                      WS-TAB-RESUMO-REGIAO

           OPEN INPUT ARQ-CASO

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS89L
              MOVE "NAO HA CASOS CADASTRADOS"
                                       TO MSG-RETORNO-HBSIS89L
              GO TO 2700-EXIT
           END-IF

           OPEN OUTPUT REL-AGING

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS89L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE AGING"
                                       TO MSG-RETORNO-HBSIS89L
              CLOSE ARQ-CASO
              GO TO 2700-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-REGIAO

           MOVE WS-DATA-HOJE           TO CAB-AGI-DATA
           WRITE REG-REL-AGING         FROM LINHA-TRACO
           WRITE REG-REL-AGING         FROM CAB-AGING
           WRITE REG-REL-AGING         FROM LINHA-TRACO
           ADD 3                       TO WS-QTD-LINHAS-REL

           SORT ARQ-SORT-AGING
               ON ASCENDING KEY SRT-COD-VEND
                                SRT-COD-REGIAO
               ON DESCENDING KEY SRT-DIAS
               ON ASCENDING KEY SRT-NUM-CASO
               INPUT PROCEDURE IS 2710-INPUT-AGING
               OUTPUT PROCEDURE IS 2720-OUTPUT-AGING

           PERFORM 2760-RESUMO-REGIOES

           CLOSE ARQ-CASO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-REGIAO
           CLOSE REL-AGING

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELAGINGCASOS.TXT"    TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS89L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS89L
           STRING "CASOS EM ABERTO NO AGING: "
                  QTD-CASOS-HBSIS89L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS89L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SELECIONA OS CASOS EM ABERTO PARA O SORT, COM A REGIAO E A     *
      * RAZAO SOCIAL DO CLIENTE E OS DIAS EM ABERTO                    *
      *----------------------------------------------------------------*
       2710-INPUT-AGING                SECTION.

           MOVE ZEROS                  TO NUM-CASO-HBSIS89C

           START ARQ-CASO KEY IS GREATER NUM-CASO-HBSIS89C

           IF WS-FL-STATUS-CAS         EQUAL ZEROS
              READ ARQ-CASO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CAS NOT EQUAL "00"
              IF SITUACAO-CASO-HBSIS89C NOT EQUAL "F"
                 PERFORM 2715-LIBERA-CASO
              END-IF
              READ ARQ-CASO NEXT
           END-PERFORM

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA E LIBERA UM CASO EM ABERTO PARA O SORT                   *
      *----------------------------------------------------------------*
       2715-LIBERA-CASO                SECTION.

           MOVE ZEROS                  TO WS-DIAS-ABERTO

           IF DATA-ABERTURA-HBSIS89C   GREATER ZEROS
              COMPUTE WS-DIAS-ABERTO =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE (DATA-ABERTURA-HBSIS89C)
              IF WS-DIAS-ABERTO        LESS ZEROS
                 MOVE ZEROS            TO WS-DIAS-ABERTO
              END-IF
           END-IF

           MOVE COD-VENDEDOR-HBSIS89C  TO SRT-COD-VEND
           MOVE WS-DIAS-ABERTO         TO SRT-DIAS
           MOVE NUM-CASO-HBSIS89C      TO SRT-NUM-CASO
           MOVE COD-CLIENTE-HBSIS89C   TO SRT-COD-CLIENTE
           MOVE TIPO-CASO-HBSIS89C     TO SRT-TIPO
           MOVE DATA-ABERTURA-HBSIS89C TO SRT-DATA-ABERTURA
           MOVE SITUACAO-CASO-HBSIS89C TO SRT-SITUACAO
           MOVE DESCRICAO-CASO-HBSIS89C
                                       TO SRT-DESCRICAO

           MOVE COD-CLIENTE-HBSIS89C   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE COD-REGIAO-HBSIS02C TO SRT-COD-REGIAO
              MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO SRT-RAZAO
           ELSE
              MOVE ZEROS               TO SRT-COD-REGIAO
              MOVE "CLIENTE NAO ENCONTRADO"
                                       TO SRT-RAZAO
           END-IF

           RELEASE REG-SORT-AGING

           .
       2715-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS CASOS ORDENADOS COM QUEBRA POR VENDEDOR E REGIAO      *
      *----------------------------------------------------------------*
       2720-OUTPUT-AGING               SECTION.

           MOVE "S"                    TO WS-PRIMEIRO-REGISTRO
           MOVE "00"                   TO WS-FL-STATUS-SORT

           RETURN ARQ-SORT-AGING AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              IF WS-PRIMEIRO-REGISTRO  EQUAL "S"
                 PERFORM 2730-CABECALHO-VENDEDOR
                 PERFORM 2735-CABECALHO-REGIAO
                 MOVE "N"              TO WS-PRIMEIRO-REGISTRO
              ELSE
                 IF SRT-COD-VEND       NOT EQUAL WS-VEND-ATUAL
                    PERFORM 2745-TOTAL-REGIAO
                    PERFORM 2750-TOTAL-VENDEDOR
                    PERFORM 2730-CABECALHO-VENDEDOR
                    PERFORM 2735-CABECALHO-REGIAO
                 ELSE
                    IF SRT-COD-REGIAO  NOT EQUAL WS-REGIAO-ATUAL
                       PERFORM 2745-TOTAL-REGIAO
                       PERFORM 2735-CABECALHO-REGIAO
                    END-IF
                 END-IF
              END-IF
              PERFORM 2740-GRAVA-CASO
              RETURN ARQ-SORT-AGING AT END MOVE "10"
                                       TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           IF WS-PRIMEIRO-REGISTRO     EQUAL "N"
              PERFORM 2745-TOTAL-REGIAO
              PERFORM 2750-TOTAL-VENDEDOR
           END-IF

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO VENDEDOR RESPONSAVEL                              *
      *----------------------------------------------------------------*
       2730-CABECALHO-VENDEDOR         SECTION.

           MOVE SRT-COD-VEND           TO WS-VEND-ATUAL
                                          CAB-AGI-COD-VEND

           IF SRT-COD-VEND             EQUAL ZEROS
              MOVE "(SEM VENDEDOR RESPONSAVEL)"
                                       TO CAB-AGI-NOME-VEND
           ELSE
              MOVE SRT-COD-VEND        TO COD-VENDEDOR-HBSIS04C
              READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VEND-HBSIS04C
                                       TO CAB-AGI-NOME-VEND
              ELSE
                 MOVE "(VENDEDOR NAO CADASTRADO)"
                                       TO CAB-AGI-NOME-VEND
              END-IF
           END-IF

           WRITE REG-REL-AGING         FROM CAB-AGI-VENDEDOR
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DA REGIAO DENTRO DO VENDEDOR                         *
      *----------------------------------------------------------------*
       2735-CABECALHO-REGIAO           SECTION.

           MOVE SRT-COD-REGIAO         TO WS-REGIAO-ATUAL
                                          CAB-AGI-COD-REGIAO

           PERFORM 2736-NOME-REGIAO

           WRITE REG-REL-AGING         FROM CAB-AGI-REGIAO
           WRITE REG-REL-AGING         FROM CAB-AGI-COLUNAS
           ADD 2                       TO WS-QTD-LINHAS-REL

           .
       2735-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NOME DA REGIAO EM CAB-AGI-COD-REGIAO                           *
      *----------------------------------------------------------------*
       2736-NOME-REGIAO                SECTION.

           MOVE SPACES                 TO CAB-AGI-NOME-REGIAO

           IF CAB-AGI-COD-REGIAO       EQUAL ZEROS
              MOVE "(SEM REGIAO)"      TO CAB-AGI-NOME-REGIAO
              GO TO 2736-EXIT
           END-IF

           MOVE CAB-AGI-COD-REGIAO     TO COD-REGIAO-HBSIS13C

           READ ARQ-REGIAO KEY IS COD-REGIAO-HBSIS13C

           IF WS-FL-STATUS-REG         EQUAL ZEROS
              MOVE NOME-REGIAO-HBSIS13C
                                       TO CAB-AGI-NOME-REGIAO
           END-IF

           .
       2736-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM CASO E ACUMULA A FAIXA DE DIAS EM ABERTO NA REGIAO,   *
      * NO VENDEDOR, NO TOTAL GERAL E NO RESUMO POR REGIAO             *
      *----------------------------------------------------------------*
       2740-GRAVA-CASO                 SECTION.

           MOVE SRT-NUM-CASO           TO DET-AGI-NUM-CASO
           MOVE SRT-COD-CLIENTE        TO DET-AGI-CLIENTE
           MOVE SRT-RAZAO              TO DET-AGI-RAZAO
           MOVE SRT-TIPO               TO DET-AGI-TIPO
           MOVE SRT-DATA-ABERTURA      TO DET-AGI-DATA
           MOVE SRT-DIAS               TO DET-AGI-DIAS
           MOVE SRT-SITUACAO           TO DET-AGI-SITUACAO
           MOVE SRT-DESCRICAO          TO DET-AGI-DESCRICAO

           WRITE REG-REL-AGING         FROM DET-AGING
           ADD 1                       TO WS-QTD-LINHAS-REL
                                          QTD-CASOS-HBSIS89L

           EVALUATE TRUE
               WHEN SRT-DIAS           NOT GREATER 7
                    MOVE 1             TO WS-IDX-FAIXA
               WHEN SRT-DIAS           NOT GREATER 15
                    MOVE 2             TO WS-IDX-FAIXA
               WHEN SRT-DIAS           NOT GREATER 30
                    MOVE 3             TO WS-IDX-FAIXA
               WHEN SRT-DIAS           NOT GREATER 60
                    MOVE 4             TO WS-IDX-FAIXA
               WHEN OTHER
                    MOVE 5             TO WS-IDX-FAIXA
           END-EVALUATE

           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL GREATER 3
              ADD 1                    TO WS-TOT-QTD (WS-IDX-NIVEL)
                                          WS-TOT-FAIXA (WS-IDX-NIVEL,
                                                        WS-IDX-FAIXA)
           END-PERFORM

           COMPUTE WS-IDX-REG = SRT-COD-REGIAO + 1
           ADD 1                       TO WS-RES-QTD (WS-IDX-REG)
                                          WS-RES-FAIXA (WS-IDX-REG,
                                                        WS-IDX-FAIXA)

           .
       2740-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DA REGIAO DENTRO DO VENDEDOR                             *
      *----------------------------------------------------------------*
       2745-TOTAL-REGIAO               SECTION.

           MOVE 1                      TO WS-IDX-NIVEL
           MOVE "    TOTAL DA REGIAO............:"
                                       TO LIN-FAI-ROTULO
           PERFORM 2755-GRAVA-FAIXAS

           .
       2745-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DO VENDEDOR                                              *
      *----------------------------------------------------------------*
       2750-TOTAL-VENDEDOR             SECTION.

           MOVE 2                      TO WS-IDX-NIVEL
           MOVE "  TOTAL DO VENDEDOR............:"
                                       TO LIN-FAI-ROTULO
           PERFORM 2755-GRAVA-FAIXAS

           WRITE REG-REL-AGING         FROM LINHA-TRACO
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE FAIXAS DO NIVEL WS-IDX-NIVEL E ZERA O NIVEL   *
      *----------------------------------------------------------------*
       2755-GRAVA-FAIXAS               SECTION.

           MOVE WS-TOT-QTD (WS-IDX-NIVEL)
                                       TO LIN-FAI-QTD
           MOVE WS-TOT-FAIXA (WS-IDX-NIVEL, 1)
                                       TO LIN-FAI-FAIXA-1
           MOVE WS-TOT-FAIXA (WS-IDX-NIVEL, 2)
                                       TO LIN-FAI-FAIXA-2
           MOVE WS-TOT-FAIXA (WS-IDX-NIVEL, 3)
                                       TO LIN-FAI-FAIXA-3
           MOVE WS-TOT-FAIXA (WS-IDX-NIVEL, 4)
                                       TO LIN-FAI-FAIXA-4
           MOVE WS-TOT-FAIXA (WS-IDX-NIVEL, 5)
                                       TO LIN-FAI-FAIXA-5

           WRITE REG-REL-AGING         FROM LIN-FAIXAS
           ADD 1                       TO WS-QTD-LINHAS-REL

           INITIALIZE WS-TOT-NIVEL (WS-IDX-NIVEL)

           .
       2755-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO FINAL POR REGIAO (TODOS OS VENDEDORES) E TOTAL GERAL    *
      *----------------------------------------------------------------*
       2760-RESUMO-REGIOES             SECTION.

           WRITE REG-REL-AGING         FROM CAB-RESUMO-REGIAO
           ADD 1                       TO WS-QTD-LINHAS-REL

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000
              IF WS-RES-QTD (WS-IDX-REG) GREATER ZEROS
                 COMPUTE CAB-AGI-COD-REGIAO = WS-IDX-REG - 1
                 PERFORM 2736-NOME-REGIAO
                 MOVE SPACES           TO LIN-FAI-ROTULO
                 STRING "  "
                        CAB-AGI-COD-REGIAO
                        " - "
                        CAB-AGI-NOME-REGIAO
                        DELIMITED BY SIZE
                                       INTO LIN-FAI-ROTULO
                 MOVE WS-RES-QTD (WS-IDX-REG)
                                       TO LIN-FAI-QTD
                 MOVE WS-RES-FAIXA (WS-IDX-REG, 1)
                                       TO LIN-FAI-FAIXA-1
                 MOVE WS-RES-FAIXA (WS-IDX-REG, 2)
                                       TO LIN-FAI-FAIXA-2
                 MOVE WS-RES-FAIXA (WS-IDX-REG, 3)
                                       TO LIN-FAI-FAIXA-3
                 MOVE WS-RES-FAIXA (WS-IDX-REG, 4)
                                       TO LIN-FAI-FAIXA-4
                 MOVE WS-RES-FAIXA (WS-IDX-REG, 5)
                                       TO LIN-FAI-FAIXA-5
                 WRITE REG-REL-AGING   FROM LIN-FAIXAS
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE 3                      TO WS-IDX-NIVEL
           MOVE "TOTAL GERAL....................:"
                                       TO LIN-FAI-ROTULO
           PERFORM 2755-GRAVA-FAIXAS

           WRITE REG-REL-AGING         FROM LINHA-TRACO
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2760-EXIT.
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
      * FIM DO PROGRAMA HBSIS89P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS89P.
      *----------------------------------------------------------------*
