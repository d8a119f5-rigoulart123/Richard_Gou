       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS99P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: PARAMETROS DA DISTRIBUICAO POR EXECUCAO. A      *
      *                CONSULTA DEVOLVE OS VALORES EM VIGOR NUMA       *
      *                EXECUCAO (GRAVADOS NA ESTATISTICA DA EXECUCAO   *
      *                OU, NAS EXECUCOES ANTIGAS, A VERSAO DO          *
      *                HISTORICO DE VERSOES EM VIGOR NA DATA/HORA). O  *
      *                RELATORIO COMPARA OS PARAMETROS DE DUAS         *
      *                EXECUCOES LADO A LADO, MARCANDO OS VALORES      *
      *                ALTERADOS, JUNTO COM O TOTAL DE CLIENTES QUE    *
      *                MUDARAM DE VENDEDOR ENTRE ELAS (HBSIS24P)       *
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
           SELECT ARQ-ESTATISTICA    ASSIGN TO
                                     "ESTATISTICADISTRIB.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EST.

           SELECT ARQ-VERSAO-PARAM   ASSIGN TO "PARAMVERSOES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VER.

           SELECT REL-COMPARA        ASSIGN TO "RELCOMPARAPARAM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-ESTATISTICA
           LABEL RECORD IS STANDARD.
       COPY "HBSIS23C.CPY".

       FD  ARQ-VERSAO-PARAM
           LABEL RECORD IS STANDARD.
       COPY "HBSIS99C.CPY".

       FD  REL-COMPARA.
       01  REG-REL-COMPARA             PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-IDX-EXEC                 PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-LINHA                PIC  9(002)         VALUE ZEROS.
       01  WS-ACHOU-EXEC               PIC  X(001)         VALUE "N".
       01  WS-CARIMBADA                PIC  X(001)         VALUE "N".
       01  WS-ACHOU-VERSAO             PIC  X(001)         VALUE "N".
       01  WS-RC-EXEC                  PIC  9(002)         VALUE ZEROS.
       01  WS-MSG-EXEC                 PIC  X(060)         VALUE SPACES.

       01  WS-ED-DISTANCIA             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
       01  WS-ED-VALOR                 PIC  ZZZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
       01  WS-ED-QTD                   PIC  ZZZZZZ9        VALUE ZEROS.
       01  WS-ED-PESO                  PIC  ZZ9            VALUE ZEROS.

       01  WS-HBSIS24                  PIC  X(009)         VALUE
           'HBSIS24P'.

       COPY HBSIS24L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO: "S" NA PRIMEIRA POSICAO = PARAMETRO QUE   *
      * ENTRA NA COMPARACAO (AS DEMAIS SO IDENTIFICAM A EXECUCAO)      *
      *----------------------------------------------------------------*
       01  WS-TAB-LINHAS-VALORES.
           05  FILLER                  PIC  X(031)         VALUE
               "NDATA-HORA DA EXECUCAO".
           05  FILLER                  PIC  X(031)         VALUE
               "NCONJUNTO DE PARAMETROS".
           05  FILLER                  PIC  X(031)         VALUE
               "NORIGEM DOS VALORES".
           05  FILLER                  PIC  X(031)         VALUE
               "NVERSAO DO CONJUNTO".
           05  FILLER                  PIC  X(031)         VALUE
               "SRESTRINGE REGIAO".
           05  FILLER                  PIC  X(031)         VALUE
               "SDISTANCIA MAXIMA".
           05  FILLER                  PIC  X(031)         VALUE
               "SMAX. CLIENTES POR VENDEDOR".
           05  FILLER                  PIC  X(031)         VALUE
               "STETO DE VALOR POR VENDEDOR".
           05  FILLER                  PIC  X(031)         VALUE
               "SSCORE PONDERADO".
           05  FILLER                  PIC  X(031)         VALUE
               "SPESO DISTANCIA".
           05  FILLER                  PIC  X(031)         VALUE
               "SPESO SENIORIDADE".
           05  FILLER                  PIC  X(031)         VALUE
               "SPESO VINCULO".
           05  FILLER                  PIC  X(031)         VALUE
               "SAGRUPA GRUPO ECONOMICO".
           05  FILLER                  PIC  X(031)         VALUE
               "STROCA ENTRE VENDEDORES".
           05  FILLER                  PIC  X(031)         VALUE
               "NCLIENTES ATRIBUIDOS".
       01  WS-TAB-LINHAS               REDEFINES WS-TAB-LINHAS-VALORES.
           05  WS-LIN-ITEM             OCCURS 15 TIMES.
               10  WS-LIN-COMPARA      PIC  X(001).
               10  WS-LIN-NOME         PIC  X(030).
       01  WS-QTD-LINHAS               PIC  9(002)         VALUE 15.

       01  WS-TAB-VALORES.
           05  WS-VAL-LINHA            OCCURS 15 TIMES.
               10  WS-VAL-COLUNA       OCCURS 2 TIMES
                                       PIC  X(022).

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(100)         VALUE
              ALL "-".

       01  CAB1.
           03 FILLER                   PIC  X(045)         VALUE
              "  COMPARACAO DE PARAMETROS ENTRE EXECUCOES".
           03 FILLER                   PIC  X(055)         VALUE SPACES.

       01  CAB2.
           03 FILLER                   PIC  X(032)         VALUE
              "  PARAMETRO".
           03 FILLER                   PIC  X(024)         VALUE
              "EXECUCAO 1".
           03 FILLER                   PIC  X(024)         VALUE
              "EXECUCAO 2".
           03 FILLER                   PIC  X(020)         VALUE SPACES.

       01  DET.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-NOME                 PIC  X(030)         VALUE SPACES.
           03 DET-VALOR-1              PIC  X(022)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-VALOR-2              PIC  X(022)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-MARCA                PIC  X(012)         VALUE SPACES.
           03 FILLER                   PIC  X(008)         VALUE SPACES.

       01  RODAPE-DIFERENCAS.
           03 FILLER                   PIC  X(032)         VALUE
              "  PARAMETROS ALTERADOS.........:".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 ROD-DIFERENCAS           PIC  Z9             VALUE ZEROS.
           03 FILLER                   PIC  X(065)         VALUE SPACES.

       01  RODAPE-MUDANCAS.
           03 FILLER                   PIC  X(032)         VALUE
              "  CLIENTES QUE MUDARAM DE VEND.:".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 ROD-MUDANCAS             PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(058)         VALUE
              "(DETALHE EM RELMUDANCAS.TXT)".

       01  RODAPE-SEM-CHURN.
           03 FILLER                   PIC  X(032)         VALUE
              "  CLIENTES QUE MUDARAM DE VEND.:".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 ROD-MSG-CHURN            PIC  X(050)         VALUE SPACES.
           03 FILLER                   PIC  X(017)         VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS99L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS99L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS99L
                                          QTD-DIFERENCAS-HBSIS99L
                                          QTD-MUDANCAS-HBSIS99L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS99L
                                          NOME-RELATORIO-HBSIS99L

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS99L
               WHEN 1
                    MOVE 1             TO WS-IDX-EXEC
                    PERFORM 2100-CONSULTA-EXECUCAO
               WHEN 2
                    PERFORM 2200-RELATORIO-COMPARATIVO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS99L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS99L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PARAMETROS EM VIGOR NA EXECUCAO WS-IDX-EXEC: OS GRAVADOS NA    *
      * ESTATISTICA DA EXECUCAO; SEM ELES (EXECUCAO ANTERIOR AO        *
      * REGISTRO), A VERSAO DO HISTORICO EM VIGOR NA DATA/HORA         *
      *----------------------------------------------------------------*
       2100-CONSULTA-EXECUCAO          SECTION.

           MOVE "N"                    TO ORIGEM-PARAM-HBSIS99L
                                          (WS-IDX-EXEC)
           MOVE SPACES                 TO NOME-PARAM-HBSIS99L
                                          (WS-IDX-EXEC)
                                          FLAG-RESTRINGE-HBSIS99L
                                          (WS-IDX-EXEC)
                                          FLAG-SCORE-HBSIS99L
                                          (WS-IDX-EXEC)
                                          FLAG-GRUPO-HBSIS99L
                                          (WS-IDX-EXEC)
                                          FLAG-TROCA-HBSIS99L
                                          (WS-IDX-EXEC)
           MOVE ZEROS                  TO DATA-VERSAO-HBSIS99L
                                          (WS-IDX-EXEC)
                                          HORA-VERSAO-HBSIS99L
                                          (WS-IDX-EXEC)
                                          MAX-DISTANCIA-HBSIS99L
                                          (WS-IDX-EXEC)
                                          MAX-CLI-VEND-HBSIS99L
                                          (WS-IDX-EXEC)
                                          MAX-VALOR-VEND-HBSIS99L
                                          (WS-IDX-EXEC)
                                          PESO-DIST-HBSIS99L
                                          (WS-IDX-EXEC)
                                          PESO-SENIOR-HBSIS99L
                                          (WS-IDX-EXEC)
                                          PESO-VINCULO-HBSIS99L
                                          (WS-IDX-EXEC)
                                          QTD-ATRIBUIDOS-HBSIS99L
                                          (WS-IDX-EXEC)

           PERFORM 2110-LE-ESTATISTICA

           IF WS-ACHOU-EXEC            NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS99L
              MOVE
               "EXECUCAO NAO ENCONTRADA NO HISTORICO DE ESTATISTICAS"
                                       TO MSG-RETORNO-HBSIS99L
              GO TO 2100-EXIT
           END-IF

           IF WS-CARIMBADA             EQUAL "S"
              MOVE "E"                 TO ORIGEM-PARAM-HBSIS99L
                                          (WS-IDX-EXEC)
           ELSE
              PERFORM 2120-BUSCA-VERSAO
              IF WS-ACHOU-VERSAO       EQUAL "S"
                 MOVE "H"              TO ORIGEM-PARAM-HBSIS99L
                                          (WS-IDX-EXEC)
              ELSE
                 MOVE 2                TO COD-RETORNO-HBSIS99L
                 MOVE "EXECUCAO SEM PARAMETROS REGISTRADOS NO HISTORICO"
                                       TO MSG-RETORNO-HBSIS99L
                 GO TO 2100-EXIT
              END-IF
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS99L
           MOVE "PARAMETROS DA EXECUCAO CONSULTADOS COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS99L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A EXECUCAO NO HISTORICO DE ESTATISTICAS (VALE O       *
      * ULTIMO REGISTRO DA DATA/HORA) E TRAZ OS PARAMETROS GRAVADOS    *
      *----------------------------------------------------------------*
       2110-LE-ESTATISTICA             SECTION.

           MOVE "N"                    TO WS-ACHOU-EXEC
                                          WS-CARIMBADA

           OPEN INPUT ARQ-ESTATISTICA

           IF WS-FL-STATUS-EST         NOT EQUAL ZEROS
              GO TO 2110-EXIT
           END-IF

           READ ARQ-ESTATISTICA

           PERFORM UNTIL WS-FL-STATUS-EST NOT EQUAL ZEROS
              IF DATA-EXECUCAO-HBSIS23C EQUAL
                 DATA-EXEC-HBSIS99L (WS-IDX-EXEC)
              AND HORA-EXECUCAO-HBSIS23C EQUAL
                 HORA-EXEC-HBSIS99L (WS-IDX-EXEC)
                 MOVE "S"              TO WS-ACHOU-EXEC
                 MOVE NOME-PARAM-HBSIS23C
                                       TO NOME-PARAM-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE QTD-ATRIBUIDOS-HBSIS23C
                                       TO QTD-ATRIBUIDOS-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE "N"              TO WS-CARIMBADA
                 IF DATA-VERSAO-HBSIS23C NUMERIC AND
                    FLAG-RESTRINGE-HBSIS23C NOT EQUAL SPACES
                    MOVE "S"           TO WS-CARIMBADA
                    MOVE DATA-VERSAO-HBSIS23C
                                       TO DATA-VERSAO-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE HORA-VERSAO-HBSIS23C
                                       TO HORA-VERSAO-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE FLAG-RESTRINGE-HBSIS23C
                                       TO FLAG-RESTRINGE-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE MAX-DISTANCIA-HBSIS23C
                                       TO MAX-DISTANCIA-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE MAX-CLI-VEND-HBSIS23C
                                       TO MAX-CLI-VEND-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE MAX-VALOR-VEND-HBSIS23C
                                       TO MAX-VALOR-VEND-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE FLAG-SCORE-HBSIS23C
                                       TO FLAG-SCORE-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE PESO-DIST-HBSIS23C
                                       TO PESO-DIST-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE PESO-SENIOR-HBSIS23C
                                       TO PESO-SENIOR-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE PESO-VINCULO-HBSIS23C
                                       TO PESO-VINCULO-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE FLAG-GRUPO-HBSIS23C
                                       TO FLAG-GRUPO-HBSIS99L
                                          (WS-IDX-EXEC)
                    MOVE FLAG-TROCA-HBSIS23C
                                       TO FLAG-TROCA-HBSIS99L
                                          (WS-IDX-EXEC)
                 END-IF
              END-IF
              READ ARQ-ESTATISTICA
           END-PERFORM

           CLOSE ARQ-ESTATISTICA

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXECUCAO SEM PARAMETROS GRAVADOS: ASSUME A ULTIMA VERSAO DO    *
      * MESMO CONJUNTO GRAVADA ATE A DATA/HORA DA EXECUCAO (O          *
      * HISTORICO E GRAVADO EM ORDEM CRONOLOGICA)                      *
      *----------------------------------------------------------------*
       2120-BUSCA-VERSAO               SECTION.

           MOVE "N"                    TO WS-ACHOU-VERSAO

           OPEN INPUT ARQ-VERSAO-PARAM

           IF WS-FL-STATUS-VER         NOT EQUAL ZEROS
              GO TO 2120-EXIT
           END-IF

           READ ARQ-VERSAO-PARAM

           PERFORM UNTIL WS-FL-STATUS-VER NOT EQUAL ZEROS
              IF NOME-CONJUNTO-HBSIS99C EQUAL
                 NOME-PARAM-HBSIS99L (WS-IDX-EXEC)
              AND (DATA-VERSAO-HBSIS99C LESS
                   DATA-EXEC-HBSIS99L (WS-IDX-EXEC)
               OR (DATA-VERSAO-HBSIS99C EQUAL
                   DATA-EXEC-HBSIS99L (WS-IDX-EXEC)
              AND HORA-VERSAO-HBSIS99C NOT GREATER
                   HORA-EXEC-HBSIS99L (WS-IDX-EXEC)))
                 MOVE "S"              TO WS-ACHOU-VERSAO
                 MOVE DATA-VERSAO-HBSIS99C
                                       TO DATA-VERSAO-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE HORA-VERSAO-HBSIS99C
                                       TO HORA-VERSAO-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE FLAG-RESTRINGE-HBSIS99C
                                       TO FLAG-RESTRINGE-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE MAX-DISTANCIA-HBSIS99C
                                       TO MAX-DISTANCIA-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE MAX-CLI-VEND-HBSIS99C
                                       TO MAX-CLI-VEND-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE MAX-VALOR-VEND-HBSIS99C
                                       TO MAX-VALOR-VEND-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE FLAG-SCORE-HBSIS99C
                                       TO FLAG-SCORE-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE PESO-DIST-HBSIS99C
                                       TO PESO-DIST-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE PESO-SENIOR-HBSIS99C
                                       TO PESO-SENIOR-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE PESO-VINCULO-HBSIS99C
                                       TO PESO-VINCULO-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE FLAG-GRUPO-HBSIS99C
                                       TO FLAG-GRUPO-HBSIS99L
                                          (WS-IDX-EXEC)
                 MOVE FLAG-TROCA-HBSIS99C
                                       TO FLAG-TROCA-HBSIS99L
                                          (WS-IDX-EXEC)
              END-IF
              READ ARQ-VERSAO-PARAM
           END-PERFORM

           CLOSE ARQ-VERSAO-PARAM

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO COMPARATIVO (RELCOMPARAPARAM.TXT): PARAMETROS DAS    *
      * DUAS EXECUCOES LADO A LADO E O TOTAL DE CLIENTES QUE MUDARAM   *
      * DE VENDEDOR ENTRE ELAS (RELMUDANCAS.TXT, HBSIS24P)             *
      *----------------------------------------------------------------*
       2200-RELATORIO-COMPARATIVO      SECTION.

           IF DATA-EXEC-HBSIS99L (1)   EQUAL ZEROS OR
              DATA-EXEC-HBSIS99L (2)   EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS99L
              MOVE "INFORME A DATA/HORA DAS DUAS EXECUCOES"
                                       TO MSG-RETORNO-HBSIS99L
              GO TO 2200-EXIT
           END-IF

           MOVE ZEROS                  TO WS-RC-EXEC
           MOVE SPACES                 TO WS-MSG-EXEC

           PERFORM VARYING WS-IDX-EXEC FROM 1 BY 1
                   UNTIL WS-IDX-EXEC GREATER 2
              PERFORM 2100-CONSULTA-EXECUCAO
              IF COD-RETORNO-HBSIS99L  NOT EQUAL ZEROS AND
                 WS-RC-EXEC            EQUAL ZEROS
                 MOVE COD-RETORNO-HBSIS99L
                                       TO WS-RC-EXEC
                 MOVE MSG-RETORNO-HBSIS99L
                                       TO WS-MSG-EXEC
              END-IF
              PERFORM 2230-MONTA-COLUNA
           END-PERFORM

           MOVE ZEROS                  TO COD-RETORNO-HBSIS99L

           PERFORM 2210-APURA-MUDANCAS

           PERFORM 2240-GRAVA-RELATORIO

           IF COD-RETORNO-HBSIS99L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN COD-RETORNO-HBSIS24L NOT EQUAL ZEROS
                    MOVE COD-RETORNO-HBSIS24L
                                       TO COD-RETORNO-HBSIS99L
                    MOVE MSG-RETORNO-HBSIS24L
                                       TO MSG-RETORNO-HBSIS99L
               WHEN WS-RC-EXEC         NOT EQUAL ZEROS
                    MOVE WS-RC-EXEC    TO COD-RETORNO-HBSIS99L
                    MOVE WS-MSG-EXEC   TO MSG-RETORNO-HBSIS99L
               WHEN OTHER
                    MOVE ZEROS         TO COD-RETORNO-HBSIS99L
                    MOVE "RELATORIO GERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS99L
           END-EVALUATE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MUDANCAS DE VENDEDOR ENTRE AS DUAS EXECUCOES (HBSIS24P)        *
      *----------------------------------------------------------------*
       2210-APURA-MUDANCAS             SECTION.

           INITIALIZE HBSIS24L
           MOVE DATA-EXEC-HBSIS99L (1) TO DATA-EXEC-ANT-HBSIS24L
           MOVE HORA-EXEC-HBSIS99L (1) TO HORA-EXEC-ANT-HBSIS24L
           MOVE DATA-EXEC-HBSIS99L (2) TO DATA-EXEC-NOVA-HBSIS24L
           MOVE HORA-EXEC-HBSIS99L (2) TO HORA-EXEC-NOVA-HBSIS24L

           CALL WS-HBSIS24             USING HBSIS24L

           MOVE QTD-MUDANCAS-HBSIS24L  TO QTD-MUDANCAS-HBSIS99L

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A COLUNA DA EXECUCAO WS-IDX-EXEC COM OS VALORES EDITADOS *
      * (SEM PARAMETROS ENCONTRADOS, SO A IDENTIFICACAO)               *
      *----------------------------------------------------------------*
       2230-MONTA-COLUNA               SECTION.

           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                   UNTIL WS-IDX-LINHA GREATER WS-QTD-LINHAS
              MOVE SPACES              TO WS-VAL-COLUNA
                                          (WS-IDX-LINHA, WS-IDX-EXEC)
           END-PERFORM

           STRING DATA-EXEC-HBSIS99L (WS-IDX-EXEC) "-"
                  HORA-EXEC-HBSIS99L (WS-IDX-EXEC)
                  DELIMITED BY SIZE  INTO WS-VAL-COLUNA (1, WS-IDX-EXEC)

           MOVE NOME-PARAM-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-VAL-COLUNA (2, WS-IDX-EXEC)

           EVALUATE ORIGEM-PARAM-HBSIS99L (WS-IDX-EXEC)
               WHEN "E"
                    MOVE "GRAVADOS NA EXECUCAO"
                                       TO WS-VAL-COLUNA (3, WS-IDX-EXEC)
               WHEN "H"
                    MOVE "HISTORICO DE VERSOES"
                                       TO WS-VAL-COLUNA (3, WS-IDX-EXEC)
               WHEN OTHER
                    MOVE "NAO ENCONTRADOS"
                                       TO WS-VAL-COLUNA (3, WS-IDX-EXEC)
                    GO TO 2230-EXIT
           END-EVALUATE

           IF DATA-VERSAO-HBSIS99L (WS-IDX-EXEC) EQUAL ZEROS
              MOVE "AVULSO (SEM VERSAO)"
                                       TO WS-VAL-COLUNA (4, WS-IDX-EXEC)
           ELSE
              STRING DATA-VERSAO-HBSIS99L (WS-IDX-EXEC) "-"
                     HORA-VERSAO-HBSIS99L (WS-IDX-EXEC)
                     DELIMITED BY SIZE
                                  INTO WS-VAL-COLUNA (4, WS-IDX-EXEC)
           END-IF

           MOVE FLAG-RESTRINGE-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-VAL-COLUNA (5, WS-IDX-EXEC)
           MOVE MAX-DISTANCIA-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-DISTANCIA
           MOVE WS-ED-DISTANCIA        TO WS-VAL-COLUNA (6, WS-IDX-EXEC)
           MOVE MAX-CLI-VEND-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-QTD
           MOVE WS-ED-QTD              TO WS-VAL-COLUNA (7, WS-IDX-EXEC)
           MOVE MAX-VALOR-VEND-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-VALOR
           MOVE WS-ED-VALOR            TO WS-VAL-COLUNA (8, WS-IDX-EXEC)
           MOVE FLAG-SCORE-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-VAL-COLUNA (9, WS-IDX-EXEC)
           MOVE PESO-DIST-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-PESO
           MOVE WS-ED-PESO
                                       TO WS-VAL-COLUNA
                                          (10, WS-IDX-EXEC)
           MOVE PESO-SENIOR-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-PESO
           MOVE WS-ED-PESO
                                       TO WS-VAL-COLUNA
                                          (11, WS-IDX-EXEC)
           MOVE PESO-VINCULO-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-PESO
           MOVE WS-ED-PESO
                                       TO WS-VAL-COLUNA
                                          (12, WS-IDX-EXEC)
           MOVE FLAG-GRUPO-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-VAL-COLUNA
                                          (13, WS-IDX-EXEC)
           MOVE FLAG-TROCA-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-VAL-COLUNA
                                          (14, WS-IDX-EXEC)
           MOVE QTD-ATRIBUIDOS-HBSIS99L (WS-IDX-EXEC)
                                       TO WS-ED-QTD
           MOVE WS-ED-QTD
                                       TO WS-VAL-COLUNA
                                          (15, WS-IDX-EXEC)

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RELATORIO: UMA LINHA POR PARAMETRO, MARCANDO OS        *
      * VALORES ALTERADOS QUANDO AS DUAS EXECUCOES TEM PARAMETROS      *
      *----------------------------------------------------------------*
       2240-GRAVA-RELATORIO            SECTION.

           OPEN OUTPUT REL-COMPARA

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS99L
              MOVE "ERRO NA ABERTURA DO RELATORIO COMPARATIVO"
                                       TO MSG-RETORNO-HBSIS99L
              GO TO 2240-EXIT
           END-IF

           MOVE ZEROS                  TO QTD-DIFERENCAS-HBSIS99L

           WRITE REG-REL-COMPARA       FROM LINHA-TRACO
           WRITE REG-REL-COMPARA       FROM CAB1
           WRITE REG-REL-COMPARA       FROM LINHA-TRACO
           WRITE REG-REL-COMPARA       FROM CAB2
           WRITE REG-REL-COMPARA       FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                   UNTIL WS-IDX-LINHA GREATER WS-QTD-LINHAS
              MOVE WS-LIN-NOME (WS-IDX-LINHA)
                                       TO DET-NOME
              MOVE WS-VAL-COLUNA (WS-IDX-LINHA, 1)
                                       TO DET-VALOR-1
              MOVE WS-VAL-COLUNA (WS-IDX-LINHA, 2)
                                       TO DET-VALOR-2
              MOVE SPACES              TO DET-MARCA
              IF WS-LIN-COMPARA (WS-IDX-LINHA) EQUAL "S"
              AND ORIGEM-PARAM-HBSIS99L (1) NOT EQUAL "N"
              AND ORIGEM-PARAM-HBSIS99L (2) NOT EQUAL "N"
              AND DET-VALOR-1          NOT EQUAL DET-VALOR-2
                 MOVE "<-- ALTERADO"   TO DET-MARCA
                 ADD 1                 TO QTD-DIFERENCAS-HBSIS99L
              END-IF
              WRITE REG-REL-COMPARA    FROM DET
           END-PERFORM

           MOVE QTD-DIFERENCAS-HBSIS99L
                                       TO ROD-DIFERENCAS

           WRITE REG-REL-COMPARA       FROM LINHA-TRACO
           WRITE REG-REL-COMPARA       FROM RODAPE-DIFERENCAS

           IF COD-RETORNO-HBSIS24L     EQUAL ZEROS
              MOVE QTD-MUDANCAS-HBSIS99L
                                       TO ROD-MUDANCAS
              WRITE REG-REL-COMPARA    FROM RODAPE-MUDANCAS
           ELSE
              MOVE MSG-RETORNO-HBSIS24L
                                       TO ROD-MSG-CHURN
              WRITE REG-REL-COMPARA    FROM RODAPE-SEM-CHURN
           END-IF

           WRITE REG-REL-COMPARA       FROM LINHA-TRACO

           CLOSE REL-COMPARA

           MOVE "RELCOMPARAPARAM.TXT"  TO NOME-RELATORIO-HBSIS99L

           .
       2240-EXIT.
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
      * FIM DO PROGRAMA HBSIS99P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS99P.
      *----------------------------------------------------------------*
