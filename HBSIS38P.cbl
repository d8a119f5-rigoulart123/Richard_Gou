      *                PARCIAL VIA HBSIS02P), O VENDEDOR ATUAL E O     *
      *                BACKUP COM AS DISTANCIAS E A DATA DA EXECUCAO,  *
      *                O INDICADOR DE NAO ATRIBUIDO E AS ULTIMAS       *
      *                ENTRADAS DE AUDITORIA DO CLIENTE, ALEM DOS      *
      *                CASOS E RECLAMACOES EM ABERTO (HBSIS89P). A     *
      *                OPCAO R MOSTRA O RASTREIO DA DISTRIBUICAO       *
      *                (VENDEDORES AVALIADOS E MOTIVOS) OU INCLUI O    *
      *                CLIENTE NA LISTA DE RASTREIO DA PROXIMA         *
      *                EXECUCAO                                        *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT ARQ-RASTREIO       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS74C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RAS.

           SELECT ARQ-RASTREIO-LISTA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS75C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RLS.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-RASTREIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRastreio'.
       COPY "HBSIS74C.CPY".

       FD  ARQ-RASTREIO-LISTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRastreioLista'.
       COPY "HBSIS75C.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RAS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RLS            PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.

       COPY HBSIS57L.

      *----------------------------------------------------------------*
      * CASOS E RECLAMACOES EM ABERTO DO CLIENTE                       *
      *----------------------------------------------------------------*
       01  WS-HBSIS89                  PIC  X(009)         VALUE
           'HBSIS89P'.

       COPY HBSIS89L.

       01  WS-360-QTD-CASOS            PIC  9(005)         VALUE ZEROS.
       01  WS-360-CASO-ANTIGO.
           05  FILLER                  PIC  X(013)         VALUE
               "MAIS ANTIGO: ".
           05  WS-360-CASO-NUM         PIC  9(007)         VALUE ZEROS.
           05  FILLER                  PIC  X(004)         VALUE
               " DE ".
           05  WS-360-CASO-DATA        PIC  9(008)         VALUE ZEROS.
       01  WS-360-CASO-EXIBE           PIC  X(032)         VALUE SPACES.

      *----------------------------------------------------------------*
      * VOLUME DOS ULTIMOS DOZE MESES POR CATEGORIA DE PRODUTO         *
      *----------------------------------------------------------------*
           05  WS-VCAT-QTD             PIC  9(002)         VALUE ZEROS.
           05  WS-VCAT-ITEM            OCCURS 10 TIMES.
               10  WS-VCAT-COD         PIC  X(003).
               10  WS-VCAT-VOLUME      PIC S9(011)V9(002).
       01  WS-VOL-TOTAL-12M            PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-IDX-VCAT                 PIC  9(002)         VALUE ZEROS.
       01  WS-VCAT-ACHOU               PIC  X(001)         VALUE "N".
       01  WS-VAM-ANO                  PIC  9(004)         VALUE ZEROS.
       01  WS-VAM-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-VIDX-MES                 PIC  9(002)         VALUE ZEROS.
       01  WS-ED-VOLUME                PIC  ---.---.--9,99 VALUE ZEROS.
       01  WS-360-VOL-LIN1             PIC  X(032)         VALUE SPACES.
       01  WS-360-VOL-LIN2             PIC  X(032)         VALUE SPACES.
       01  WS-360-VOL-LIN3             PIC  X(032)         VALUE SPACES.
       01  WS-QTD-AUDIT                PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-AUD                  PIC  9(001)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * RASTREIO DA DISTRIBUICAO DO CLIENTE: VENDEDORES AVALIADOS NA   *
      * ORDEM VENCEDOR, BACKUP, PRETERIDOS E REJEITADOS, 10 POR PAGINA *
      *----------------------------------------------------------------*
       01  WS-360-OPCAO                PIC  X(001)         VALUE SPACE.
       01  WS-RAS-CONFIRMA             PIC  X(001)         VALUE SPACE.
       01  WS-RAS-MENSAGEM             PIC  X(060)         VALUE SPACES.
       01  WS-RAS-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-RAS-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-RAS-MODO                 PIC  X(011)         VALUE SPACES.
       01  WS-RAS-VEND-FINAL           PIC  9(003)         VALUE ZEROS.
       01  WS-RAS-RESULTADO            PIC  X(040)         VALUE SPACES.
       01  WS-RAS-PAGINA               PIC  9(003)         VALUE ZEROS.
       01  WS-RAS-QTD                  PIC  9(003)         VALUE ZEROS.
       01  WS-RAS-QTD-ORD              PIC  9(003)         VALUE ZEROS.
       01  WS-RAS-IDX                  PIC  9(004)         VALUE ZEROS.
       01  WS-RAS-IDX-ORD              PIC  9(004)         VALUE ZEROS.
       01  WS-RAS-IDX-LIN              PIC  9(002)         VALUE ZEROS.
       01  WS-RAS-IDX-SIT              PIC  9(001)         VALUE ZEROS.
       01  WS-RAS-ORDEM-SIT            PIC  X(004)         VALUE "VBPR".
       01  WS-ED-RAS-KM                PIC  ZZZ.ZZ9,99     VALUE ZEROS.
       01  WS-ED-RAS-SCORE             PIC  -ZZZ.ZZ9,99    VALUE ZEROS.

       01  WS-TAB-RASTREIO.
           05  WS-RAS-ITEM             OCCURS 999 TIMES.
               10  WS-RAS-VEND         PIC  9(003).
               10  WS-RAS-NOME         PIC  X(040).
               10  WS-RAS-DIST         PIC  9(009)V9(002).
               10  WS-RAS-SCORE        PIC S9(011)V9(002).
               10  WS-RAS-SIT          PIC  X(001).
               10  WS-RAS-MOTIVO       PIC  X(002).
               10  WS-RAS-DESC         PIC  X(040).

       01  WS-TAB-RAS-ORDEM.
           05  WS-RAS-ORD              PIC  9(003)         OCCURS 999.

       01  WS-TAB-RAS-LINHAS.
           05  WS-RAS-LINHA            OCCURS 10 TIMES.
               10  WS-RAS-LIN-VEND     PIC  9(003).
               10  FILLER              PIC  X(001).
               10  WS-RAS-LIN-NOME     PIC  X(020).
               10  FILLER              PIC  X(001).
               10  WS-RAS-LIN-KM       PIC  X(010).
               10  FILLER              PIC  X(001).
               10  WS-RAS-LIN-SCORE    PIC  X(011).
               10  FILLER              PIC  X(001).
               10  WS-RAS-LIN-SIT      PIC  X(001).
               10  FILLER              PIC  X(001).
               10  WS-RAS-LIN-DESC     PIC  X(024).

       01  WS-HBSIS02                  PIC  X(009)         VALUE
           'HBSIS02P'.

                                       FROM WS-AUD-LINHA (2).
           05  LINE 16 COL 05,         PIC  X(038)
                                       FROM WS-AUD-LINHA (3).
           05  LINE 17 COL 05          VALUE "CASOS ABERTOS:".
           05  LINE 17 COL 20,         PIC  ZZZZ9
                                       FROM WS-360-QTD-CASOS.
           05  LINE 17 COL 27,         PIC  X(032)
                                       FROM WS-360-CASO-EXIBE.
           05  LINE 18 COL 05          VALUE
           "R = RASTREIO DA DISTRIBUICAO  ENTER = VOLTAR  OPCAO:".
           05  LINE 18 COL 58,         PIC  X(001)
                                       USING WS-360-OPCAO.

       01  TELA-RASTREIO-360.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE
           "RASTREIO DA DISTRIBUICAO DO CLIENTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 02          VALUE "CLIENTE:".
           05  LINE 04 COL 11,         PIC  9(007)
                                       FROM WS-360-CODIGO.
           05  LINE 04 COL 19,         PIC  X(040)
                                       FROM WS-360-RAZAO.
           05  LINE 05 COL 02          VALUE "EXECUCAO:".
           05  LINE 05 COL 12,         PIC  9(008)
                                       FROM WS-RAS-DATA-EXEC.
           05  LINE 05 COL 21,         PIC  9(006)
                                       FROM WS-RAS-HORA-EXEC.
           05  LINE 05 COL 28,         PIC  X(011)
                                       FROM WS-RAS-MODO.
           05  LINE 05 COL 41          VALUE "VENDEDOR FINAL:".
           05  LINE 05 COL 57,         PIC  9(003)
                                       FROM WS-RAS-VEND-FINAL.
           05  LINE 06 COL 02          VALUE "RESULTADO:".
           05  LINE 06 COL 13,         PIC  X(040)
                                       FROM WS-RAS-RESULTADO.
           05  LINE 07 COL 02          VALUE
           "VND NOME                         KM       SCORE S MOTIVO".
           05  LINE 08 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (1).
           05  LINE 09 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (2).
           05  LINE 10 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (3).
           05  LINE 11 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (4).
           05  LINE 12 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (5).
           05  LINE 13 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (6).
           05  LINE 14 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (7).
           05  LINE 15 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (8).
           05  LINE 16 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (9).
           05  LINE 17 COL 02,         PIC  X(074)
                                       FROM WS-RAS-LINHA (10).
           05  LINE 19 COL 02          VALUE
           "S: V=VENCEDOR B=BACKUP P=PRETERIDO R=REJEITADO".
           05  LINE 20 COL 02          VALUE "PAGINA:".
           05  LINE 20 COL 10,         PIC  ZZ9
                                       FROM WS-RAS-PAGINA.
           05  LINE 20 COL 16          VALUE
           "ENTER = PROXIMA PAGINA  V = VOLTAR  OPCAO:".
           05  LINE 20 COL 59,         PIC  X(001)
                                       USING WS-360-OPCAO.

       01  TELA-RASTREIO-INCLUI.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 17          VALUE
           "RASTREIO DA DISTRIBUICAO DO CLIENTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 05          VALUE "CLIENTE:".
           05  LINE 05 COL 14,         PIC  9(007)
                                       FROM WS-360-CODIGO.
           05  LINE 05 COL 22,         PIC  X(040)
                                       FROM WS-360-RAZAO.
           05  LINE 08 COL 05,         PIC  X(060)
                                       FROM WS-RAS-MENSAGEM.
           05  LINE 10 COL 05          VALUE
           "INCLUIR NA LISTA DE RASTREIO DA PROXIMA EXECUCAO (S/N):".
           05  LINE 10 COL 61,         PIC  X(001)
                                       USING WS-RAS-CONFIRMA.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS38L.
      *----------------------------------------------------------------*

           PERFORM 2200-BUSCA-DISTRIBUICAO
           PERFORM 2255-BUSCA-CONTATO-PRINC
           PERFORM 2257-BUSCA-CASOS-ABERTOS
           PERFORM 2260-CARREGA-VOLUME-CAT
           PERFORM 2300-BUSCA-AUDITORIA

           MOVE SPACE                  TO WS-360-OPCAO

           DISPLAY TELA-PAINEL-360
           ACCEPT  TELA-PAINEL-360

           IF WS-360-OPCAO             EQUAL "R" OR "r"
              PERFORM 2400-CONSULTA-RASTREIO
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS38L
           MOVE "CONSULTA REALIZADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS38L
                 MOVE DATA-EXECUCAO-HBSIS07C
                                       TO WS-360-DATA-EXEC
                 EVALUATE TRUE
                     WHEN FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
                     AND  IND-ORIGEM-HBSIS07C EQUAL "C"
                          MOVE "SEM VEND. P/ CANAL"
                                       TO WS-360-SITUACAO
                     WHEN FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
                          MOVE "NAO ATRIBUIDO"
                                       TO WS-360-SITUACAO
                     WHEN IND-ORIGEM-HBSIS07C EQUAL "M"
                          MOVE "ATRIBUICAO MANUAL"
                                       TO WS-360-SITUACAO
                     WHEN IND-ORIGEM-HBSIS07C EQUAL "O"
                          MOVE "COLOCACAO IMEDIATA"
                                       TO WS-360-SITUACAO
                     WHEN OTHER
                          MOVE "ATRIBUIDO"
                                       TO WS-360-SITUACAO
       2255-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUANTIDADE DE CASOS EM ABERTO DO CLIENTE E O MAIS ANTIGO       *
      * (HBSIS89P FUNCAO 3)                                            *
      *----------------------------------------------------------------*
       2257-BUSCA-CASOS-ABERTOS        SECTION.

           MOVE ZEROS                  TO WS-360-QTD-CASOS
           MOVE SPACES                 TO WS-360-CASO-EXIBE

           INITIALIZE HBSIS89L
           MOVE 3                      TO COD-FUNCAO-HBSIS89L
           MOVE WS-360-CODIGO          TO COD-CLIENTE-HBSIS89L

           CALL WS-HBSIS89             USING HBSIS89L

           IF COD-RETORNO-HBSIS89L     EQUAL ZEROS
           AND QTD-ABERTOS-HBSIS89L    GREATER ZEROS
              MOVE QTD-ABERTOS-HBSIS89L
                                       TO WS-360-QTD-CASOS
              MOVE NUM-CASO-HBSIS89L   TO WS-360-CASO-NUM
              MOVE DATA-ABERTURA-HBSIS89L
                                       TO WS-360-CASO-DATA
              MOVE WS-360-CASO-ANTIGO  TO WS-360-CASO-EXIBE
           END-IF

           .
       2257-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VOLUME DOS ULTIMOS DOZE MESES DO CLIENTE, POR           *
      * CATEGORIA DE PRODUTO, PARA O PAINEL 360                        *
      *----------------------------------------------------------------*
                     DELIMITED BY SIZE INTO WS-360-VOL-LIN3
           END-IF

           IF WS-VOL-TOTAL-12M         NOT EQUAL ZEROS
              MOVE WS-VOL-TOTAL-12M    TO WS-ED-VOLUME
              STRING "TOTAL: "
                     WS-ED-VOLUME
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RASTREIO DA DISTRIBUICAO DO CLIENTE: MOSTRA O RESULTADO E OS   *
      * VENDEDORES AVALIADOS NA ULTIMA EXECUCAO RASTREADA; SEM         *
      * RASTREIO, OFERECE A INCLUSAO NA LISTA DA PROXIMA EXECUCAO      *
      *----------------------------------------------------------------*
       2400-CONSULTA-RASTREIO          SECTION.

           MOVE ZEROS                  TO WS-RAS-QTD
           MOVE SPACES                 TO WS-RAS-RESULTADO

           OPEN INPUT ARQ-RASTREIO

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              PERFORM 2410-CARREGA-RASTREIO
              CLOSE ARQ-RASTREIO
           END-IF

           IF WS-RAS-RESULTADO         EQUAL SPACES
              PERFORM 2450-INCLUI-LISTA-RASTREIO
              GO TO 2400-EXIT
           END-IF

           PERFORM 2420-ORDENA-RASTREIO

           MOVE ZEROS                  TO WS-RAS-PAGINA
           MOVE 1                      TO WS-RAS-IDX-ORD
           MOVE SPACE                  TO WS-360-OPCAO

           PERFORM UNTIL WS-360-OPCAO EQUAL "V" OR "v"
              PERFORM 2430-MONTA-PAGINA-RASTREIO
              MOVE SPACE               TO WS-360-OPCAO
              DISPLAY TELA-RASTREIO-360
              ACCEPT  TELA-RASTREIO-360
              IF WS-RAS-IDX-ORD        GREATER WS-RAS-QTD-ORD
                 MOVE 1                TO WS-RAS-IDX-ORD
                 MOVE ZEROS            TO WS-RAS-PAGINA
              END-IF
           END-PERFORM

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O RESUMO (VENDEDOR ZERO) E OS VENDEDORES DO CLIENTE NO      *
      * ARQUIVO DE RASTREIO                                            *
      *----------------------------------------------------------------*
       2410-CARREGA-RASTREIO           SECTION.

           MOVE WS-360-CODIGO          TO COD-CLIENTE-HBSIS74C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS74C

           READ ARQ-RASTREIO KEY IS CHAVE-HBSIS74C

           IF WS-FL-STATUS-RAS         NOT EQUAL ZEROS
              GO TO 2410-EXIT
           END-IF

           MOVE DATA-EXECUCAO-HBSIS74C TO WS-RAS-DATA-EXEC
           MOVE HORA-EXECUCAO-HBSIS74C TO WS-RAS-HORA-EXEC
           MOVE COD-VEND-FINAL-HBSIS74C
                                       TO WS-RAS-VEND-FINAL
           MOVE DESCRICAO-HBSIS74C     TO WS-RAS-RESULTADO
           IF WS-RAS-RESULTADO         EQUAL SPACES
              MOVE "SEM DESCRICAO"     TO WS-RAS-RESULTADO
           END-IF
           IF FLAG-SIMULACAO-HBSIS74C  EQUAL "S"
              MOVE "(SIMULACAO)"       TO WS-RAS-MODO
           ELSE
              MOVE SPACES              TO WS-RAS-MODO
           END-IF

           READ ARQ-RASTREIO NEXT

           PERFORM UNTIL WS-FL-STATUS-RAS NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS74C NOT EQUAL WS-360-CODIGO
                      OR WS-RAS-QTD NOT LESS 999
              ADD 1                    TO WS-RAS-QTD
              MOVE COD-VENDEDOR-HBSIS74C
                                       TO WS-RAS-VEND (WS-RAS-QTD)
              MOVE NOME-VEND-HBSIS74C  TO WS-RAS-NOME (WS-RAS-QTD)
              MOVE DISTANCIA-HBSIS74C  TO WS-RAS-DIST (WS-RAS-QTD)
              MOVE SCORE-HBSIS74C      TO WS-RAS-SCORE (WS-RAS-QTD)
              MOVE SITUACAO-HBSIS74C   TO WS-RAS-SIT (WS-RAS-QTD)
              MOVE MOTIVO-HBSIS74C     TO WS-RAS-MOTIVO (WS-RAS-QTD)
              MOVE DESCRICAO-HBSIS74C  TO WS-RAS-DESC (WS-RAS-QTD)
              READ ARQ-RASTREIO NEXT
           END-PERFORM

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A ORDEM DE EXIBICAO: VENCEDOR, BACKUP, PRETERIDOS E      *
      * REJEITADOS (DENTRO DE CADA GRUPO, PELO CODIGO DO VENDEDOR)     *
      *----------------------------------------------------------------*
       2420-ORDENA-RASTREIO            SECTION.

           MOVE ZEROS                  TO WS-RAS-QTD-ORD

           PERFORM VARYING WS-RAS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-RAS-IDX-SIT GREATER 4
              PERFORM VARYING WS-RAS-IDX FROM 1 BY 1
                      UNTIL WS-RAS-IDX GREATER WS-RAS-QTD
                 IF WS-RAS-SIT (WS-RAS-IDX) EQUAL
                    WS-RAS-ORDEM-SIT (WS-RAS-IDX-SIT:1)
                    ADD 1              TO WS-RAS-QTD-ORD
                    MOVE WS-RAS-IDX    TO WS-RAS-ORD (WS-RAS-QTD-ORD)
                 END-IF
              END-PERFORM
           END-PERFORM

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA AS 10 LINHAS DA PAGINA CORRENTE A PARTIR DE              *
      * WS-RAS-IDX-ORD (DISTANCIA E SCORE EM KM)                       *
      *----------------------------------------------------------------*
       2430-MONTA-PAGINA-RASTREIO      SECTION.

           MOVE SPACES                 TO WS-TAB-RAS-LINHAS
           ADD 1                       TO WS-RAS-PAGINA

           PERFORM VARYING WS-RAS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-RAS-IDX-LIN GREATER 10
                      OR WS-RAS-IDX-ORD GREATER WS-RAS-QTD-ORD
              MOVE WS-RAS-ORD (WS-RAS-IDX-ORD)
                                       TO WS-RAS-IDX
              MOVE WS-RAS-VEND (WS-RAS-IDX)
                                       TO WS-RAS-LIN-VEND
                                       (WS-RAS-IDX-LIN)
              MOVE WS-RAS-NOME (WS-RAS-IDX)
                                       TO WS-RAS-LIN-NOME
                                       (WS-RAS-IDX-LIN)
              COMPUTE WS-ED-RAS-KM ROUNDED =
                      WS-RAS-DIST (WS-RAS-IDX) / 1000
              MOVE WS-ED-RAS-KM        TO WS-RAS-LIN-KM
                                       (WS-RAS-IDX-LIN)
              COMPUTE WS-ED-RAS-SCORE ROUNDED =
                      WS-RAS-SCORE (WS-RAS-IDX) / 1000
              MOVE WS-ED-RAS-SCORE     TO WS-RAS-LIN-SCORE
                                       (WS-RAS-IDX-LIN)
              MOVE WS-RAS-SIT (WS-RAS-IDX)
                                       TO WS-RAS-LIN-SIT
                                       (WS-RAS-IDX-LIN)
              MOVE WS-RAS-DESC (WS-RAS-IDX)
                                       TO WS-RAS-LIN-DESC
                                       (WS-RAS-IDX-LIN)
              ADD 1                    TO WS-RAS-IDX-ORD
           END-PERFORM

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE SEM RASTREIO: PERGUNTA SE DEVE ENTRAR NA LISTA DE      *
      * CLIENTES RASTREADOS NA PROXIMA EXECUCAO DA DISTRIBUICAO        *
      *----------------------------------------------------------------*
       2450-INCLUI-LISTA-RASTREIO      SECTION.

           MOVE "CLIENTE SEM RASTREIO NAS EXECUCOES ANTERIORES"
                                       TO WS-RAS-MENSAGEM
           MOVE "N"                    TO WS-RAS-CONFIRMA

           DISPLAY TELA-RASTREIO-INCLUI
           ACCEPT  TELA-RASTREIO-INCLUI

           IF WS-RAS-CONFIRMA          NOT EQUAL "S" AND
              WS-RAS-CONFIRMA          NOT EQUAL "s"
              GO TO 2450-EXIT
           END-IF

           OPEN I-O ARQ-RASTREIO-LISTA

           IF WS-FL-STATUS-RLS         NOT EQUAL "00" AND
              WS-FL-STATUS-RLS         NOT EQUAL "05"
              OPEN OUTPUT ARQ-RASTREIO-LISTA
              CLOSE ARQ-RASTREIO-LISTA
              OPEN I-O ARQ-RASTREIO-LISTA
           END-IF

           IF WS-FL-STATUS-RLS         NOT EQUAL "00" AND
              WS-FL-STATUS-RLS         NOT EQUAL "05"
              MOVE 9                   TO COD-RETORNO-HBSIS38L
              MOVE "ERRO NA ABERTURA DA LISTA DE RASTREIO"
                                       TO MSG-RETORNO-HBSIS38L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-360-CODIGO          TO COD-CLIENTE-HBSIS75C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-INCLUSAO-HBSIS75C
           MOVE OPERADOR-HBSIS38L      TO OPERADOR-HBSIS75C

           WRITE ARQ-HBSIS75C

           IF WS-FL-STATUS-RLS         EQUAL ZEROS
              MOVE "CLIENTE INCLUIDO NA LISTA DE RASTREIO"
                                       TO WS-RAS-MENSAGEM
           ELSE
              IF WS-FL-STATUS-RLS      EQUAL "22"
                 MOVE "CLIENTE JA ESTA NA LISTA DE RASTREIO"
                                       TO WS-RAS-MENSAGEM
              ELSE
                 MOVE "ERRO NA GRAVACAO DA LISTA DE RASTREIO"
                                       TO WS-RAS-MENSAGEM
              END-IF
           END-IF

           CLOSE ARQ-RASTREIO-LISTA

           MOVE SPACE                  TO WS-RAS-CONFIRMA
           DISPLAY TELA-RASTREIO-INCLUI

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
