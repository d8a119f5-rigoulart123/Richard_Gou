      *                ULTIMA EXECUCAO DA DISTRIBUICAO, COM NAVEGACAO  *
      *                N-PROXIMA/P-ANTERIOR, INDICADOR DE ATRIBUICAO   *
      *                MANUAL/FIXA, TOTAL DE CLIENTES E O LIMITE DE    *
      *                CLIENTES POR VENDEDOR EM VIGOR. COM LINHAS DE   *
      *                PRODUTO, INCLUI OS CLIENTES ATRIBUIDOS AO       *
      *                VENDEDOR NAS LINHAS ADICIONAIS                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-DISTRIB-LINHA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS69C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS69C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DLN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-CAR-ORIGEM           PIC  X(006)         VALUE SPACES.

       01  WS-ORIGEM-LINHA.
           05  FILLER                  PIC  X(004)         VALUE "LIN ".
           05  WS-ORI-LINHA            PIC  9(002)         VALUE ZEROS.

       01  WS-LINHA-RESUMO.
           05  FILLER                  PIC  X(010)         VALUE
               "CLIENTES: ".
               10  WS-CAR-TAB-RAZAO    PIC  X(040).
               10  WS-CAR-TAB-DIST     PIC  9(009)V9(002).
               10  WS-CAR-TAB-ORIGEM   PIC  X(001).
               10  WS-CAR-TAB-LINHA    PIC  9(002).

       01  WS-HBSIS22                  PIC  X(009)         VALUE
           'HBSIS22P'.

           CLOSE ARQ-DISTRIBUICAO

           PERFORM 2150-CARREGA-CARTEIRA-LINHAS

           IF WS-TAB-CAR-QTD           EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS37L
              MOVE "VENDEDOR SEM CLIENTES NA ULTIMA EXECUCAO"
                 MOVE IND-ORIGEM-HBSIS07C
                                       TO WS-CAR-TAB-ORIGEM
                                       (WS-TAB-CAR-QTD)
                 MOVE ZEROS            TO WS-CAR-TAB-LINHA
                                       (WS-TAB-CAR-QTD)
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA OS CLIENTES DAS LINHAS DE PRODUTO ADICIONAIS EM QUE *
      * O VENDEDOR NAO E O MESMO DA LINHA PRINCIPAL DO CLIENTE         *
      *----------------------------------------------------------------*
       2150-CARREGA-CARTEIRA-LINHAS    SECTION.

           OPEN INPUT ARQ-DISTRIB-LINHA

           IF WS-FL-STATUS-DLN         NOT EQUAL ZEROS
              GO TO 2150-EXIT
           END-IF

           MOVE COD-VENDEDOR-HBSIS37L  TO COD-VENDEDOR-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS
                                       COD-VENDEDOR-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              READ ARQ-DISTRIB-LINHA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              OR COD-VENDEDOR-HBSIS69C
                                       NOT EQUAL COD-VENDEDOR-HBSIS37L
              IF DATA-EXECUCAO-HBSIS69C EQUAL WS-ULT-DATA-EXEC
              AND HORA-EXECUCAO-HBSIS69C EQUAL WS-ULT-HORA-EXEC
              AND FLAG-CONTA-CARGA-HBSIS69C EQUAL "S"
              AND WS-TAB-CAR-QTD       LESS 9999
                 ADD 1                 TO WS-TAB-CAR-QTD
                 MOVE COD-CLIENTE-HBSIS69C
                                       TO WS-CAR-TAB-COD-CLI
                                       (WS-TAB-CAR-QTD)
                 MOVE RAZAO-SOCIAL-HBSIS69C
                                       TO WS-CAR-TAB-RAZAO
                                       (WS-TAB-CAR-QTD)
                 MOVE DISTANCIA-HBSIS69C
                                       TO WS-CAR-TAB-DIST
                                       (WS-TAB-CAR-QTD)
                 MOVE IND-ORIGEM-HBSIS69C
                                       TO WS-CAR-TAB-ORIGEM
                                       (WS-TAB-CAR-QTD)
                 MOVE COD-LINHA-HBSIS69C
                                       TO WS-CAR-TAB-LINHA
                                       (WS-TAB-CAR-QTD)
              END-IF
              READ ARQ-DISTRIB-LINHA NEXT
           END-PERFORM

           CLOSE ARQ-DISTRIB-LINHA

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NAVEGACAO EM PAGINAS DE 8 CLIENTES (N-PROXIMA/P-ANTERIOR),     *
      * COMO NA LISTAGEM DE CLIENTES DO MENU                           *
      *----------------------------------------------------------------*
                     WHEN OTHER
                          MOVE SPACES  TO WS-CAR-ORIGEM
                 END-EVALUATE
                 IF WS-CAR-TAB-LINHA (WS-IDX-CAR)
                                       GREATER ZEROS
                 AND WS-CAR-ORIGEM     EQUAL SPACES
                    MOVE WS-CAR-TAB-LINHA (WS-IDX-CAR)
                                       TO WS-ORI-LINHA
                    MOVE WS-ORIGEM-LINHA
                                       TO WS-CAR-ORIGEM
                 END-IF
                 DISPLAY WS-LINHA-CARTEIRA
                                       AT WS-AT-POS
                 ADD 1                 TO WS-IDX-CAR
