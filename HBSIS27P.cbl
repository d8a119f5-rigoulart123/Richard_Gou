           SELECT REL-ARQUIVAMENTO   ASSIGN TO "RELARQUIVAMENTO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

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

       FD  REL-ARQUIVAMENTO.
       01  REG-REL-ARQUIVAMENTO        PIC  X(080).

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ARQ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".

       01  WS-NOME-ARQUIVO             PIC  X(030)         VALUE SPACES.
       01  WS-ANO-ABERTO               PIC  9(004)         VALUE ZEROS.

           CLOSE ARQ-DISTRIBUICAO

           PERFORM 2150-EXPURGA-DISTRIB-LINHA

           PERFORM 2140-GRAVA-RELATORIO

           MOVE SPACES                 TO MSG-RETORNO-HBSIS27
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXPURGO DAS LINHAS DE PRODUTO ADICIONAIS DAS EXECUCOES         *
      * ANTERIORES AO CORTE (MESMA REGRA DO ARQUIVAMENTO, INCLUSIVE    *
      * MES FECHADO). O REGISTRO POR LINHA E COMPLEMENTO DA EXECUCAO E *
      * NAO VAI PARA O ARQUIVO ANUAL                                   *
      *----------------------------------------------------------------*
       2150-EXPURGA-DISTRIB-LINHA      SECTION.

           OPEN I-O ARQ-DISTRIB-LINHA

           IF WS-FL-STATUS-DLN         NOT EQUAL ZEROS
              GO TO 2150-EXIT
           END-IF

           READ ARQ-DISTRIB-LINHA NEXT

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              COMPUTE WS-ANO-MES-REGISTRO =
                      DATA-EXECUCAO-HBSIS69C / 100
              IF WS-ANO-MES-REGISTRO   NOT LESS WS-ANO-MES-CORTE
                 MOVE "10"             TO WS-FL-STATUS-DLN
              ELSE
                 IF WS-ANO-MES-REGISTRO NOT EQUAL WS-MES-TESTADO
                    MOVE WS-ANO-MES-REGISTRO
                                       TO WS-MES-TESTADO
                    INITIALIZE HBSIS66L
                    MOVE 0             TO COD-FUNCAO-HBSIS66L
                    MOVE WS-ANO-MES-REGISTRO
                                       TO ANO-MES-HBSIS66L
                    CALL WS-HBSIS66    USING HBSIS66L
                    MOVE FLAG-FECHADO-HBSIS66L
                                       TO WS-MES-TESTADO-FECHADO
                 END-IF
                 IF WS-MES-TESTADO-FECHADO NOT EQUAL "S"
                    DELETE ARQ-DISTRIB-LINHA RECORD
                 END-IF
                 READ ARQ-DISTRIB-LINHA NEXT
              END-IF
           END-PERFORM

           CLOSE ARQ-DISTRIB-LINHA

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE (EM EXTEND) O ARQUIVO ANUAL DO ANO DO REGISTRO, TROCANDO  *
      * DE ARQUIVO QUANDO O ANO MUDA                                   *
      *----------------------------------------------------------------*
