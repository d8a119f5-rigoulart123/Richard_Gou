      * DATA.........: 21/08/2026                                      *
      * OBJETIVO.....: CONSULTAR E MANTER O ARQUIVO DE PARAMETROS DA   *
      *                DISTRIBUICAO, COMPARTILHADO PELA TELA-EXECUTAR  *
      *                E PELOS DRIVERS BATCH (HBSIS10P/HBSIS21P), COM  *
      *                HISTORICO DATADO DE CADA VERSAO DO CONJUNTO     *
      *                (ARQ-VERSAO-PARAM)                              *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           SELECT ARQ-PARAMETRO      ASSIGN TO "PARAMETROSDISTRIB.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PAR.

           SELECT ARQ-VERSAO-PARAM   ASSIGN TO "PARAMVERSOES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VER.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FD  ARQ-PARAMETRO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS22C.CPY".

       FD  ARQ-VERSAO-PARAM
           LABEL RECORD IS STANDARD.
       COPY "HBSIS99C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PAR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VER            PIC  X(002)         VALUE "00".

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
                                          PESO-VINCULO-HBSIS22
           MOVE "N"                    TO FLAG-SCORE-HBSIS22
                                          FLAG-GRUPO-HBSIS22
                                          FLAG-TROCA-HBSIS22
           MOVE "L"                    TO FLAG-RASTREIO-HBSIS22
           MOVE ZEROS                  TO TOLER-CHECKIN-HBSIS22
                                          DATA-VERSAO-HBSIS22
                                          HORA-VERSAO-HBSIS22

           OPEN INPUT ARQ-PARAMETRO

                                       TO PESO-VINCULO-HBSIS22
                 MOVE FLAG-GRUPO-HBSIS22C
                                       TO FLAG-GRUPO-HBSIS22
                 MOVE FLAG-TROCA-HBSIS22C
                                       TO FLAG-TROCA-HBSIS22
                 MOVE FLAG-RASTREIO-HBSIS22C
                                       TO FLAG-RASTREIO-HBSIS22
                 IF FLAG-RASTREIO-HBSIS22 NOT EQUAL "N" AND
                    FLAG-RASTREIO-HBSIS22 NOT EQUAL "T"
                    MOVE "L"           TO FLAG-RASTREIO-HBSIS22
                 END-IF
                 IF TOLER-CHECKIN-HBSIS22C NUMERIC
                    MOVE TOLER-CHECKIN-HBSIS22C
                                       TO TOLER-CHECKIN-HBSIS22
                 END-IF
                 IF DATA-ALTERACAO-HBSIS22C NUMERIC AND
                    HORA-ALTERACAO-HBSIS22C NUMERIC
                    MOVE DATA-ALTERACAO-HBSIS22C
                                       TO DATA-VERSAO-HBSIS22
                    MOVE HORA-ALTERACAO-HBSIS22C
                                       TO HORA-VERSAO-HBSIS22
                 END-IF
              END-IF
              CLOSE ARQ-PARAMETRO
           END-IF
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DOS PARAMETROS: REGRAVA O CONJUNTO UNICO E           *
      * ACRESCENTA A NOVA VERSAO, DATADA, AO HISTORICO DE VERSOES      *
      *----------------------------------------------------------------*
       2300-ALTERAR-PARAMETROS         SECTION.

              MOVE "PADRAO"            TO NOME-CONJUNTO-HBSIS22
           END-IF

           PERFORM 2350-INICIA-HISTORICO

           OPEN OUTPUT ARQ-PARAMETRO

           IF WS-FL-STATUS-PAR         NOT EQUAL ZEROS
           END-IF

           MOVE FLAG-GRUPO-HBSIS22     TO FLAG-GRUPO-HBSIS22C

           IF FLAG-TROCA-HBSIS22       NOT EQUAL "S"
              MOVE "N"                 TO FLAG-TROCA-HBSIS22
           END-IF

           MOVE FLAG-TROCA-HBSIS22     TO FLAG-TROCA-HBSIS22C

           IF FLAG-RASTREIO-HBSIS22    NOT EQUAL "N" AND
              FLAG-RASTREIO-HBSIS22    NOT EQUAL "T"
              MOVE "L"                 TO FLAG-RASTREIO-HBSIS22
           END-IF

           MOVE FLAG-RASTREIO-HBSIS22  TO FLAG-RASTREIO-HBSIS22C
           MOVE TOLER-CHECKIN-HBSIS22  TO TOLER-CHECKIN-HBSIS22C
           MOVE OPERADOR-HBSIS22       TO OPERADOR-ALTER-HBSIS22C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-VERSAO-HBSIS22
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-VERSAO-HBSIS22
           MOVE DATA-VERSAO-HBSIS22    TO DATA-ALTERACAO-HBSIS22C
           MOVE HORA-VERSAO-HBSIS22    TO HORA-ALTERACAO-HBSIS22C

           WRITE ARQ-HBSIS22C

           MOVE "PARAMETROS GRAVADOS COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS22

           PERFORM 2360-GRAVA-VERSAO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMEIRA ALTERACAO COM O HISTORICO AINDA INEXISTENTE: REGISTRA *
      * O CONJUNTO QUE ESTAVA EM VIGOR COMO VERSAO INICIAL, COM A DATA *
      * DA SUA ULTIMA GRAVACAO                                         *
      *----------------------------------------------------------------*
       2350-INICIA-HISTORICO           SECTION.

           OPEN INPUT ARQ-VERSAO-PARAM

           IF WS-FL-STATUS-VER         EQUAL ZEROS
              CLOSE ARQ-VERSAO-PARAM
              GO TO 2350-EXIT
           END-IF

           IF WS-FL-STATUS-VER         NOT EQUAL "35"
              GO TO 2350-EXIT
           END-IF

           OPEN INPUT ARQ-PARAMETRO

           IF WS-FL-STATUS-PAR         NOT EQUAL ZEROS
              GO TO 2350-EXIT
           END-IF

           READ ARQ-PARAMETRO

           IF WS-FL-STATUS-PAR         EQUAL ZEROS AND
              DATA-ALTERACAO-HBSIS22C  NUMERIC AND
              HORA-ALTERACAO-HBSIS22C  NUMERIC
              OPEN OUTPUT ARQ-VERSAO-PARAM
              IF WS-FL-STATUS-VER      EQUAL ZEROS
                 MOVE NOME-CONJUNTO-HBSIS22C
                                       TO NOME-CONJUNTO-HBSIS99C
                 MOVE DATA-ALTERACAO-HBSIS22C
                                       TO DATA-VERSAO-HBSIS99C
                 MOVE HORA-ALTERACAO-HBSIS22C
                                       TO HORA-VERSAO-HBSIS99C
                 MOVE FLAG-RESTRINGE-HBSIS22C
                                       TO FLAG-RESTRINGE-HBSIS99C
                 MOVE MAX-DISTANCIA-HBSIS22C
                                       TO MAX-DISTANCIA-HBSIS99C
                 MOVE MAX-CLI-VEND-HBSIS22C
                                       TO MAX-CLI-VEND-HBSIS99C
                 MOVE MAX-VALOR-VEND-HBSIS22C
                                       TO MAX-VALOR-VEND-HBSIS99C
                 MOVE FLAG-SCORE-HBSIS22C
                                       TO FLAG-SCORE-HBSIS99C
                 MOVE PESO-DIST-HBSIS22C
                                       TO PESO-DIST-HBSIS99C
                 MOVE PESO-SENIOR-HBSIS22C
                                       TO PESO-SENIOR-HBSIS99C
                 MOVE PESO-VINCULO-HBSIS22C
                                       TO PESO-VINCULO-HBSIS99C
                 MOVE FLAG-GRUPO-HBSIS22C
                                       TO FLAG-GRUPO-HBSIS99C
                 MOVE FLAG-TROCA-HBSIS22C
                                       TO FLAG-TROCA-HBSIS99C
                 MOVE OPERADOR-ALTER-HBSIS22C
                                       TO OPERADOR-ALTER-HBSIS99C
                 WRITE ARQ-HBSIS99C
                 CLOSE ARQ-VERSAO-PARAM
              END-IF
           END-IF

           CLOSE ARQ-PARAMETRO

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA A VERSAO RECEM-GRAVADA AO HISTORICO (EXTEND; NADA   *
      * E REGRAVADO, CADA ALTERACAO FICA COMO UMA VERSAO DATADA)       *
      *----------------------------------------------------------------*
       2360-GRAVA-VERSAO               SECTION.

           OPEN EXTEND ARQ-VERSAO-PARAM
           IF WS-FL-STATUS-VER         EQUAL "35"
              OPEN OUTPUT ARQ-VERSAO-PARAM
           END-IF

           IF WS-FL-STATUS-VER         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS22
              MOVE "PARAMETROS GRAVADOS SEM VERSAO NO HISTORICO"
                                       TO MSG-RETORNO-HBSIS22
              GO TO 2360-EXIT
           END-IF

           MOVE NOME-CONJUNTO-HBSIS22  TO NOME-CONJUNTO-HBSIS99C
           MOVE DATA-VERSAO-HBSIS22    TO DATA-VERSAO-HBSIS99C
           MOVE HORA-VERSAO-HBSIS22    TO HORA-VERSAO-HBSIS99C
           MOVE FLAG-RESTRINGE-HBSIS22 TO FLAG-RESTRINGE-HBSIS99C
           MOVE MAX-DISTANCIA-HBSIS22  TO MAX-DISTANCIA-HBSIS99C
           MOVE MAX-CLI-VEND-HBSIS22   TO MAX-CLI-VEND-HBSIS99C
           MOVE MAX-VALOR-VEND-HBSIS22 TO MAX-VALOR-VEND-HBSIS99C
           MOVE FLAG-SCORE-HBSIS22     TO FLAG-SCORE-HBSIS99C
           MOVE PESO-DIST-HBSIS22      TO PESO-DIST-HBSIS99C
           MOVE PESO-SENIOR-HBSIS22    TO PESO-SENIOR-HBSIS99C
           MOVE PESO-VINCULO-HBSIS22   TO PESO-VINCULO-HBSIS99C
           MOVE FLAG-GRUPO-HBSIS22     TO FLAG-GRUPO-HBSIS99C
           MOVE FLAG-TROCA-HBSIS22     TO FLAG-TROCA-HBSIS99C
           MOVE OPERADOR-HBSIS22       TO OPERADOR-ALTER-HBSIS99C

           WRITE ARQ-HBSIS99C

           CLOSE ARQ-VERSAO-PARAM

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
