       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS72P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE CANAIS DE VENDA  *
      *                (ARQ-CANAL): O CANAL DE TRADE DO CLIENTE E OS   *
      *                CANAIS ATENDIDOS POR CADA VENDEDOR RESTRINGEM   *
      *                A DISTRIBUICAO (HBSIS07P)                       *
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
           SELECT ARQ-CANAL          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CANAL-HBSIS72C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CANAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCanal'.
       COPY "HBSIS72C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CAN            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * CANAIS GRAVADOS NA CRIACAO DO ARQUIVO                          *
      *----------------------------------------------------------------*
       01  WS-CANAIS-PADRAO.
           05  FILLER                  PIC  X(032)         VALUE
               "01BAR / RESTAURANTE".
           05  FILLER                  PIC  X(032)         VALUE
               "02SUPERMERCADO".
           05  FILLER                  PIC  X(032)         VALUE
               "03CONVENIENCIA".
           05  FILLER                  PIC  X(032)         VALUE
               "04ATACADO".
           05  FILLER                  PIC  X(032)         VALUE
               "05EVENTOS".
       01  FILLER                      REDEFINES WS-CANAIS-PADRAO.
           05  WS-CANAL-PADRAO         OCCURS 5 TIMES.
               10  WS-CANAL-PADRAO-COD PIC  9(002).
               10  WS-CANAL-PADRAO-NOME
                                       PIC  X(030).

       01  WS-IDX-CANAL                PIC  9(001)         VALUE ZEROS.

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS49L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS72L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS72L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS72L

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
           IF (COD-FUNCAO-HBSIS72L     EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS72L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS72L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS72L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS72L
               WHEN 0
                    PERFORM 2100-BUSCAR-CANAL
               WHEN 1
                    PERFORM 2200-INCLUIR-CANAL
               WHEN 2
                    PERFORM 2300-ALTERAR-CANAL
               WHEN 3
                    PERFORM 2400-EXCLUIR-CANAL
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS72L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS72L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO - NA CRIACAO GRAVA OS CANAIS PADRAO        *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-CANAL             SECTION.

           OPEN I-O ARQ-CANAL

           IF WS-FL-STATUS-CAN         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-CANAL

              IF WS-FL-STATUS-CAN      EQUAL ZEROS
                 PERFORM 2115-GRAVA-CANAIS-PADRAO
                 CLOSE ARQ-CANAL
                 OPEN I-O ARQ-CANAL
              END-IF

              IF WS-FL-STATUS-CAN      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS72L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE CANAIS"
                                       TO MSG-RETORNO-HBSIS72L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS CANAIS PADRAO NO ARQUIVO RECEM-CRIADO                 *
      *----------------------------------------------------------------*
       2115-GRAVA-CANAIS-PADRAO        SECTION.

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL GREATER 5
              INITIALIZE ARQ-HBSIS72C
              MOVE WS-CANAL-PADRAO-COD (WS-IDX-CANAL)
                                       TO COD-CANAL-HBSIS72C
              MOVE WS-CANAL-PADRAO-NOME (WS-IDX-CANAL)
                                       TO NOME-CANAL-HBSIS72C
              MOVE "S"                 TO FLAG-ATIVO-HBSIS72C
              MOVE OPERADOR-HBSIS72L   TO OPERADOR-ALTER-HBSIS72C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS72C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS72C
              WRITE ARQ-HBSIS72C
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-CAN

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-CANAL            SECTION.

           CLOSE ARQ-CANAL

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DE CANAL DE VENDA                                        *
      *----------------------------------------------------------------*
       2100-BUSCAR-CANAL               SECTION.

           PERFORM 2110-OPEN-ARQ-CANAL

           MOVE COD-CANAL-HBSIS72L     TO COD-CANAL-HBSIS72C

           READ ARQ-CANAL KEY IS COD-CANAL-HBSIS72C

           IF WS-FL-STATUS-CAN         EQUAL ZEROS
              MOVE NOME-CANAL-HBSIS72C TO NOME-CANAL-HBSIS72L
              MOVE FLAG-ATIVO-HBSIS72C TO FLAG-ATIVO-HBSIS72L
              MOVE ZEROS               TO COD-RETORNO-HBSIS72L
              MOVE "CANAL ENCONTRADO"  TO MSG-RETORNO-HBSIS72L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS72L
              MOVE "CANAL NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS72L
           END-IF

           PERFORM 2120-CLOSE-ARQ-CANAL

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DE CANAL DE VENDA                                     *
      *----------------------------------------------------------------*
       2200-INCLUIR-CANAL              SECTION.

           IF COD-CANAL-HBSIS72L       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS72L
              MOVE "CODIGO DO CANAL NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS72L
              GO TO 2200-EXIT
           END-IF

           IF NOME-CANAL-HBSIS72L      EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS72L
              MOVE "NOME DO CANAL NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS72L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-CANAL

           MOVE COD-CANAL-HBSIS72L     TO COD-CANAL-HBSIS72C
           MOVE NOME-CANAL-HBSIS72L    TO NOME-CANAL-HBSIS72C
           MOVE "S"                    TO FLAG-ATIVO-HBSIS72C
           MOVE OPERADOR-HBSIS72L      TO OPERADOR-ALTER-HBSIS72C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS72C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS72C

           WRITE ARQ-HBSIS72C

           IF WS-FL-STATUS-CAN         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS72L
              MOVE "CANAL CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS72L
           ELSE
           IF WS-FL-STATUS-CAN         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS72L
              MOVE "CANAL JA CADASTRADO"
                                       TO MSG-RETORNO-HBSIS72L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS72L
              MOVE "ERRO AO GRAVAR O CANAL"
                                       TO MSG-RETORNO-HBSIS72L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-CANAL

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE CANAL DE VENDA (REATIVA O CANAL INATIVO)          *
      *----------------------------------------------------------------*
       2300-ALTERAR-CANAL              SECTION.

           PERFORM 2110-OPEN-ARQ-CANAL

           MOVE COD-CANAL-HBSIS72L     TO COD-CANAL-HBSIS72C

           READ ARQ-CANAL WITH LOCK KEY IS COD-CANAL-HBSIS72C

           IF WS-FL-STATUS-CAN         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS72L
              MOVE "CANAL EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS72L
           ELSE
           IF WS-FL-STATUS-CAN         EQUAL ZEROS
              IF NOME-CANAL-HBSIS72L   NOT EQUAL SPACES
                 MOVE NOME-CANAL-HBSIS72L
                                       TO NOME-CANAL-HBSIS72C
              END-IF
              MOVE "S"                 TO FLAG-ATIVO-HBSIS72C
              MOVE OPERADOR-HBSIS72L   TO OPERADOR-ALTER-HBSIS72C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS72C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS72C

              REWRITE ARQ-HBSIS72C

              MOVE ZEROS               TO COD-RETORNO-HBSIS72L
              MOVE "CANAL ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS72L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS72L
              MOVE "CANAL NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS72L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-CANAL

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE CANAL DE VENDA (INATIVACAO LOGICA)                 *
      *----------------------------------------------------------------*
       2400-EXCLUIR-CANAL              SECTION.

           PERFORM 2110-OPEN-ARQ-CANAL

           MOVE COD-CANAL-HBSIS72L     TO COD-CANAL-HBSIS72C

           READ ARQ-CANAL WITH LOCK KEY IS COD-CANAL-HBSIS72C

           IF WS-FL-STATUS-CAN         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS72L
              MOVE "CANAL EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS72L
           ELSE
           IF WS-FL-STATUS-CAN         EQUAL ZEROS
              IF FLAG-ATIVO-HBSIS72C   EQUAL "N"
                 MOVE 1                TO COD-RETORNO-HBSIS72L
                 MOVE "CANAL JA ESTA INATIVO"
                                       TO MSG-RETORNO-HBSIS72L
              ELSE
                 MOVE "N"              TO FLAG-ATIVO-HBSIS72C
                 MOVE OPERADOR-HBSIS72L
                                       TO OPERADOR-ALTER-HBSIS72C
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS72C
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS72C

                 REWRITE ARQ-HBSIS72C

                 MOVE ZEROS            TO COD-RETORNO-HBSIS72L
                 MOVE "CANAL EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS72L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS72L
              MOVE "CANAL NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS72L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-CANAL

           .
       2400-EXIT.
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
      * FIM DO PROGRAMA HBSIS72P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS72P.
      *----------------------------------------------------------------*
