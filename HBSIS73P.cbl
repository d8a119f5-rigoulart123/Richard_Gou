       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS73P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE JANELAS DE       *
      *                VISITA (ARQ-JANELA): ATE DUAS JANELAS DE        *
      *                ATENDIMENTO POR CLIENTE E DIA DA SEMANA, USADAS *
      *                NO SEQUENCIAMENTO DA FOLHA DE ROTA (HBSIS34P)   *
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
           SELECT ARQ-JANELA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS73C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-JAN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-JANELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJanela'.
       COPY "HBSIS73C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-JAN            PIC  X(002)         VALUE "00".

       01  WS-IDX-JAN                  PIC  9(001)         VALUE ZEROS.
       01  WS-JANELA-VALIDA            PIC  X(001)         VALUE "S".

       01  WS-HORA-TESTE               PIC  9(004)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-HORA-TESTE.
           05  WS-HORA-TESTE-HH        PIC  9(002).
           05  WS-HORA-TESTE-MM        PIC  9(002).

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS49L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS73L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS73L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS73L

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

           IF COD-CLIENTE-HBSIS73L     EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              MOVE "CODIGO DO CLIENTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS73L
              GO TO 2000-EXIT
           END-IF

           IF DIA-SEMANA-HBSIS73L      LESS 1
           OR DIA-SEMANA-HBSIS73L      GREATER 7
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              MOVE "DIA DA SEMANA INVALIDO (1=SEG ... 7=DOM)"
                                       TO MSG-RETORNO-HBSIS73L
              GO TO 2000-EXIT
           END-IF

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF (COD-FUNCAO-HBSIS73L     EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS73L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS73L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS73L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS73L
               WHEN 0
                    PERFORM 2100-BUSCAR-JANELA
               WHEN 1
                    PERFORM 2200-INCLUIR-JANELA
               WHEN 2
                    PERFORM 2300-ALTERAR-JANELA
               WHEN 3
                    PERFORM 2400-EXCLUIR-JANELA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS73L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS73L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-JANELA            SECTION.

           OPEN I-O ARQ-JANELA

           IF WS-FL-STATUS-JAN         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-JANELA
              CLOSE ARQ-JANELA
              OPEN I-O ARQ-JANELA

              IF WS-FL-STATUS-JAN      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS73L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE JANELAS"
                                       TO MSG-RETORNO-HBSIS73L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-JANELA           SECTION.

           CLOSE ARQ-JANELA

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA AS JANELAS INFORMADAS: HORARIOS HHMM VALIDOS, INICIO    *
      * ANTES DO FIM, A PRIMEIRA OBRIGATORIA E A SEGUNDA (OPCIONAL,    *
      * ZERADA) DEPOIS DO FIM DA PRIMEIRA                              *
      *----------------------------------------------------------------*
       2150-VALIDA-JANELAS             SECTION.

           MOVE "S"                    TO WS-JANELA-VALIDA

           IF HORA-INI-HBSIS73L (1)    EQUAL ZEROS
           AND HORA-FIM-HBSIS73L (1)   EQUAL ZEROS
              MOVE "N"                 TO WS-JANELA-VALIDA
              MOVE "PRIMEIRA JANELA NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS73L
              GO TO 2150-EXIT
           END-IF

           PERFORM VARYING WS-IDX-JAN FROM 1 BY 1
                   UNTIL WS-IDX-JAN GREATER 2
              MOVE HORA-INI-HBSIS73L (WS-IDX-JAN)
                                       TO WS-HORA-TESTE
              IF WS-HORA-TESTE-HH      GREATER 23
              OR WS-HORA-TESTE-MM      GREATER 59
                 MOVE "N"              TO WS-JANELA-VALIDA
              END-IF
              MOVE HORA-FIM-HBSIS73L (WS-IDX-JAN)
                                       TO WS-HORA-TESTE
              IF WS-HORA-TESTE-HH      GREATER 24
              OR WS-HORA-TESTE-MM      GREATER 59
              OR (WS-HORA-TESTE-HH     EQUAL 24
              AND WS-HORA-TESTE-MM     GREATER ZEROS)
                 MOVE "N"              TO WS-JANELA-VALIDA
              END-IF
           END-PERFORM

           IF WS-JANELA-VALIDA         EQUAL "N"
              MOVE "HORARIO INVALIDO - INFORME HHMM"
                                       TO MSG-RETORNO-HBSIS73L
              GO TO 2150-EXIT
           END-IF

           IF HORA-INI-HBSIS73L (1)    NOT LESS HORA-FIM-HBSIS73L (1)
              MOVE "N"                 TO WS-JANELA-VALIDA
              MOVE "INICIO DA PRIMEIRA JANELA APOS O FIM"
                                       TO MSG-RETORNO-HBSIS73L
              GO TO 2150-EXIT
           END-IF

           IF HORA-INI-HBSIS73L (2)    EQUAL ZEROS
           AND HORA-FIM-HBSIS73L (2)   EQUAL ZEROS
              GO TO 2150-EXIT
           END-IF

           IF HORA-INI-HBSIS73L (2)    NOT LESS HORA-FIM-HBSIS73L (2)
              MOVE "N"                 TO WS-JANELA-VALIDA
              MOVE "INICIO DA SEGUNDA JANELA APOS O FIM"
                                       TO MSG-RETORNO-HBSIS73L
              GO TO 2150-EXIT
           END-IF

           IF HORA-INI-HBSIS73L (2)    LESS HORA-FIM-HBSIS73L (1)
              MOVE "N"                 TO WS-JANELA-VALIDA
              MOVE "SEGUNDA JANELA DEVE COMECAR APOS A PRIMEIRA"
                                       TO MSG-RETORNO-HBSIS73L
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DAS JANELAS DO CLIENTE NO DIA DA SEMANA                  *
      *----------------------------------------------------------------*
       2100-BUSCAR-JANELA              SECTION.

           PERFORM 2110-OPEN-ARQ-JANELA

           MOVE COD-CLIENTE-HBSIS73L   TO COD-CLIENTE-HBSIS73C
           MOVE DIA-SEMANA-HBSIS73L    TO DIA-SEMANA-HBSIS73C

           READ ARQ-JANELA KEY IS CHAVE-HBSIS73C

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              PERFORM VARYING WS-IDX-JAN FROM 1 BY 1
                      UNTIL WS-IDX-JAN GREATER 2
                 MOVE HORA-INI-HBSIS73C (WS-IDX-JAN)
                                       TO HORA-INI-HBSIS73L (WS-IDX-JAN)
                 MOVE HORA-FIM-HBSIS73C (WS-IDX-JAN)
                                       TO HORA-FIM-HBSIS73L (WS-IDX-JAN)
              END-PERFORM
              MOVE ZEROS               TO COD-RETORNO-HBSIS73L
              MOVE "JANELA ENCONTRADA" TO MSG-RETORNO-HBSIS73L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              MOVE "JANELA NAO CADASTRADA PARA O DIA"
                                       TO MSG-RETORNO-HBSIS73L
           END-IF

           PERFORM 2120-CLOSE-ARQ-JANELA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DAS JANELAS DO CLIENTE NO DIA DA SEMANA               *
      *----------------------------------------------------------------*
       2200-INCLUIR-JANELA             SECTION.

           PERFORM 2150-VALIDA-JANELAS

           IF WS-JANELA-VALIDA         EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-JANELA

           INITIALIZE ARQ-HBSIS73C
           MOVE COD-CLIENTE-HBSIS73L   TO COD-CLIENTE-HBSIS73C
           MOVE DIA-SEMANA-HBSIS73L    TO DIA-SEMANA-HBSIS73C
           PERFORM VARYING WS-IDX-JAN FROM 1 BY 1
                   UNTIL WS-IDX-JAN GREATER 2
              MOVE HORA-INI-HBSIS73L (WS-IDX-JAN)
                                       TO HORA-INI-HBSIS73C (WS-IDX-JAN)
              MOVE HORA-FIM-HBSIS73L (WS-IDX-JAN)
                                       TO HORA-FIM-HBSIS73C (WS-IDX-JAN)
           END-PERFORM
           MOVE OPERADOR-HBSIS73L      TO OPERADOR-ALTER-HBSIS73C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS73C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS73C

           WRITE ARQ-HBSIS73C

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS73L
              MOVE "JANELA CADASTRADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS73L
           ELSE
           IF WS-FL-STATUS-JAN         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              MOVE "JANELA JA CADASTRADA PARA O DIA"
                                       TO MSG-RETORNO-HBSIS73L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS73L
              MOVE "ERRO AO GRAVAR A JANELA"
                                       TO MSG-RETORNO-HBSIS73L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-JANELA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DAS JANELAS DO CLIENTE NO DIA DA SEMANA              *
      *----------------------------------------------------------------*
       2300-ALTERAR-JANELA             SECTION.

           PERFORM 2150-VALIDA-JANELAS

           IF WS-JANELA-VALIDA         EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              GO TO 2300-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-JANELA

           MOVE COD-CLIENTE-HBSIS73L   TO COD-CLIENTE-HBSIS73C
           MOVE DIA-SEMANA-HBSIS73L    TO DIA-SEMANA-HBSIS73C

           READ ARQ-JANELA WITH LOCK KEY IS CHAVE-HBSIS73C

           IF WS-FL-STATUS-JAN         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS73L
              MOVE "JANELA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS73L
           ELSE
           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              PERFORM VARYING WS-IDX-JAN FROM 1 BY 1
                      UNTIL WS-IDX-JAN GREATER 2
                 MOVE HORA-INI-HBSIS73L (WS-IDX-JAN)
                                       TO HORA-INI-HBSIS73C (WS-IDX-JAN)
                 MOVE HORA-FIM-HBSIS73L (WS-IDX-JAN)
                                       TO HORA-FIM-HBSIS73C (WS-IDX-JAN)
              END-PERFORM
              MOVE OPERADOR-HBSIS73L   TO OPERADOR-ALTER-HBSIS73C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS73C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS73C

              REWRITE ARQ-HBSIS73C

              MOVE ZEROS               TO COD-RETORNO-HBSIS73L
              MOVE "JANELA ALTERADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS73L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              MOVE "JANELA NAO CADASTRADA PARA O DIA"
                                       TO MSG-RETORNO-HBSIS73L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-JANELA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DAS JANELAS DO CLIENTE NO DIA DA SEMANA               *
      *----------------------------------------------------------------*
       2400-EXCLUIR-JANELA             SECTION.

           PERFORM 2110-OPEN-ARQ-JANELA

           MOVE COD-CLIENTE-HBSIS73L   TO COD-CLIENTE-HBSIS73C
           MOVE DIA-SEMANA-HBSIS73L    TO DIA-SEMANA-HBSIS73C

           READ ARQ-JANELA WITH LOCK KEY IS CHAVE-HBSIS73C

           IF WS-FL-STATUS-JAN         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS73L
              MOVE "JANELA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS73L
           ELSE
           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              DELETE ARQ-JANELA

              MOVE ZEROS               TO COD-RETORNO-HBSIS73L
              MOVE "JANELA EXCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS73L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS73L
              MOVE "JANELA NAO CADASTRADA PARA O DIA"
                                       TO MSG-RETORNO-HBSIS73L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-JANELA

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
      * FIM DO PROGRAMA HBSIS73P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS73P.
      *----------------------------------------------------------------*
