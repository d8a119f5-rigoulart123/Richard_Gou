       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS68P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE LINHAS DE        *
      *                PRODUTO (ARQ-LINHA-PRODUTO): CADA LINHA AGRUPA  *
      *                CATEGORIAS DO HISTORICO DE VOLUME E TEM SUA     *
      *                PROPRIA FORCA DE VENDAS NA DISTRIBUICAO         *
      *                (HBSIS07P) E NA COMISSAO (HBSIS45P)             *
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
           SELECT ARQ-LINHA-PRODUTO  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS68C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-LINHA-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaProduto'.
       COPY "HBSIS68C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".

       01  WS-IDX-CAT                  PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-CAT-2                PIC  9(002)         VALUE ZEROS.
       01  WS-CATEG-EM-USO             PIC  X(001)         VALUE "N".
       01  WS-CATEG-CONFLITO           PIC  X(003)         VALUE SPACES.
       01  WS-LINHA-CONFLITO           PIC  9(002)         VALUE ZEROS.

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS49L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS68L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS68L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS68L

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
           IF (COD-FUNCAO-HBSIS68L     EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS68L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS68L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS68L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS68L
               WHEN 0
                    PERFORM 2100-BUSCAR-LINHA
               WHEN 1
                    PERFORM 2200-INCLUIR-LINHA
               WHEN 2
                    PERFORM 2300-ALTERAR-LINHA
               WHEN 3
                    PERFORM 2400-EXCLUIR-LINHA
               WHEN 4
                    PERFORM 2600-BUSCA-LINHA-CATEGORIA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS68L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS68L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-LINHA             SECTION.

           OPEN I-O ARQ-LINHA-PRODUTO

           IF WS-FL-STATUS-LIN         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-LINHA-PRODUTO

              IF WS-FL-STATUS-LIN      EQUAL ZEROS
                 CLOSE ARQ-LINHA-PRODUTO
                 OPEN I-O ARQ-LINHA-PRODUTO
              END-IF

              IF WS-FL-STATUS-LIN      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS68L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LINHAS"
                                       TO MSG-RETORNO-HBSIS68L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-LINHA            SECTION.

           CLOSE ARQ-LINHA-PRODUTO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DE LINHA DE PRODUTO                                      *
      *----------------------------------------------------------------*
       2100-BUSCAR-LINHA               SECTION.

           PERFORM 2110-OPEN-ARQ-LINHA

           MOVE COD-LINHA-HBSIS68L     TO COD-LINHA-HBSIS68C

           READ ARQ-LINHA-PRODUTO KEY IS COD-LINHA-HBSIS68C

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              MOVE NOME-LINHA-HBSIS68C TO NOME-LINHA-HBSIS68L
              MOVE CATEGORIAS-HBSIS68C TO CATEGORIAS-HBSIS68L
              MOVE FLAG-ATIVO-HBSIS68C TO FLAG-ATIVO-HBSIS68L
              MOVE ZEROS               TO COD-RETORNO-HBSIS68L
              MOVE "LINHA ENCONTRADA"  TO MSG-RETORNO-HBSIS68L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS68L
              MOVE "LINHA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS68L
           END-IF

           PERFORM 2120-CLOSE-ARQ-LINHA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DE LINHA DE PRODUTO                                   *
      *----------------------------------------------------------------*
       2200-INCLUIR-LINHA              SECTION.

           IF COD-LINHA-HBSIS68L       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS68L
              MOVE "CODIGO DA LINHA NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS68L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-LINHA

           PERFORM 2500-VALIDA-CATEGORIAS

           IF WS-CATEG-EM-USO          EQUAL "S"
              PERFORM 2120-CLOSE-ARQ-LINHA
              GO TO 2200-EXIT
           END-IF

           MOVE COD-LINHA-HBSIS68L     TO COD-LINHA-HBSIS68C
           MOVE NOME-LINHA-HBSIS68L    TO NOME-LINHA-HBSIS68C
           MOVE CATEGORIAS-HBSIS68L    TO CATEGORIAS-HBSIS68C
           MOVE "S"                    TO FLAG-ATIVO-HBSIS68C
           MOVE OPERADOR-HBSIS68L      TO OPERADOR-ALTER-HBSIS68C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS68C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS68C

           WRITE ARQ-HBSIS68C

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS68L
              MOVE "LINHA CADASTRADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS68L
           ELSE
           IF WS-FL-STATUS-LIN         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS68L
              MOVE "LINHA JA CADASTRADA"
                                       TO MSG-RETORNO-HBSIS68L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS68L
              MOVE "ERRO AO GRAVAR A LINHA"
                                       TO MSG-RETORNO-HBSIS68L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-LINHA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE LINHA DE PRODUTO                                  *
      *----------------------------------------------------------------*
       2300-ALTERAR-LINHA              SECTION.

           PERFORM 2110-OPEN-ARQ-LINHA

           IF CATEGORIAS-HBSIS68L      NOT EQUAL SPACES
              PERFORM 2500-VALIDA-CATEGORIAS
              IF WS-CATEG-EM-USO       EQUAL "S"
                 PERFORM 2120-CLOSE-ARQ-LINHA
                 GO TO 2300-EXIT
              END-IF
           END-IF

           MOVE COD-LINHA-HBSIS68L     TO COD-LINHA-HBSIS68C

           READ ARQ-LINHA-PRODUTO WITH LOCK KEY IS COD-LINHA-HBSIS68C

           IF WS-FL-STATUS-LIN         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS68L
              MOVE "LINHA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS68L
           ELSE
           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              IF NOME-LINHA-HBSIS68L   NOT EQUAL SPACES
                 MOVE NOME-LINHA-HBSIS68L
                                       TO NOME-LINHA-HBSIS68C
              END-IF
              IF CATEGORIAS-HBSIS68L   NOT EQUAL SPACES
                 MOVE CATEGORIAS-HBSIS68L
                                       TO CATEGORIAS-HBSIS68C
              END-IF
              MOVE "S"                 TO FLAG-ATIVO-HBSIS68C
              MOVE OPERADOR-HBSIS68L   TO OPERADOR-ALTER-HBSIS68C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS68C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS68C

              REWRITE ARQ-HBSIS68C

              MOVE ZEROS               TO COD-RETORNO-HBSIS68L
              MOVE "LINHA ALTERADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS68L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS68L
              MOVE "LINHA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS68L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-LINHA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE LINHA DE PRODUTO (INATIVACAO LOGICA)               *
      *----------------------------------------------------------------*
       2400-EXCLUIR-LINHA              SECTION.

           PERFORM 2110-OPEN-ARQ-LINHA

           MOVE COD-LINHA-HBSIS68L     TO COD-LINHA-HBSIS68C

           READ ARQ-LINHA-PRODUTO WITH LOCK KEY IS COD-LINHA-HBSIS68C

           IF WS-FL-STATUS-LIN         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS68L
              MOVE "LINHA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS68L
           ELSE
           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              IF FLAG-ATIVO-HBSIS68C   EQUAL "N"
                 MOVE 1                TO COD-RETORNO-HBSIS68L
                 MOVE "LINHA JA ESTA INATIVA"
                                       TO MSG-RETORNO-HBSIS68L
              ELSE
                 MOVE "N"              TO FLAG-ATIVO-HBSIS68C
                 MOVE OPERADOR-HBSIS68L
                                       TO OPERADOR-ALTER-HBSIS68C
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS68C
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS68C

                 REWRITE ARQ-HBSIS68C

                 MOVE ZEROS            TO COD-RETORNO-HBSIS68L
                 MOVE "LINHA EXCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS68L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS68L
              MOVE "LINHA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS68L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-LINHA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA CATEGORIA PERTENCE A UMA SO LINHA ATIVA: RECUSA A GRAVACAO *
      * QUANDO ALGUMA CATEGORIA INFORMADA JA ESTA EM OUTRA LINHA       *
      *----------------------------------------------------------------*
       2500-VALIDA-CATEGORIAS          SECTION.

           MOVE "N"                    TO WS-CATEG-EM-USO

           MOVE ZEROS                  TO COD-LINHA-HBSIS68C

           START ARQ-LINHA-PRODUTO KEY IS NOT LESS COD-LINHA-HBSIS68C

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              READ ARQ-LINHA-PRODUTO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-LIN NOT EQUAL "00"
                      OR WS-CATEG-EM-USO EQUAL "S"
              IF COD-LINHA-HBSIS68C    NOT EQUAL COD-LINHA-HBSIS68L
              AND FLAG-ATIVO-HBSIS68C  NOT EQUAL "N"
                 PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                         UNTIL WS-IDX-CAT GREATER 10
                    IF CATEGORIA-LINHA-HBSIS68L (WS-IDX-CAT)
                                       NOT EQUAL SPACES
                       PERFORM VARYING WS-IDX-CAT-2 FROM 1 BY 1
                               UNTIL WS-IDX-CAT-2 GREATER 10
                          IF CATEGORIA-LINHA-HBSIS68C (WS-IDX-CAT-2)
                             EQUAL CATEGORIA-LINHA-HBSIS68L
                                                (WS-IDX-CAT)
                             MOVE "S"  TO WS-CATEG-EM-USO
                             MOVE CATEGORIA-LINHA-HBSIS68L
                                       (WS-IDX-CAT)
                                       TO WS-CATEG-CONFLITO
                             MOVE COD-LINHA-HBSIS68C
                                       TO WS-LINHA-CONFLITO
                          END-IF
                       END-PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              READ ARQ-LINHA-PRODUTO NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-LIN

           IF WS-CATEG-EM-USO          EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS68L
              MOVE SPACES              TO MSG-RETORNO-HBSIS68L
              STRING "CATEGORIA " WS-CATEG-CONFLITO
                     " JA PERTENCE A LINHA " WS-LINHA-CONFLITO
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS68L
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE A LINHA ATIVA QUE CONTEM A CATEGORIA INFORMADA EM      *
      * CATEGORIA-BUSCA-HBSIS68L (RETORNO 1 = CATEGORIA SEM LINHA)     *
      *----------------------------------------------------------------*
       2600-BUSCA-LINHA-CATEGORIA      SECTION.

           MOVE 1                      TO COD-RETORNO-HBSIS68L
           MOVE ZEROS                  TO COD-LINHA-HBSIS68L
           MOVE "CATEGORIA SEM LINHA DE PRODUTO"
                                       TO MSG-RETORNO-HBSIS68L

           OPEN INPUT ARQ-LINHA-PRODUTO

           IF WS-FL-STATUS-LIN         NOT EQUAL ZEROS
              GO TO 2600-EXIT
           END-IF

           READ ARQ-LINHA-PRODUTO NEXT

           PERFORM UNTIL WS-FL-STATUS-LIN NOT EQUAL "00"
                      OR COD-RETORNO-HBSIS68L EQUAL ZEROS
              IF FLAG-ATIVO-HBSIS68C   NOT EQUAL "N"
                 PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                         UNTIL WS-IDX-CAT GREATER 10
                    IF CATEGORIA-LINHA-HBSIS68C (WS-IDX-CAT)
                                       EQUAL CATEGORIA-BUSCA-HBSIS68L
                       MOVE ZEROS      TO COD-RETORNO-HBSIS68L
                       MOVE COD-LINHA-HBSIS68C
                                       TO COD-LINHA-HBSIS68L
                       MOVE NOME-LINHA-HBSIS68C
                                       TO NOME-LINHA-HBSIS68L
                       MOVE "LINHA ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS68L
                    END-IF
                 END-PERFORM
              END-IF
              READ ARQ-LINHA-PRODUTO NEXT
           END-PERFORM

           CLOSE ARQ-LINHA-PRODUTO

           .
       2600-EXIT.
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
      * FIM DO PROGRAMA HBSIS68P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS68P.
      *----------------------------------------------------------------*
