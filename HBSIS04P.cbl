           SELECT ARQ-SEQUENCIA      ASSIGN TO "CONTROLESEQUENCIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-SEQ.

           SELECT ARQ-LINHA-PRODUTO  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS68C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.

           SELECT ARQ-CANAL          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CANAL-HBSIS72C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FD  ARQ-SEQUENCIA
           LABEL RECORD IS STANDARD.
       COPY "HBSIS18C.CPY".

       FD  ARQ-LINHA-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaProduto'.
       COPY "HBSIS68C.CPY".

       FD  ARQ-CANAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCanal'.
       COPY "HBSIS72C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CEP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SEQ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAN            PIC  X(002)         VALUE "00".

       01  WS-OPCAO                    PIC  9(001)         VALUE ZEROS.
       01  WS-CAD-OPCAO                PIC  9(001)         VALUE ZEROS.
           05  WS-ARQ-FLAG-SENIOR-VEN  PIC  X(001)         VALUE "N".
           05  WS-ARQ-COD-DEPOSITO-VEN PIC  9(003)         VALUE ZEROS.
           05  WS-ARQ-COD-FILIAL-VEN   PIC  9(002)         VALUE ZEROS.
           05  WS-ARQ-LINHAS-VEN       PIC  X(010)         VALUE ZEROS.
           05  WS-ARQ-CANAIS-VEN       PIC  X(010)         VALUE ZEROS.
      *
      * REGISTRO DE AUDITORIA DE INCLUSAO/ALTERACAO/EXCLUSAO DE VENDED *
       01  WS-AUD-OPERACAO-VEN         PIC  X(008)         VALUE SPACES.
      *
      * TIPO DO MOVIMENTO GRAVADO NO JORNAL DE RECUPERACAO (HBSIS92P)
       01  WS-JRN-TIPO-MOV-VEN         PIC  X(008)         VALUE SPACES.
       01  WS-JRN-ACAO-VEN             PIC  X(001)         VALUE SPACES.
       01  WS-AUD-ANTES-VEN.
           05  WS-AUD-COD-ANTES-VEN    PIC  9(003)         VALUE ZEROS.
           05  WS-AUD-CPF-ANTES-VEN    PIC  9(011)         VALUE ZEROS.
      * AVISO DE COORDENADAS FORA DA CAIXA DECLARADA DA REGIAO
       01  WS-FORA-CAIXA-REGIAO        PIC  X(001)         VALUE "N".
      *
      * VALIDACAO DAS LINHAS DE PRODUTO CONTRA O ARQ-LINHA-PRODUTO     *
       01  WS-LINHAS-VALIDAS           PIC  X(001)         VALUE "S".
       01  WS-IDX-LINHA                PIC  9(001)         VALUE ZEROS.
      *
      * VALIDACAO DOS CANAIS DE VENDA CONTRA O ARQ-CANAL               *
       01  WS-CANAIS-VALIDOS           PIC  X(001)         VALUE "S".
       01  WS-IDX-CANAL                PIC  9(001)         VALUE ZEROS.
      *
      * ATRIBUICAO AUTOMATICA DE CODIGO DE VENDEDOR                    *
       01  WS-CODIGO-ALOCADO           PIC  X(001)         VALUE "N".
       01  WS-PROX-CLIENTE             PIC  9(007)         VALUE ZEROS.

       COPY HBSIS49L.

       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS92L.

       01  DET-REJ-VENDEDOR.
           03 DET-REJ-COD-VENDEDOR     PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
                                       TO COD-FILIAL-HBSIS04
              MOVE WS-ARQ-FLAG-SENIOR-VEN
                                       TO FLAG-SENIOR-HBSIS04
              MOVE WS-ARQ-LINHAS-VEN   TO LINHAS-VEND-HBSIS04
              MOVE WS-ARQ-CANAIS-VEN   TO CANAIS-VEND-HBSIS04
              MOVE ZEROS               TO COD-RETORNO-HBSIS04
           ELSE
              MOVE CPF-HBSIS04         TO CPF-HBSIS04C
                                       TO COD-DEPOSITO-HBSIS04
                 MOVE WS-ARQ-FLAG-SENIOR-VEN
                                       TO FLAG-SENIOR-HBSIS04
                 MOVE WS-ARQ-LINHAS-VEN
                                       TO LINHAS-VEND-HBSIS04
                 MOVE WS-ARQ-CANAIS-VEN
                                       TO CANAIS-VEND-HBSIS04
                 MOVE ZEROS            TO COD-RETORNO-HBSIS04
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS04
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DAS LINHAS DE PRODUTO (LINHAS-VEND-HBSIS04) CONTRA O *
      * ARQUIVO DE LINHAS - ZERO SIGNIFICA POSICAO NAO USADA           *
      *----------------------------------------------------------------*
       2190-VALIDA-LINHAS              SECTION.

           MOVE "S"                    TO WS-LINHAS-VALIDAS

           IF LINHAS-VEND-HBSIS04      EQUAL ZEROS
              GO TO 2190-EXIT
           END-IF

           OPEN INPUT ARQ-LINHA-PRODUTO

           IF WS-FL-STATUS-LIN         NOT EQUAL ZEROS
              MOVE "N"                 TO WS-LINHAS-VALIDAS
              GO TO 2190-EXIT
           END-IF

           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                   UNTIL WS-IDX-LINHA GREATER 5
              IF LINHA-VEND-HBSIS04 (WS-IDX-LINHA)
                                       NOT EQUAL ZEROS
                 MOVE LINHA-VEND-HBSIS04 (WS-IDX-LINHA)
                                       TO COD-LINHA-HBSIS68C
                 READ ARQ-LINHA-PRODUTO KEY IS COD-LINHA-HBSIS68C
                 IF WS-FL-STATUS-LIN   NOT EQUAL ZEROS OR
                    FLAG-ATIVO-HBSIS68C EQUAL "N"
                    MOVE "N"           TO WS-LINHAS-VALIDAS
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARQ-LINHA-PRODUTO

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DOS CANAIS DE VENDA (CANAIS-VEND-HBSIS04) CONTRA O   *
      * ARQUIVO DE CANAIS - ZERO SIGNIFICA POSICAO NAO USADA           *
      *----------------------------------------------------------------*
       2192-VALIDA-CANAIS              SECTION.

           MOVE "S"                    TO WS-CANAIS-VALIDOS

           IF CANAIS-VEND-HBSIS04      EQUAL ZEROS
              GO TO 2192-EXIT
           END-IF

           OPEN INPUT ARQ-CANAL

           IF WS-FL-STATUS-CAN         NOT EQUAL ZEROS
              MOVE "N"                 TO WS-CANAIS-VALIDOS
              GO TO 2192-EXIT
           END-IF

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL GREATER 5
              IF CANAL-VEND-HBSIS04 (WS-IDX-CANAL)
                                       NOT EQUAL ZEROS
                 MOVE CANAL-VEND-HBSIS04 (WS-IDX-CANAL)
                                       TO COD-CANAL-HBSIS72C
                 READ ARQ-CANAL KEY IS COD-CANAL-HBSIS72C
                 IF WS-FL-STATUS-CAN   NOT EQUAL ZEROS OR
                    FLAG-ATIVO-HBSIS72C EQUAL "N"
                    MOVE "N"           TO WS-CANAIS-VALIDOS
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARQ-CANAL

           .
       2192-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATRIBUI AUTOMATICAMENTE O PROXIMO CODIGO LIVRE DE VENDEDOR A   *
      * PARTIR DO ARQUIVO DE CONTROLE DE SEQUENCIA, PULANDO CODIGOS    *
      * JA OCUPADOS NO CADASTRO, E REGRAVA O CONTROLE ATUALIZADO       *
           PERFORM 2150-VALIDA-CPF
           PERFORM 2160-VALIDA-COORDENADAS
           PERFORM 2170-VALIDA-REGIAO
           PERFORM 2190-VALIDA-LINHAS
           PERFORM 2192-VALIDA-CANAIS

           IF WS-CPF-VALIDO            NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE "REGIAO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS04
           ELSE
           IF WS-LINHAS-VALIDAS        NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE "LINHA DE PRODUTO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS04
           ELSE
           IF WS-CANAIS-VALIDOS        NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE "CANAL DE VENDA NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS04
           ELSE
              READ ARQ-VENDEDOR  RECORD INTO WS-ARQ-VENDEDOR
                                 KEY IS      COD-VENDEDOR-HBSIS04C
                                       TO WS-ARQ-COD-DEPOSITO-VEN
                    MOVE COD-FILIAL-HBSIS04
                                       TO WS-ARQ-COD-FILIAL-VEN
                    MOVE LINHAS-VEND-HBSIS04
                                       TO WS-ARQ-LINHAS-VEN
                    MOVE CANAIS-VEND-HBSIS04
                                       TO WS-ARQ-CANAIS-VEN
                    IF FLAG-SENIOR-HBSIS04
                                       EQUAL "S"
                       MOVE "S"        TO WS-ARQ-FLAG-SENIOR-VEN
                                       TO WS-ARQ-DATA-ALTER-VEN
                    MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-VEN
                    MOVE "INCLUIR"     TO WS-JRN-TIPO-MOV-VEN
                    PERFORM 2220-GRAVA-ARQ-VENDEDOR
                    MOVE ZEROS         TO WS-AUD-COD-ANTES-VEN
                                          WS-AUD-CPF-ANTES-VEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-VENDEDOR

           WRITE ARQ-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "I"                 TO WS-JRN-ACAO-VEN
              PERFORM 2620-GRAVA-JORNAL-VEN
           ELSE
              MOVE "2220-GRAVA-ARQ-VENDEDOR"
                                       TO SECAO-HBSIS41

           PERFORM 2160-VALIDA-COORDENADAS
           PERFORM 2170-VALIDA-REGIAO
           PERFORM 2190-VALIDA-LINHAS
           PERFORM 2192-VALIDA-CANAIS

           IF WS-COORD-VALIDO          NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE "REGIAO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS04
           ELSE
           IF WS-LINHAS-VALIDAS        NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE "LINHA DE PRODUTO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS04
           ELSE
           IF WS-CANAIS-VALIDOS        NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              MOVE "CANAL DE VENDA NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS04
           ELSE
           READ ARQ-VENDEDOR   RECORD INTO WS-ARQ-VENDEDOR
                              WITH LOCK
                              KEY IS      COD-VENDEDOR-HBSIS04C
              MOVE COD-DEPOSITO-HBSIS04
                                       TO WS-ARQ-COD-DEPOSITO-VEN
              MOVE COD-FILIAL-HBSIS04  TO WS-ARQ-COD-FILIAL-VEN
              MOVE LINHAS-VEND-HBSIS04 TO WS-ARQ-LINHAS-VEN
              MOVE CANAIS-VEND-HBSIS04 TO WS-ARQ-CANAIS-VEN
              IF FLAG-SENIOR-HBSIS04   EQUAL "S"
                 MOVE "S"              TO WS-ARQ-FLAG-SENIOR-VEN
              ELSE
                                       TO WS-ARQ-DATA-ALTER-VEN
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-VEN
              MOVE "ALTERAR"           TO WS-JRN-TIPO-MOV-VEN
              PERFORM 2310-ALTERAR-ARQ-VEND
              MOVE "ALTERAR "          TO WS-AUD-OPERACAO-VEN
              PERFORM 2606-SNAPSHOT-DEPOIS-VEN
                                       TO WS-ARQ-COD-REGIAO-VEN
                 MOVE OPERADOR-HBSIS04 TO WS-ARQ-OPERADOR-VEN
                 MOVE CEP-HBSIS04      TO WS-ARQ-CEP-VEN
                 MOVE LINHAS-VEND-HBSIS04
                                       TO WS-ARQ-LINHAS-VEN
                 MOVE CANAIS-VEND-HBSIS04
                                       TO WS-ARQ-CANAIS-VEN
                 IF FLAG-SENIOR-HBSIS04
                                       EQUAL "S"
                    MOVE "S"           TO WS-ARQ-FLAG-SENIOR-VEN
                                       TO WS-ARQ-DATA-ALTER-VEN
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-VEN
                 MOVE "ALTERAR"        TO WS-JRN-TIPO-MOV-VEN
                 PERFORM 2310-ALTERAR-ARQ-VEND
                 MOVE "ALTERAR "       TO WS-AUD-OPERACAO-VEN
                 PERFORM 2606-SNAPSHOT-DEPOIS-VEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-VENDEDOR

           REWRITE ARQ-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "A"                 TO WS-JRN-ACAO-VEN
              PERFORM 2620-GRAVA-JORNAL-VEN
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS04
              MOVE "ERRO AO ALTERAR VENDEDOR"
                                       TO MSG-RETORNO-HBSIS04
              ELSE
                 PERFORM 2605-SNAPSHOT-ANTES-VEN
                 MOVE "EXCLUIR"        TO WS-JRN-TIPO-MOV-VEN
                 PERFORM 2410-EXCLUIR-ARQ-VEND
                 MOVE "EXCLUIR "       TO WS-AUD-OPERACAO-VEN
                 PERFORM 2606-SNAPSHOT-DEPOIS-VEN
                                       TO MSG-RETORNO-HBSIS04
                 ELSE
                    PERFORM 2605-SNAPSHOT-ANTES-VEN
                    MOVE "EXCLUIR"     TO WS-JRN-TIPO-MOV-VEN
                    PERFORM 2410-EXCLUIR-ARQ-VEND
                    MOVE "EXCLUIR "    TO WS-AUD-OPERACAO-VEN
                    PERFORM 2606-SNAPSHOT-DEPOIS-VEN
           REWRITE ARQ-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "A"                 TO WS-JRN-ACAO-VEN
              PERFORM 2620-GRAVA-JORNAL-VEN
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS04
              MOVE "ERRO AO EXCLUIR VENDEDOR"
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * VENDEDOR QUE ACABOU DE SER GRAVADA NO CADASTRO                 *
      *----------------------------------------------------------------*
       2620-GRAVA-JORNAL-VEN          SECTION.

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS04       TO OPERADOR-HBSIS92L
           MOVE "V"                    TO ENTIDADE-HBSIS92L
           MOVE WS-JRN-ACAO-VEN        TO ACAO-HBSIS92L
           MOVE WS-JRN-TIPO-MOV-VEN    TO TIPO-MOV-HBSIS92L
           MOVE COD-VENDEDOR-HBSIS04C  TO CODIGO-HBSIS92L
           MOVE "HBSIS04P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS04C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE "2620-GRAVA-JORNAL-VEN"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE 9                   TO COD-RETORNO-HBSIS04
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS04
              PERFORM 2120-CLOSE-ARQ-VENDEDOR
              PERFORM 3000-FINALIZA
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA O REGISTRO ATUAL (ANTES DA ALTERACAO/EXCLUSAO) PARA      *
      * WS-AUD-ANTES-VEN                                               *
      *----------------------------------------------------------------*

           PERFORM 2505-VALIDA-CONTROLE-IMP

           MOVE WS-IMP-QTD-TRAILER     TO QTD-IMP-TRAILER-HBSIS04

           IF WS-IMP-CONTROLE-OK       NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS04
              GO TO 2500-EXIT
              MOVE IMP-LONGITUDE       TO WS-ARQ-LONGITUDE-VEN
              MOVE "S"                 TO WS-ARQ-FLAG-ATIVO-VEN
              MOVE ZEROS               TO WS-ARQ-COD-REGIAO-VEN
              MOVE ZEROS               TO WS-ARQ-LINHAS-VEN
              MOVE ZEROS               TO WS-ARQ-CANAIS-VEN
              MOVE OPERADOR-HBSIS04    TO WS-ARQ-OPERADOR-VEN
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-ARQ-DATA-ALTER-VEN
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-VEN
              MOVE "IMPORTAR"          TO WS-JRN-TIPO-MOV-VEN
              PERFORM 2220-GRAVA-ARQ-VENDEDOR
              MOVE ZEROS               TO WS-AUD-COD-ANTES-VEN
                                          WS-AUD-CPF-ANTES-VEN
