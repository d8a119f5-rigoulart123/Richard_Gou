                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT ARQ-CANAL          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CANAL-HBSIS72C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAN.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           05  SORT-COD-REGIAO         PIC  9(003).
           05  SORT-MUNICIPIO          PIC  X(030).
           05  SORT-UF                 PIC  X(002).
           05  SORT-VOLUME             PIC S9(011)V9(002).
           05  SORT-CLASSIF            PIC  X(001).
           05  SORT-CANAL              PIC  9(002).

       FD  REL-CLIENTE.
       01  REG-REL-CLIENTE             PIC X(205).
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-CANAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCanal'.
       COPY "HBSIS72C.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAN            PIC  X(002)         VALUE "00".

       01  WS-NOME-REL-CLIENTE         PIC  X(040)         VALUE SPACES.
       01  WS-NOME-CSV-CLIENTE         PIC  X(040)         VALUE SPACES.
           05  WS-TAB-CLI-VOL-ITEM     OCCURS 99999 TIMES
                                       INDEXED BY WS-IDX-CLI-VOL.
               10  WS-TAB-VOL-COD-CLI  PIC  9(007)         VALUE ZEROS.
               10  WS-TAB-VOL-VOLUME   PIC S9(011)V9(002)  VALUE ZEROS.

       01  WS-VOLUME-CLIENTE           PIC S9(011)V9(002)  VALUE ZEROS.
      *
      * TABELA DE SUBTOTAIS POR CANAL DE VENDA, INDEXADA PELO CODIGO
      * DO CANAL MAIS UM (POSICAO 1 = CLIENTES NAO CLASSIFICADOS),
      * COM O NOME DO CANAL LIDO DO ARQ-CANAL.
       01  WS-TAB-CANAL.
           05  WS-TAB-CANAL-ITEM       OCCURS 100 TIMES.
               10  WS-TAB-NOME-CANAL   PIC  X(030).
               10  WS-TAB-QTD-CANAL    PIC  9(007).
               10  WS-TAB-VOL-CANAL    PIC S9(013)V9(002).

       01  WS-IDX-CANAL                PIC  9(003)         VALUE ZEROS.
      *
      * TABELA COM O VENDEDOR DE CADA CLIENTE, MONTADA A PARTIR DO
      * ARQ-DISTRIBUICAO, USADA PARA EXIBIR O COD VENDEDOR NO
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-UF                   PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-VOLUME               PIC  ---.---.--9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.

       01  LINHA-TRACO.
           03 RODAPE-TIER-C            PIC  ZZZ.ZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(141)         VALUE SPACES.

       01  CAB-CANAL.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(028)         VALUE
              "SUBTOTAIS POR CANAL DE VENDA".
           03 FILLER                   PIC  X(175)         VALUE SPACES.

       01  RODAPE-CANAL.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 RODAPE-CANAL-COD         PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE
              " - ".
           03 RODAPE-CANAL-NOME        PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(011)         VALUE
              " CLIENTES: ".
           03 RODAPE-CANAL-QTD         PIC  ZZZ.ZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  VOLUME: ".
           03 RODAPE-CANAL-VOL         PIC  ---.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(120)         VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE DECLARACAO DO LAY-OUT DO RELATORIO CSV                 *
      *----------------------------------------------------------------*

           PERFORM 1600-CARREGA-TAB-VOLUME

           PERFORM 1700-CARREGA-TAB-CANAL

           IF TAB-CLI-VEND-TRUNCADA
              MOVE 15                  TO COD-RETORNO-HBSIS05L
              MOVE "AVISO: TABELA CLIENTE X VENDEDOR INCOMPLETA"
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CARGA DA TABELA DE CANAIS DE VENDA - SEM O ARQUIVO   *
      * DE CANAIS OS SUBTOTAIS SAEM SO COM O CODIGO                    *
      *----------------------------------------------------------------*
       1700-CARREGA-TAB-CANAL          SECTION.

           INITIALIZE WS-TAB-CANAL

           MOVE "NAO CLASSIFICADO"     TO WS-TAB-NOME-CANAL (1)

           OPEN INPUT ARQ-CANAL

           IF WS-FL-STATUS-CAN         NOT EQUAL ZEROS
              GO TO 1700-EXIT
           END-IF

           READ ARQ-CANAL NEXT

           PERFORM UNTIL WS-FL-STATUS-CAN
                                       NOT EQUAL "00"
              IF COD-CANAL-HBSIS72C    GREATER ZEROS
                 COMPUTE WS-IDX-CANAL = COD-CANAL-HBSIS72C + 1
                 MOVE NOME-CANAL-HBSIS72C
                                       TO WS-TAB-NOME-CANAL
                                          (WS-IDX-CANAL)
              END-IF
              READ ARQ-CANAL NEXT
           END-PERFORM

           CLOSE ARQ-CANAL

           .
       1700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CARGA DA TABELA DE VOLUME FATURADO POR CLIENTE -     *
      * O ARQ-VOLUME E LIDO EM ORDEM DE CLIENTE+ANO-MES, ENTAO OS      *
      * MESES DE UM MESMO CLIENTE CHEGAM CONSECUTIVOS E SAO SOMADOS    *
           MOVE UF-HBSIS02C            TO SORT-UF
           MOVE CLASSIF-HBSIS02C       TO SORT-CLASSIF

           IF COD-CANAL-HBSIS02C       IS NUMERIC
              MOVE COD-CANAL-HBSIS02C  TO SORT-CANAL
           ELSE
              MOVE ZEROS               TO SORT-CANAL
           END-IF

           PERFORM 1610-BUSCA-CLI-VOLUME
           MOVE WS-VOLUME-CLIENTE      TO SORT-VOLUME

           WRITE REG-REL-CLIENTE       FROM RODAPE
           WRITE REG-REL-CLIENTE       FROM RODAPE-TIER

           PERFORM 2220-IMPRIME-CANAIS

           IF TAB-CLI-VEND-TRUNCADA
              WRITE REG-REL-CLIENTE    FROM LINHA-AVISO-CLI-VEND-TRUNC
           END-IF
       2215-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE IMPRESSAO DOS SUBTOTAIS POR CANAL DE VENDA           *
      *----------------------------------------------------------------*
       2220-IMPRIME-CANAIS             SECTION.

           WRITE REG-REL-CLIENTE       FROM LINHA-BRANCO
           WRITE REG-REL-CLIENTE       FROM CAB-CANAL

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL GREATER 100
              IF WS-TAB-QTD-CANAL (WS-IDX-CANAL)
                                       GREATER ZEROS
                 COMPUTE RODAPE-CANAL-COD = WS-IDX-CANAL - 1
                 MOVE WS-TAB-NOME-CANAL (WS-IDX-CANAL)
                                       TO RODAPE-CANAL-NOME
                 MOVE WS-TAB-QTD-CANAL (WS-IDX-CANAL)
                                       TO RODAPE-CANAL-QTD
                 MOVE WS-TAB-VOL-CANAL (WS-IDX-CANAL)
                                       TO RODAPE-CANAL-VOL
                 WRITE REG-REL-CLIENTE FROM RODAPE-CANAL
              END-IF
           END-PERFORM

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GERACAO DO RELATORIO DE CLIENTES                     *
      *----------------------------------------------------------------*
       2210-GERA-RELATORIO             SECTION.
                    ADD 1              TO WS-TOTAL-TIER-C
           END-EVALUATE

           COMPUTE WS-IDX-CANAL        = SORT-CANAL + 1
           ADD 1                       TO WS-TAB-QTD-CANAL
                                          (WS-IDX-CANAL)
           ADD SORT-VOLUME             TO WS-TAB-VOL-CANAL
                                          (WS-IDX-CANAL)

           ADD 1                       TO WS-TOTAL-REGISTROS
                                          WS-LINHAS-PAGINA

