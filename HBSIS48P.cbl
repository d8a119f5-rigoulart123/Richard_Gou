      * DATA.........: 03/09/2026                                      *
      * OBJETIVO.....: CENTRAL DE ALERTAS DO SIGN-ON: VARRE AS FONTES  *
      *                QUE NINGUEM ABRE TODO DIA (CADEIA NOTURNA COM   *
      *                ERRO OU DESBALANCEADA NO CONTROLE DE EXECUCAO,  *
      *                CADEIA EM ANDAMENTO COM O TERMINO PREVISTO,     *
      *                PASSOS DA ULTIMA CADEIA QUE ULTRAPASSARAM O     *
      *                LIMITE DE DURACAO, CLIENTES NAO                 *
      *                ATRIBUIDOS NA ULTIMA EXECUCAO, REJEITADOS       *
      *                PENDENTES NAS IMPORTACOES, TABELA DE CEP COM    *
      *                CARGA ANTIGA, CASOS DE CLIENTE ABERTOS HA       *
      *                MAIS DIAS QUE O LIMITE E CLIENTES CLASSE A      *
      *                DETRATORES NA PESQUISA DE SATISFACAO RECENTE),  *
      *                MOSTRA A LISTA                                  *
      *                PRIORIZADA DE CONDICOES ABERTAS E PERMITE       *
      *                RECONHECER CADA                                 *
      *                ALERTA (OPERADOR/DATA/HORA), PARANDO DE AVISAR  *
      *                OS DEMAIS OPERADORES DEPOIS DO RECONHECIMENTO   *
      *----------------------------------------------------------------*
           SELECT ARQ-ACK            ASSIGN TO "ALERTAACK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-ACK.

           SELECT ARQ-HISTORICO      ASSIGN TO "HISTCADEIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HST.

           SELECT ARQ-CASO           ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-CASO-HBSIS89C
                       ALTERNATE RECORD KEY IS COD-CLIENTE-HBSIS89C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAS.

           SELECT ARQ-PESQUISA       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS102C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PES.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           05  ACK-OPERADOR            PIC  X(010).
           05  ACK-DATA                PIC  9(008).
           05  ACK-HORA                PIC  9(006).

       FD  ARQ-HISTORICO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS95C.CPY".

       FD  ARQ-CASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCaso'.
       COPY "HBSIS89C.CPY".

       FD  ARQ-PESQUISA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPesquisa'.
       COPY "HBSIS102C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-ACK            PIC  X(002)         VALUE "00".
      * IDADE MAXIMA DA CARGA DA TABELA DE CEP ANTES DE ALERTAR (DIAS)
       77  WS-DIAS-LIMITE-CEP          PIC  9(003)         VALUE 90.
       77  WS-FL-STATUS-CAS            PIC  X(002)         VALUE "00".
      * DIAS EM ABERTO DE UM CASO DE CLIENTE ANTES DE ALERTAR (PODE SER
      * TROCADO PELA VARIAVEL DE AMBIENTE HBSIS48_DIAS_CASO_ABERTO)
       77  WS-DIAS-LIMITE-CASO         PIC  9(003)         VALUE 15.
       77  WS-DIAS-CASO-AMBIENTE       PIC  X(003)         VALUE SPACES.
       77  WS-FL-STATUS-HST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PES            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
      * DIAS PARA TRAS EM QUE UMA PESQUISA DETRATORA DE CLIENTE CLASSE A
      * AINDA GERA ALERTA, E MAIOR NOTA CONSIDERADA DETRATORA
       77  WS-DIAS-LIMITE-DETRATOR     PIC  9(003)         VALUE 30.
       77  WS-NOTA-MAX-DETRATOR        PIC  9(002)         VALUE 6.

      *----------------------------------------------------------------*
      * LISTA DE ALERTAS ABERTOS, EM ORDEM DE PRIORIDADE DE MONTAGEM   *
      * (CADEIA COM ERRO PRIMEIRO, DEPOIS ESTOUROS DE DURACAO, NAO     *
      * ATRIBUIDOS, REJEITADOS, IDADE DA TABELA DE CEP, CASOS E        *
      * DETRATORES CLASSE A)                                           *
      *----------------------------------------------------------------*
       01  WS-TAB-ALERTAS.
           05  WS-ALE-QTD              PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-REJ-VEN              PIC  9(007)         VALUE ZEROS.
       01  WS-ULT-DATA-CARGA-CEP       PIC  9(008)         VALUE ZEROS.
       01  WS-DIAS-CARGA-CEP           PIC S9(007)         VALUE ZEROS.
       01  WS-DIAS-CASO                PIC S9(007)         VALUE ZEROS.
       01  WS-QTD-CASOS-ANTIGOS        PIC  9(005)         VALUE ZEROS.
       01  WS-CASO-MAIS-ANTIGO         PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-LIMITE-DETRATOR     PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-TIPO-MONTADO             PIC  X(010)         VALUE SPACES.
       01  WS-REF-MONTADA              PIC  X(020)         VALUE SPACES.
       01  WS-REF-ULT-DETRATOR         PIC  X(020)         VALUE SPACES.
       01  WS-TEXTO-MONTADO            PIC  X(060)         VALUE SPACES.

       01  WS-EST-ULT-DATA             PIC  9(008)         VALUE ZEROS.
       01  WS-EST-ULT-HORA             PIC  9(006)         VALUE ZEROS.
       01  WS-EST-ULT-NAO-ATRIB        PIC  9(007)         VALUE ZEROS.

       01  WS-HST-ULT-ID               PIC  X(014)         VALUE SPACES.
       01  WS-MIN-DURACAO              PIC  9(004)         VALUE ZEROS.
       01  WS-MIN-LIMITE               PIC  9(004)         VALUE ZEROS.
       01  WS-PREV-DDMM-HHMM.
           05  WS-PREV-DIA             PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-PREV-MES             PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE SPACE.
           05  WS-PREV-HH              PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-PREV-MM              PIC  9(002)         VALUE ZEROS.

       01  WS-HBSIS95                  PIC  X(009)         VALUE
           'HBSIS95P'.

       COPY HBSIS95L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           ACCEPT WS-DIAS-CASO-AMBIENTE
                              FROM ENVIRONMENT
                              "HBSIS48_DIAS_CASO_ABERTO"

           IF FUNCTION TRIM(WS-DIAS-CASO-AMBIENTE) IS NUMERIC
           AND FUNCTION NUMVAL(WS-DIAS-CASO-AMBIENTE) GREATER ZEROS
              MOVE FUNCTION NUMVAL(WS-DIAS-CASO-AMBIENTE)
                                       TO WS-DIAS-LIMITE-CASO
           END-IF

           .
       1000-EXIT.
           EXIT.
       2000-PROCESSA                   SECTION.

           PERFORM 2100-VARRE-CADEIA-NOTURNA
           PERFORM 2700-VARRE-ESTOUROS
           PERFORM 2200-VARRE-NAO-ATRIBUIDOS
           PERFORM 2300-VARRE-REJEITADOS
           PERFORM 2400-VARRE-IDADE-CEP
           PERFORM 2600-VARRE-CASOS-ANTIGOS
           PERFORM 2800-VARRE-DETRATORES

           MOVE WS-ALE-QTD             TO QTD-ALERTAS-HBSIS48L

       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE CADEIA NOTURNA: PASSO COM STATUS DE ERRO OU          *
      * DESBALANCEADO NO CONTROLE DE EXECUCAO. PASSO EM ANDAMENTO GERA *
      * O AVISO COM O TERMINO PREVISTO DA CADEIA (HBSIS95P)            *
      *----------------------------------------------------------------*
       2100-VARRE-CADEIA-NOTURNA       SECTION.

           READ ARQ-CONTROLE

           PERFORM UNTIL WS-FL-STATUS-CTL NOT EQUAL "00"
              IF CTL-STATUS            EQUAL "E" OR "B"
                 MOVE SPACES           TO WS-REF-MONTADA
                 STRING CTL-DATA-INICIO
                        CTL-HORA-INICIO
                        DELIMITED BY SIZE
                                       INTO WS-REF-MONTADA
                 MOVE SPACES           TO WS-TEXTO-MONTADO
                 IF CTL-STATUS         EQUAL "B"
                    STRING "CADEIA NOTURNA DESBALANCEADA - PASSO "
                           CTL-NOME-PASSO
                           DELIMITED BY SIZE
                                       INTO WS-TEXTO-MONTADO
                 ELSE
                    STRING "CADEIA NOTURNA COM ERRO - PASSO "
                           CTL-NOME-PASSO
                           DELIMITED BY SIZE
                                       INTO WS-TEXTO-MONTADO
                 END-IF
                 MOVE "CADEIA"         TO WS-TIPO-MONTADO
                 PERFORM 2900-ACRESCENTA-ALERTA
              END-IF
              IF CTL-STATUS            EQUAL "I"
                 PERFORM 2110-PREVISAO-CADEIA
              END-IF
              READ ARQ-CONTROLE
           END-PERFORM

       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVISO DE CADEIA EM ANDAMENTO COM O TERMINO PREVISTO PELAS      *
      * DURACOES MEDIAS DOS PASSOS RESTANTES                           *
      *----------------------------------------------------------------*
       2110-PREVISAO-CADEIA            SECTION.

           INITIALIZE HBSIS95L
           MOVE 3                      TO COD-FUNCAO-HBSIS95L
           MOVE CTL-PASSO              TO PASSO-HBSIS95L
           MOVE CTL-DATA-INICIO        TO DATA-INI-HBSIS95L
           MOVE CTL-HORA-INICIO        TO HORA-INI-HBSIS95L

           CALL WS-HBSIS95             USING HBSIS95L

           MOVE SPACES                 TO WS-REF-MONTADA
           STRING CTL-DATA-INICIO
                  CTL-HORA-INICIO
                  CTL-PASSO
                  DELIMITED BY SIZE    INTO WS-REF-MONTADA
           MOVE SPACES                 TO WS-TEXTO-MONTADO

           IF COD-RETORNO-HBSIS95L     EQUAL ZEROS
              MOVE DATA-PREVISTA-HBSIS95L (7:2)
                                       TO WS-PREV-DIA
              MOVE DATA-PREVISTA-HBSIS95L (5:2)
                                       TO WS-PREV-MES
              MOVE HORA-PREVISTA-HBSIS95L (1:2)
                                       TO WS-PREV-HH
              MOVE HORA-PREVISTA-HBSIS95L (3:2)
                                       TO WS-PREV-MM
              STRING "CADEIA EM EXECUCAO - PASSO "
                     CTL-PASSO
                     " - TERMINO PREVISTO "
                     WS-PREV-DDMM-HHMM
                     DELIMITED BY SIZE INTO WS-TEXTO-MONTADO
           ELSE
              STRING "CADEIA EM EXECUCAO - PASSO "
                     CTL-PASSO
                     " - SEM HISTORICO PARA PREVISAO"
                     DELIMITED BY SIZE INTO WS-TEXTO-MONTADO
           END-IF

           MOVE "CADEIAEXEC"           TO WS-TIPO-MONTADO
           PERFORM 2900-ACRESCENTA-ALERTA

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE CLIENTES NAO ATRIBUIDOS NA ULTIMA EXECUCAO           *
      *----------------------------------------------------------------*
       2200-VARRE-NAO-ATRIBUIDOS       SECTION.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE CASOS DE CLIENTE (A OU T) ABERTOS HA MAIS DIAS QUE O *
      * LIMITE, NUM UNICO ALERTA COM A QUANTIDADE DO DIA               *
      *----------------------------------------------------------------*
       2600-VARRE-CASOS-ANTIGOS        SECTION.

           MOVE ZEROS                  TO WS-QTD-CASOS-ANTIGOS
                                          WS-CASO-MAIS-ANTIGO

           OPEN INPUT ARQ-CASO

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              GO TO 2600-EXIT
           END-IF

           READ ARQ-CASO NEXT

           PERFORM UNTIL WS-FL-STATUS-CAS NOT EQUAL "00"
              IF SITUACAO-CASO-HBSIS89C NOT EQUAL "F"
              AND DATA-ABERTURA-HBSIS89C GREATER ZEROS
                 COMPUTE WS-DIAS-CASO =
                         FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE
                                       (DATA-ABERTURA-HBSIS89C)
                 IF WS-DIAS-CASO       GREATER WS-DIAS-LIMITE-CASO
                    ADD 1              TO WS-QTD-CASOS-ANTIGOS
                    IF WS-CASO-MAIS-ANTIGO EQUAL ZEROS
                    OR DATA-ABERTURA-HBSIS89C
                                       LESS WS-CASO-MAIS-ANTIGO
                       MOVE DATA-ABERTURA-HBSIS89C
                                       TO WS-CASO-MAIS-ANTIGO
                    END-IF
                 END-IF
              END-IF
              READ ARQ-CASO NEXT
           END-PERFORM

           CLOSE ARQ-CASO

           IF WS-QTD-CASOS-ANTIGOS     GREATER ZEROS
              MOVE SPACES              TO WS-REF-MONTADA
              STRING "CASOS "
                     WS-DATA-HOJE
                     DELIMITED BY SIZE INTO WS-REF-MONTADA
              MOVE SPACES              TO WS-TEXTO-MONTADO
              STRING WS-QTD-CASOS-ANTIGOS
                     " CASOS ABERTOS HA MAIS DE "
                     WS-DIAS-LIMITE-CASO
                     " DIAS (DESDE "
                     WS-CASO-MAIS-ANTIGO
                     ")"
                     DELIMITED BY SIZE INTO WS-TEXTO-MONTADO
              MOVE "CASOANTIGO"        TO WS-TIPO-MONTADO
              PERFORM 2900-ACRESCENTA-ALERTA
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DOS PASSOS DA ULTIMA CADEIA REGISTRADA NO HISTORICO     *
      * (HBSIS95P) QUE ULTRAPASSARAM O LIMITE DE DURACAO               *
      *----------------------------------------------------------------*
       2700-VARRE-ESTOUROS             SECTION.

           MOVE SPACES                 TO WS-HST-ULT-ID

           OPEN INPUT ARQ-HISTORICO

           IF WS-FL-STATUS-HST         NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           READ ARQ-HISTORICO

           PERFORM UNTIL WS-FL-STATUS-HST NOT EQUAL "00"
              MOVE ID-CADEIA-HBSIS95C  TO WS-HST-ULT-ID
              READ ARQ-HISTORICO
           END-PERFORM

           CLOSE ARQ-HISTORICO

           IF WS-HST-ULT-ID            EQUAL SPACES
              GO TO 2700-EXIT
           END-IF

           OPEN INPUT ARQ-HISTORICO

           READ ARQ-HISTORICO

           PERFORM UNTIL WS-FL-STATUS-HST NOT EQUAL "00"
              IF ID-CADEIA-HBSIS95C    EQUAL WS-HST-ULT-ID
              AND FLAG-ESTOURO-HBSIS95C EQUAL "S"
                 PERFORM 2710-ALERTA-ESTOURO
              END-IF
              READ ARQ-HISTORICO
           END-PERFORM

           CLOSE ARQ-HISTORICO

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE CLIENTE CLASSE A DETRATOR: PESQUISA DE SATISFACAO    *
      * (HBSIS102P) COM NOTA DE DETRATOR NOS ULTIMOS DIAS, UM ALERTA   *
      * POR CLIENTE E DATA DA PESQUISA                                 *
      *----------------------------------------------------------------*
       2800-VARRE-DETRATORES           SECTION.

           COMPUTE WS-DATA-LIMITE-DETRATOR =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                  - WS-DIAS-LIMITE-DETRATOR)

           OPEN INPUT ARQ-PESQUISA

           IF WS-FL-STATUS-PES         NOT EQUAL ZEROS
              GO TO 2800-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE SPACES                 TO WS-REF-ULT-DETRATOR

           READ ARQ-PESQUISA NEXT

           PERFORM UNTIL WS-FL-STATUS-PES NOT EQUAL "00"
              IF NOTA-HBSIS102C        NOT GREATER WS-NOTA-MAX-DETRATOR
              AND DATA-PESQUISA-HBSIS102C
                                       NOT LESS WS-DATA-LIMITE-DETRATOR
                 MOVE COD-CLIENTE-HBSIS102C
                                       TO COD-CLIENTE-HBSIS02C
                 READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                 AND CLASSIF-HBSIS02C  EQUAL "A"
                    PERFORM 2810-ALERTA-DETRATOR
                 END-IF
              END-IF
              READ ARQ-PESQUISA NEXT
           END-PERFORM

           CLOSE ARQ-PESQUISA
           CLOSE ARQ-CLIENTE

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O ALERTA DA PESQUISA DETRATORA LIDA. VARIOS VENDEDORES   *
      * AVALIADOS NA MESMA PESQUISA (CHAVES SEGUIDAS) GERAM UM ALERTA  *
      *----------------------------------------------------------------*
       2810-ALERTA-DETRATOR            SECTION.

           MOVE SPACES                 TO WS-REF-MONTADA
           STRING "DET"
                  COD-CLIENTE-HBSIS102C
                  DATA-PESQUISA-HBSIS102C
                  DELIMITED BY SIZE    INTO WS-REF-MONTADA

           IF WS-REF-MONTADA           EQUAL WS-REF-ULT-DETRATOR
              GO TO 2810-EXIT
           END-IF

           MOVE WS-REF-MONTADA         TO WS-REF-ULT-DETRATOR

           MOVE SPACES                 TO WS-TEXTO-MONTADO
           STRING "CLIENTE A "
                  COD-CLIENTE-HBSIS102C
                  " DETRATOR: NOTA "
                  NOTA-HBSIS102C
                  " EM "
                  DATA-PESQUISA-HBSIS102C
                  " MOTIVO "
                  COD-MOTIVO-HBSIS102C
                  DELIMITED BY SIZE    INTO WS-TEXTO-MONTADO

           MOVE "DETRATORA"            TO WS-TIPO-MONTADO
           PERFORM 2900-ACRESCENTA-ALERTA

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O ALERTA DE ESTOURO DO PASSO LIDO NO HISTORICO           *
      *----------------------------------------------------------------*
       2710-ALERTA-ESTOURO             SECTION.

           COMPUTE WS-MIN-DURACAO = (DURACAO-SEG-HBSIS95C + 59) / 60
           COMPUTE WS-MIN-LIMITE  = LIMITE-SEG-HBSIS95C / 60

           MOVE SPACES                 TO WS-REF-MONTADA
           STRING ID-CADEIA-HBSIS95C
                  PASSO-HBSIS95C
                  DELIMITED BY SIZE    INTO WS-REF-MONTADA

           MOVE SPACES                 TO WS-TEXTO-MONTADO
           STRING "PASSO "
                  PASSO-HBSIS95C
                  " "
                  NOME-PASSO-HBSIS95C  DELIMITED BY "  "
                  ": "
                  WS-MIN-DURACAO
                  " MIN (LIMITE "
                  WS-MIN-LIMITE
                  " MIN)"
                  DELIMITED BY SIZE    INTO WS-TEXTO-MONTADO

           MOVE "ESTOURO"              TO WS-TIPO-MONTADO
           PERFORM 2900-ACRESCENTA-ALERTA

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA O ALERTA MONTADO (TIPO EM WS-TIPO-MONTADO,          *
      * REFERENCIA EM WS-REF-MONTADA, TEXTO EM WS-TEXTO-MONTADO) SE    *
      * AINDA NAO FOI RECONHECIDO NO ARQUIVO DE RECONHECIMENTOS        *
