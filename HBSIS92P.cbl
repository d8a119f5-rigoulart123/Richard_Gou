       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS92P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: JORNAL DE RECUPERACAO DOS CADASTROS DE CLIENTES *
      *                E VENDEDORES: TODA GRAVACAO NOS CADASTROS       *
      *                (ONLINE OU BATCH) ACRESCENTA AO JORNAL A IMAGEM *
      *                DEPOIS DO REGISTRO E ATUALIZA O CONTROLE        *
      *                (TRAILER) COM AS CONTAGENS E O HASH DOS         *
      *                CODIGOS. O JORNAL RECOMECA A CADA BACKUP. APOS  *
      *                UMA RESTAURACAO, REAPLICA O JORNAL ATE A DATA E *
      *                HORA LIMITE COM CONTAGENS POR TIPO DE           *
      *                MOVIMENTO, CONFERE COM O CONTROLE E SO ENTAO    *
      *                LIBERA OS CADASTROS AOS USUARIOS                *
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
           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS04C
                       ALTERNATE RECORD KEY IS CPF-HBSIS04C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS04C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-JORNAL         ASSIGN TO "JORNALRECUPERACAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-JRN.

           SELECT JRN-CONTROLE       ASSIGN TO "JORNALRECUPCTL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTL.

           SELECT JRN-TRAVA          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS TRV-CHAVE
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TRV.

           SELECT BKP-CONTROLE       ASSIGN TO "BACKUPCONTROLE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BKP.

           SELECT REL-JORNAL         ASSIGN TO "RELJORNALRECUP.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-JORNAL
           LABEL RECORD IS STANDARD.
       COPY "HBSIS92C.CPY".

      *    CONTROLE (TRAILER) DO JORNAL: REGRAVADO A CADA MOVIMENTO
       FD  JRN-CONTROLE
           LABEL RECORD IS STANDARD.
       01  REG-JRN-CONTROLE.
           05  CTL-DATA-BACKUP         PIC  9(008).
           05  CTL-HORA-BACKUP         PIC  9(006).
           05  CTL-QTD-MOVIMENTOS      PIC  9(009).
           05  CTL-ULTIMA-SEQUENCIA    PIC  9(009).
           05  CTL-HASH-CODIGOS        PIC  9(015).
           05  CTL-QTD-INCLUSOES       PIC  9(009).
           05  CTL-QTD-ALTERACOES      PIC  9(009).
           05  CTL-QTD-EXCLUSOES       PIC  9(009).

      *    TRAVA DO JORNAL: REGISTRO UNICO LIDO COM LOCK ANTES DE
      *    ACRESCENTAR AO JORNAL E LIBERADO SO DEPOIS DE REGRAVAR O
      *    CONTROLE, PARA QUE GRAVACOES SIMULTANEAS NAO SE PERCAM
       FD  JRN-TRAVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJornalTrava'.
       01  REG-JRN-TRAVA.
           05  TRV-CHAVE               PIC  9(001).
           05  TRV-ULTIMA-SEQUENCIA    PIC  9(009).
           05  TRV-DATA                PIC  9(008).
           05  TRV-HORA                PIC  9(006).
           05  TRV-PROGRAMA            PIC  X(008).

      *    CONTROLE DO ULTIMO BACKUP (GRAVADO PELO HBSIS40P)
       FD  BKP-CONTROLE
           LABEL RECORD IS STANDARD.
       01  REG-BKP-CONTROLE.
           05  BKP-DATA-BACKUP         PIC  9(008).
           05  BKP-HORA-BACKUP         PIC  9(006).
           05  FILLER                  PIC  X(050).

       FD  REL-JORNAL.
       01  REG-REL-JORNAL              PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-JRN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-BKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-CONTROLE.
           05  WS-CTL-DATA-BACKUP      PIC  9(008)         VALUE ZEROS.
           05  WS-CTL-HORA-BACKUP      PIC  9(006)         VALUE ZEROS.
           05  WS-CTL-QTD-MOVIMENTOS   PIC  9(009)         VALUE ZEROS.
           05  WS-CTL-ULTIMA-SEQUENCIA PIC  9(009)         VALUE ZEROS.
           05  WS-CTL-HASH-CODIGOS     PIC  9(015)         VALUE ZEROS.
           05  WS-CTL-QTD-INCLUSOES    PIC  9(009)         VALUE ZEROS.
           05  WS-CTL-QTD-ALTERACOES   PIC  9(009)         VALUE ZEROS.
           05  WS-CTL-QTD-EXCLUSOES    PIC  9(009)         VALUE ZEROS.

      *    TOTAIS APURADOS NA LEITURA DO JORNAL (REAPLICACAO)
       01  WS-QTD-MOVIMENTOS           PIC  9(009)         VALUE ZEROS.
       01  WS-HASH-CODIGOS             PIC  9(015)         VALUE ZEROS.
       01  WS-SEQUENCIA-ANTERIOR       PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-QUEBRAS-SEQ          PIC  9(007)         VALUE ZEROS.
       01  WS-LIMITE                   PIC  9(014)         VALUE ZEROS.
       01  WS-MOMENTO                  PIC  9(014)         VALUE ZEROS.
       01  WS-RESULTADO                PIC  X(012)         VALUE SPACES.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

      *    ESPERA PELA TRAVA DO JORNAL (UM SEGUNDO POR TENTATIVA)
       01  WS-TRV-TENTATIVAS           PIC  9(003)         VALUE ZEROS.
       01  WS-TRV-MAX-TENTATIVAS       PIC  9(003)         VALUE 30.
       01  WS-TRV-SEGUNDOS             PIC  9(003)         VALUE 1.

      *----------------------------------------------------------------*
      * CONTAGENS DA REAPLICACAO POR TIPO DE MOVIMENTO                 *
      *----------------------------------------------------------------*
       01  WS-QTD-TIPOS                PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-TIPO                 PIC  9(002)         VALUE ZEROS.
       01  WS-TAB-TIPOS.
           05  WS-TIPO                 OCCURS 20 TIMES.
               10  WS-TIP-NOME         PIC  X(008).
               10  WS-TIP-LIDOS        PIC  9(007).
               10  WS-TIP-APLICADOS    PIC  9(007).
               10  WS-TIP-IGNORADOS    PIC  9(007).
               10  WS-TIP-ERROS        PIC  9(007).

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS42L.
       COPY HBSIS49L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DA REAPLICACAO                             *
      *----------------------------------------------------------------*
       01  CAB-JORNAL-1.
           03 FILLER                   PIC  X(045)         VALUE
              "REAPLICACAO DO JORNAL DE RECUPERACAO - BACKUP".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 CAB-JRN-DATA-BACKUP      PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".
           03 CAB-JRN-HORA-BACKUP      PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  LIMITE: ".
           03 CAB-JRN-LIMITE           PIC  9(014)         VALUE ZEROS.
           03 FILLER                   PIC  X(047)         VALUE SPACES.

       01  CAB-JORNAL-COLUNAS.
           03 FILLER                   PIC  X(012)         VALUE
              "MOVIMENTO".
           03 FILLER                   PIC  X(012)         VALUE
              "      LIDOS".
           03 FILLER                   PIC  X(012)         VALUE
              "  APLICADOS".
           03 FILLER                   PIC  X(016)         VALUE
              " APOS O LIMITE".
           03 FILLER                   PIC  X(012)         VALUE
              "      ERROS".
           03 FILLER                   PIC  X(068)         VALUE SPACES.

       01  DET-JORNAL.
           03 DET-JRN-TIPO             PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-JRN-LIDOS            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-JRN-APLICADOS        PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(007)         VALUE SPACES.
           03 DET-JRN-IGNORADOS        PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-JRN-ERROS            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(071)         VALUE SPACES.

       01  DET-CONFERENCIA.
           03 DET-CNF-ITEM             PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(010)         VALUE
              " JORNAL: ".
           03 DET-CNF-JORNAL           PIC  Z(014)9        VALUE ZEROS.
           03 FILLER                   PIC  X(012)         VALUE
              " CONTROLE: ".
           03 DET-CNF-CONTROLE         PIC  Z(014)9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CNF-SITUACAO         PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(038)         VALUE SPACES.

       01  TOT-JORNAL.
           03 FILLER                   PIC  X(026)         VALUE
              "RESULTADO DA CONFERENCIA: ".
           03 TOT-JRN-RESULTADO        PIC  X(012)         VALUE SPACES.
           03 FILLER                   PIC  X(094)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS92L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS92L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS92L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS92L

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS92L
               WHEN 1
                    PERFORM 2100-GRAVA-MOVIMENTO
               WHEN 2
                    PERFORM 2200-REINICIA-JORNAL
               WHEN 3
                    PERFORM 2300-REAPLICA-JORNAL
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS92L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS92L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA UM MOVIMENTO AO JORNAL E ATUALIZA O CONTROLE. SEM   *
      * JORNAL (NENHUM BACKUP DESDE A IMPLANTACAO) O JORNAL E CRIADO   *
      * COM CABECALHO DE BACKUP ZERADO. A TRAVA DO JORNAL FICA PRESA   *
      * DA LEITURA DO CONTROLE ATE A SUA REGRAVACAO                    *
      *----------------------------------------------------------------*
       2100-GRAVA-MOVIMENTO            SECTION.

           PERFORM 2140-TRAVA-JORNAL

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           PERFORM 2110-LE-CONTROLE

           OPEN EXTEND ARQ-JORNAL

           IF WS-FL-STATUS-JRN         EQUAL "35"
              OPEN OUTPUT ARQ-JORNAL
              IF WS-FL-STATUS-JRN      EQUAL ZEROS
                 INITIALIZE WS-CONTROLE
                 PERFORM 2130-GRAVA-CABECALHO
              END-IF
           END-IF

           IF WS-FL-STATUS-JRN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "ERRO NA ABERTURA DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS92L
              PERFORM 2150-LIBERA-JORNAL
              GO TO 2100-EXIT
           END-IF

           ADD 1                       TO WS-CTL-ULTIMA-SEQUENCIA

           INITIALIZE ARQ-HBSIS92C
           MOVE "M"                    TO TIPO-REG-HBSIS92C
           MOVE WS-CTL-ULTIMA-SEQUENCIA
                                       TO SEQUENCIA-HBSIS92C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-HBSIS92C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-HBSIS92C
           MOVE ENTIDADE-HBSIS92L      TO ENTIDADE-HBSIS92C
           MOVE ACAO-HBSIS92L          TO ACAO-HBSIS92C
           MOVE TIPO-MOV-HBSIS92L      TO TIPO-MOV-HBSIS92C
           MOVE CODIGO-HBSIS92L        TO CODIGO-HBSIS92C
           MOVE PROGRAMA-HBSIS92L      TO PROGRAMA-HBSIS92C
           MOVE OPERADOR-HBSIS92L      TO OPERADOR-HBSIS92C
           MOVE IMAGEM-HBSIS92L        TO IMAGEM-HBSIS92C

           WRITE ARQ-HBSIS92C

           CLOSE ARQ-JORNAL

           ADD 1                       TO WS-CTL-QTD-MOVIMENTOS
           ADD CODIGO-HBSIS92L         TO WS-CTL-HASH-CODIGOS

           EVALUATE ACAO-HBSIS92L
               WHEN "I"
                    ADD 1              TO WS-CTL-QTD-INCLUSOES
               WHEN "E"
                    ADD 1              TO WS-CTL-QTD-EXCLUSOES
               WHEN OTHER
                    ADD 1              TO WS-CTL-QTD-ALTERACOES
           END-EVALUATE

           PERFORM 2120-GRAVA-CONTROLE

           PERFORM 2150-LIBERA-JORNAL

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O CONTROLE DO JORNAL PARA WS-CONTROLE (ZERADO SE NAO HA)    *
      *----------------------------------------------------------------*
       2110-LE-CONTROLE                SECTION.

           INITIALIZE WS-CONTROLE

           OPEN INPUT JRN-CONTROLE

           IF WS-FL-STATUS-CTL         NOT EQUAL ZEROS
              GO TO 2110-EXIT
           END-IF

           READ JRN-CONTROLE

           IF WS-FL-STATUS-CTL         EQUAL ZEROS
              MOVE REG-JRN-CONTROLE    TO WS-CONTROLE
           END-IF

           CLOSE JRN-CONTROLE

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O CONTROLE DO JORNAL A PARTIR DE WS-CONTROLE           *
      *----------------------------------------------------------------*
       2120-GRAVA-CONTROLE             SECTION.

           OPEN OUTPUT JRN-CONTROLE

           IF WS-FL-STATUS-CTL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "ERRO AO GRAVAR O CONTROLE DO JORNAL"
                                       TO MSG-RETORNO-HBSIS92L
              GO TO 2120-EXIT
           END-IF

           MOVE WS-CONTROLE            TO REG-JRN-CONTROLE

           WRITE REG-JRN-CONTROLE

           CLOSE JRN-CONTROLE

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CABECALHO DO JORNAL COM A DATA E HORA DO BACKUP        *
      *----------------------------------------------------------------*
       2130-GRAVA-CABECALHO            SECTION.

           INITIALIZE ARQ-HBSIS92C
           MOVE "H"                    TO TIPO-REG-HBSIS92C
           MOVE ZEROS                  TO SEQUENCIA-HBSIS92C
           MOVE WS-CTL-DATA-BACKUP     TO DATA-HBSIS92C
           MOVE WS-CTL-HORA-BACKUP     TO HORA-HBSIS92C
           MOVE "HBSIS40P"             TO PROGRAMA-HBSIS92C
           MOVE OPERADOR-HBSIS92L      TO OPERADOR-HBSIS92C

           WRITE ARQ-HBSIS92C

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRENDE A TRAVA DO JORNAL (REGISTRO UNICO LIDO COM LOCK). SE    *
      * OUTRO PROCESSO ESTA GRAVANDO, ESPERA UM SEGUNDO E TENTA DE     *
      * NOVO ATE O LIMITE DE TENTATIVAS                                *
      *----------------------------------------------------------------*
       2140-TRAVA-JORNAL               SECTION.

           OPEN I-O JRN-TRAVA

           IF WS-FL-STATUS-TRV         EQUAL "35"
              OPEN OUTPUT JRN-TRAVA
              IF WS-FL-STATUS-TRV      EQUAL ZEROS
                 INITIALIZE REG-JRN-TRAVA
                 MOVE 1                TO TRV-CHAVE
                 WRITE REG-JRN-TRAVA
                 CLOSE JRN-TRAVA
                 OPEN I-O JRN-TRAVA
              END-IF
           END-IF

           IF WS-FL-STATUS-TRV         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "ERRO NA ABERTURA DA TRAVA DO JORNAL"
                                       TO MSG-RETORNO-HBSIS92L
              GO TO 2140-EXIT
           END-IF

           MOVE ZEROS                  TO WS-TRV-TENTATIVAS
           MOVE "51"                   TO WS-FL-STATUS-TRV

           PERFORM UNTIL WS-FL-STATUS-TRV NOT EQUAL "51"
                      OR WS-TRV-TENTATIVAS NOT LESS
                         WS-TRV-MAX-TENTATIVAS
              IF WS-TRV-TENTATIVAS     GREATER ZEROS
                 CALL "C$SLEEP"        USING WS-TRV-SEGUNDOS
              END-IF
              ADD 1                    TO WS-TRV-TENTATIVAS
              MOVE 1                   TO TRV-CHAVE
              READ JRN-TRAVA           WITH LOCK
                                       KEY IS TRV-CHAVE
           END-PERFORM

           IF WS-FL-STATUS-TRV         EQUAL "51"
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "JORNAL DE RECUPERACAO EM USO - TEMPO ESGOTADO"
                                       TO MSG-RETORNO-HBSIS92L
              CLOSE JRN-TRAVA
              GO TO 2140-EXIT
           END-IF

           IF WS-FL-STATUS-TRV         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "ERRO NA LEITURA DA TRAVA DO JORNAL"
                                       TO MSG-RETORNO-HBSIS92L
              CLOSE JRN-TRAVA
           END-IF

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A TRAVA COM A ULTIMA SEQUENCIA E A LIBERA              *
      *----------------------------------------------------------------*
       2150-LIBERA-JORNAL              SECTION.

           MOVE WS-CTL-ULTIMA-SEQUENCIA
                                       TO TRV-ULTIMA-SEQUENCIA
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO TRV-DATA
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO TRV-HORA
           MOVE PROGRAMA-HBSIS92L      TO TRV-PROGRAMA

           REWRITE REG-JRN-TRAVA

           UNLOCK JRN-TRAVA
           CLOSE JRN-TRAVA

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REINICIA O JORNAL E O CONTROLE NO BACKUP (DATA E HORA DO       *
      * BACKUP RECEBIDAS DO HBSIS40P)                                  *
      *----------------------------------------------------------------*
       2200-REINICIA-JORNAL            SECTION.

           PERFORM 2140-TRAVA-JORNAL

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           OPEN OUTPUT ARQ-JORNAL

           IF WS-FL-STATUS-JRN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "ERRO AO REINICIAR O JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS92L
              PERFORM 2150-LIBERA-JORNAL
              GO TO 2200-EXIT
           END-IF

           INITIALIZE WS-CONTROLE
           MOVE DATA-BACKUP-HBSIS92L   TO WS-CTL-DATA-BACKUP
           MOVE HORA-BACKUP-HBSIS92L   TO WS-CTL-HORA-BACKUP

           PERFORM 2130-GRAVA-CABECALHO

           CLOSE ARQ-JORNAL

           PERFORM 2120-GRAVA-CONTROLE

           PERFORM 2150-LIBERA-JORNAL

           IF COD-RETORNO-HBSIS92L     EQUAL ZEROS
              MOVE "JORNAL DE RECUPERACAO REINICIADO"
                                       TO MSG-RETORNO-HBSIS92L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REAPLICACAO DO JORNAL SOBRE O BACKUP RESTAURADO: OS CADASTROS  *
      * FICAM BLOQUEADOS (HBSIS49P) E SO SAO LIBERADOS SE OS TOTAIS DO *
      * JORNAL CONFEREM COM O CONTROLE E NAO HOUVE ERRO DE GRAVACAO    *
      *----------------------------------------------------------------*
       2300-REAPLICA-JORNAL            SECTION.

           MOVE ZEROS                  TO QTD-LIDOS-HBSIS92L
                                          QTD-APLICADOS-HBSIS92L
                                          QTD-IGNORADOS-HBSIS92L
                                          QTD-ERROS-HBSIS92L
                                          WS-QTD-TIPOS
                                          WS-QTD-MOVIMENTOS
                                          WS-HASH-CODIGOS
                                          WS-SEQUENCIA-ANTERIOR
                                          WS-QTD-QUEBRAS-SEQ

           IF DATA-LIMITE-HBSIS92L     EQUAL ZEROS
              MOVE 99999999999999      TO WS-LIMITE
           ELSE
              COMPUTE WS-LIMITE = DATA-LIMITE-HBSIS92L * 1000000
                                + HORA-LIMITE-HBSIS92L
           END-IF

           PERFORM 2310-CONFERE-BACKUP

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           INITIALIZE HBSIS49L
           MOVE 1                      TO COD-FUNCAO-HBSIS49L
           MOVE "HBSIS92P"             TO ORIGEM-HBSIS49L
           CALL WS-HBSIS49             USING HBSIS49L

           OPEN I-O ARQ-CLIENTE
           OPEN I-O ARQ-VENDEDOR

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
           OR WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS92L
              MOVE "ERRO NA ABERTURA DOS CADASTROS - BLOQUEADOS"
                                       TO MSG-RETORNO-HBSIS92L
              CLOSE ARQ-JORNAL
              GO TO 2300-EXIT
           END-IF

           READ ARQ-JORNAL

           PERFORM UNTIL WS-FL-STATUS-JRN NOT EQUAL "00"
              IF TIPO-REG-HBSIS92C     EQUAL "M"
                 PERFORM 2320-TRATA-MOVIMENTO
              END-IF
              READ ARQ-JORNAL
           END-PERFORM

           CLOSE ARQ-JORNAL
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF WS-QTD-MOVIMENTOS        EQUAL WS-CTL-QTD-MOVIMENTOS
           AND WS-HASH-CODIGOS         EQUAL WS-CTL-HASH-CODIGOS
           AND WS-SEQUENCIA-ANTERIOR   EQUAL WS-CTL-ULTIMA-SEQUENCIA
           AND WS-QTD-QUEBRAS-SEQ      EQUAL ZEROS
           AND QTD-ERROS-HBSIS92L      EQUAL ZEROS
              MOVE "CONFERE"           TO WS-RESULTADO
           ELSE
              MOVE "DIVERGENTE"        TO WS-RESULTADO
           END-IF

           PERFORM 2400-GRAVA-RELATORIO

           IF WS-RESULTADO             EQUAL "CONFERE"
              INITIALIZE HBSIS49L
              MOVE 2                   TO COD-FUNCAO-HBSIS49L
              MOVE "HBSIS92P"          TO ORIGEM-HBSIS49L
              CALL WS-HBSIS49          USING HBSIS49L
              MOVE ZEROS               TO COD-RETORNO-HBSIS92L
              MOVE SPACES              TO MSG-RETORNO-HBSIS92L
              STRING "JORNAL REAPLICADO - APLICADOS: "
                     QTD-APLICADOS-HBSIS92L
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS92L
           ELSE
              MOVE 8                   TO COD-RETORNO-HBSIS92L
              MOVE "TOTAIS DIVERGENTES - CADASTROS CONTINUAM BLOQUEADOS"
                                       TO MSG-RETORNO-HBSIS92L
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O JORNAL E O CONTROLE TEM DE SER DO MESMO BACKUP QUE FOI       *
      * RESTAURADO; DEIXA O JORNAL ABERTO APOS O CABECALHO             *
      *----------------------------------------------------------------*
       2310-CONFERE-BACKUP             SECTION.

           PERFORM 2110-LE-CONTROLE

           IF WS-FL-STATUS-CTL         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS92L
              MOVE "CONTROLE DO JORNAL NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS92L
              GO TO 2310-EXIT
           END-IF

           OPEN INPUT BKP-CONTROLE

           IF WS-FL-STATUS-BKP         EQUAL ZEROS
              READ BKP-CONTROLE
           END-IF

           IF WS-FL-STATUS-BKP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS92L
              MOVE "CONTROLE DO BACKUP NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS92L
              CLOSE BKP-CONTROLE
              GO TO 2310-EXIT
           END-IF

           CLOSE BKP-CONTROLE

           IF BKP-DATA-BACKUP          NOT EQUAL WS-CTL-DATA-BACKUP
           OR BKP-HORA-BACKUP          NOT EQUAL WS-CTL-HORA-BACKUP
              MOVE 1                   TO COD-RETORNO-HBSIS92L
              MOVE "JORNAL NAO CORRESPONDE AO ULTIMO BACKUP"
                                       TO MSG-RETORNO-HBSIS92L
              GO TO 2310-EXIT
           END-IF

           OPEN INPUT ARQ-JORNAL

           IF WS-FL-STATUS-JRN         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS92L
              MOVE "JORNAL DE RECUPERACAO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS92L
              GO TO 2310-EXIT
           END-IF

           READ ARQ-JORNAL

           IF WS-FL-STATUS-JRN         NOT EQUAL ZEROS
           OR TIPO-REG-HBSIS92C        NOT EQUAL "H"
           OR DATA-HBSIS92C            NOT EQUAL WS-CTL-DATA-BACKUP
           OR HORA-HBSIS92C            NOT EQUAL WS-CTL-HORA-BACKUP
              MOVE 1                   TO COD-RETORNO-HBSIS92L
              MOVE "CABECALHO DO JORNAL NAO CONFERE COM O BACKUP"
                                       TO MSG-RETORNO-HBSIS92L
              CLOSE ARQ-JORNAL
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA O MOVIMENTO E, SE NAO PASSA DO LIMITE, REGRAVA A IMAGEM  *
      * NO CADASTRO                                                    *
      *----------------------------------------------------------------*
       2320-TRATA-MOVIMENTO            SECTION.

           ADD 1                       TO WS-QTD-MOVIMENTOS
                                          QTD-LIDOS-HBSIS92L
           ADD CODIGO-HBSIS92C         TO WS-HASH-CODIGOS

           IF SEQUENCIA-HBSIS92C       NOT EQUAL
                                          WS-SEQUENCIA-ANTERIOR + 1
              ADD 1                    TO WS-QTD-QUEBRAS-SEQ
           END-IF
           MOVE SEQUENCIA-HBSIS92C     TO WS-SEQUENCIA-ANTERIOR

           PERFORM 2330-LOCALIZA-TIPO
           ADD 1                       TO WS-TIP-LIDOS (WS-IDX-TIPO)

           COMPUTE WS-MOMENTO = DATA-HBSIS92C * 1000000
                              + HORA-HBSIS92C

           IF WS-MOMENTO               GREATER WS-LIMITE
              ADD 1                    TO QTD-IGNORADOS-HBSIS92L
                                          WS-TIP-IGNORADOS (WS-IDX-TIPO)
              GO TO 2320-EXIT
           END-IF

           IF ENTIDADE-HBSIS92C        EQUAL "C"
              PERFORM 2340-APLICA-CLIENTE
              MOVE WS-FL-STATUS-CLI    TO WS-FL-STATUS-REL
           ELSE
              PERFORM 2350-APLICA-VENDEDOR
              MOVE WS-FL-STATUS-VEN    TO WS-FL-STATUS-REL
           END-IF

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              ADD 1                    TO QTD-APLICADOS-HBSIS92L
                                          WS-TIP-APLICADOS (WS-IDX-TIPO)
           ELSE
              ADD 1                    TO QTD-ERROS-HBSIS92L
                                          WS-TIP-ERROS (WS-IDX-TIPO)
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA WS-IDX-TIPO NO TIPO DE MOVIMENTO (INCLUI NA TABELA;  *
      * ACIMA DE 20 TIPOS ACUMULA NA ULTIMA LINHA)                     *
      *----------------------------------------------------------------*
       2330-LOCALIZA-TIPO              SECTION.

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO GREATER WS-QTD-TIPOS
                   OR WS-TIP-NOME (WS-IDX-TIPO) EQUAL TIPO-MOV-HBSIS92C
              CONTINUE
           END-PERFORM

           IF WS-IDX-TIPO              GREATER WS-QTD-TIPOS
              IF WS-QTD-TIPOS          LESS 20
                 ADD 1                 TO WS-QTD-TIPOS
                 MOVE WS-QTD-TIPOS     TO WS-IDX-TIPO
                 MOVE TIPO-MOV-HBSIS92C
                                       TO WS-TIP-NOME (WS-IDX-TIPO)
                 MOVE ZEROS            TO WS-TIP-LIDOS (WS-IDX-TIPO)
                                          WS-TIP-APLICADOS (WS-IDX-TIPO)
                                          WS-TIP-IGNORADOS (WS-IDX-TIPO)
                                          WS-TIP-ERROS (WS-IDX-TIPO)
              ELSE
                 MOVE 20               TO WS-IDX-TIPO
                 MOVE "OUTROS"         TO WS-TIP-NOME (WS-IDX-TIPO)
              END-IF
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A IMAGEM DO CLIENTE (INCLUSAO JA EXISTENTE VIRA        *
      * REGRAVACAO E ALTERACAO DE REGISTRO AUSENTE VIRA INCLUSAO)      *
      *----------------------------------------------------------------*
       2340-APLICA-CLIENTE             SECTION.

           MOVE IMAGEM-HBSIS92C        TO ARQ-HBSIS02C

           EVALUATE ACAO-HBSIS92C
               WHEN "I"
                    WRITE ARQ-HBSIS02C
                    IF WS-FL-STATUS-CLI EQUAL "22"
                       REWRITE ARQ-HBSIS02C
                    END-IF
               WHEN "E"
                    DELETE ARQ-CLIENTE
                    IF WS-FL-STATUS-CLI EQUAL "23"
                       MOVE "00"       TO WS-FL-STATUS-CLI
                    END-IF
               WHEN OTHER
                    REWRITE ARQ-HBSIS02C
                    IF WS-FL-STATUS-CLI EQUAL "23"
                       WRITE ARQ-HBSIS02C
                    END-IF
           END-EVALUATE

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A IMAGEM DO VENDEDOR                                   *
      *----------------------------------------------------------------*
       2350-APLICA-VENDEDOR            SECTION.

           MOVE IMAGEM-HBSIS92C        TO ARQ-HBSIS04C

           EVALUATE ACAO-HBSIS92C
               WHEN "I"
                    WRITE ARQ-HBSIS04C
                    IF WS-FL-STATUS-VEN EQUAL "22"
                       REWRITE ARQ-HBSIS04C
                    END-IF
               WHEN "E"
                    DELETE ARQ-VENDEDOR
                    IF WS-FL-STATUS-VEN EQUAL "23"
                       MOVE "00"       TO WS-FL-STATUS-VEN
                    END-IF
               WHEN OTHER
                    REWRITE ARQ-HBSIS04C
                    IF WS-FL-STATUS-VEN EQUAL "23"
                       WRITE ARQ-HBSIS04C
                    END-IF
           END-EVALUATE

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DA REAPLICACAO: CONTAGENS POR TIPO DE MOVIMENTO E    *
      * CONFERENCIA COM O CONTROLE DO JORNAL                           *
      *----------------------------------------------------------------*
       2400-GRAVA-RELATORIO            SECTION.

           OPEN OUTPUT REL-JORNAL

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           MOVE WS-CTL-DATA-BACKUP     TO CAB-JRN-DATA-BACKUP
           MOVE WS-CTL-HORA-BACKUP     TO CAB-JRN-HORA-BACKUP
           MOVE WS-LIMITE              TO CAB-JRN-LIMITE
           WRITE REG-REL-JORNAL        FROM LINHA-TRACO
           WRITE REG-REL-JORNAL        FROM CAB-JORNAL-1
           WRITE REG-REL-JORNAL        FROM LINHA-TRACO
           WRITE REG-REL-JORNAL        FROM CAB-JORNAL-COLUNAS
           MOVE 4                      TO WS-QTD-LINHAS-REL

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO GREATER WS-QTD-TIPOS
              MOVE WS-TIP-NOME (WS-IDX-TIPO)
                                       TO DET-JRN-TIPO
              MOVE WS-TIP-LIDOS (WS-IDX-TIPO)
                                       TO DET-JRN-LIDOS
              MOVE WS-TIP-APLICADOS (WS-IDX-TIPO)
                                       TO DET-JRN-APLICADOS
              MOVE WS-TIP-IGNORADOS (WS-IDX-TIPO)
                                       TO DET-JRN-IGNORADOS
              MOVE WS-TIP-ERROS (WS-IDX-TIPO)
                                       TO DET-JRN-ERROS
              WRITE REG-REL-JORNAL     FROM DET-JORNAL
              ADD 1                    TO WS-QTD-LINHAS-REL
           END-PERFORM

           MOVE "TOTAL"                TO DET-JRN-TIPO
           MOVE QTD-LIDOS-HBSIS92L     TO DET-JRN-LIDOS
           MOVE QTD-APLICADOS-HBSIS92L TO DET-JRN-APLICADOS
           MOVE QTD-IGNORADOS-HBSIS92L TO DET-JRN-IGNORADOS
           MOVE QTD-ERROS-HBSIS92L     TO DET-JRN-ERROS
           WRITE REG-REL-JORNAL        FROM LINHA-TRACO
           WRITE REG-REL-JORNAL        FROM DET-JORNAL

           MOVE "QUANTIDADE DE MOVIMENTOS"
                                       TO DET-CNF-ITEM
           MOVE WS-QTD-MOVIMENTOS      TO DET-CNF-JORNAL
           MOVE WS-CTL-QTD-MOVIMENTOS  TO DET-CNF-CONTROLE
           PERFORM 2410-GRAVA-CONFERENCIA

           MOVE "HASH DOS CODIGOS"     TO DET-CNF-ITEM
           MOVE WS-HASH-CODIGOS        TO DET-CNF-JORNAL
           MOVE WS-CTL-HASH-CODIGOS    TO DET-CNF-CONTROLE
           PERFORM 2410-GRAVA-CONFERENCIA

           MOVE "ULTIMA SEQUENCIA"     TO DET-CNF-ITEM
           MOVE WS-SEQUENCIA-ANTERIOR  TO DET-CNF-JORNAL
           MOVE WS-CTL-ULTIMA-SEQUENCIA
                                       TO DET-CNF-CONTROLE
           PERFORM 2410-GRAVA-CONFERENCIA

           MOVE "QUEBRAS DE SEQUENCIA" TO DET-CNF-ITEM
           MOVE WS-QTD-QUEBRAS-SEQ     TO DET-CNF-JORNAL
           MOVE ZEROS                  TO DET-CNF-CONTROLE
           PERFORM 2410-GRAVA-CONFERENCIA

           MOVE WS-RESULTADO           TO TOT-JRN-RESULTADO
           WRITE REG-REL-JORNAL        FROM LINHA-TRACO
           WRITE REG-REL-JORNAL        FROM TOT-JORNAL
           ADD 4                       TO WS-QTD-LINHAS-REL

           CLOSE REL-JORNAL

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELJORNALRECUP.TXT"   TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE CONFERENCIA JORNAL X CONTROLE               *
      *----------------------------------------------------------------*
       2410-GRAVA-CONFERENCIA          SECTION.

           IF DET-CNF-JORNAL           EQUAL DET-CNF-CONTROLE
              MOVE "OK"                TO DET-CNF-SITUACAO
           ELSE
              MOVE "DIVERGE"           TO DET-CNF-SITUACAO
           END-IF

           WRITE REG-REL-JORNAL        FROM DET-CONFERENCIA
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2410-EXIT.
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
      * FIM DO PROGRAMA HBSIS92P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS92P.
      *----------------------------------------------------------------*
