       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS95P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: HISTORICO PERMANENTE DE EXECUCAO DA CADEIA      *
      *                NOTURNA: ACRESCENTA INICIO, FIM, DURACAO E      *
      *                VOLUMES DE CADA PASSO, MARCANDO O ESTOURO DO    *
      *                LIMITE DE DURACAO DO PASSO (LIMITESCADEIA.TXT); *
      *                EMITE O RELATORIO DE TENDENCIA DAS DURACOES DAS *
      *                ULTIMAS N NOITES (MEDIA, PIOR E VARIACAO) E     *
      *                CALCULA O TERMINO PREVISTO DA CADEIA EM         *
      *                ANDAMENTO PELA DURACAO MEDIA DOS PASSOS         *
      *                RESTANTES                                       *
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
           SELECT ARQ-HISTORICO      ASSIGN TO "HISTCADEIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HST.

      *    TABELA DE LIMITES MANTIDA PELA OPERACAO: UMA LINHA POR PASSO
      *    COM O NUMERO DO PASSO E O LIMITE DE DURACAO EM MINUTOS
           SELECT ARQ-LIMITES        ASSIGN TO "LIMITESCADEIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-LIM.

           SELECT REL-TENDENCIA      ASSIGN TO "RELTENDENCIACADEIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-HISTORICO.
       COPY "HBSIS95C.CPY".

       FD  ARQ-LIMITES.
       01  REG-LIMITE.
           05  LIM-PASSO               PIC  9(001).
           05  LIM-MINUTOS             PIC  9(004).

       FD  REL-TENDENCIA.
       01  REG-REL-TENDENCIA           PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-HST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LIM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

      *    JANELAS PADRAO: RELATORIO DE TENDENCIA E BASE DA PREVISAO
       01  WS-NOITES-PADRAO-REL        PIC  9(003)         VALUE 30.
       01  WS-NOITES-PADRAO-ETA        PIC  9(003)         VALUE 10.

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-IDX-PASSO                PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(005)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * JANELA DE NOITES: AS CADEIAS SAO CONTADAS NA ORDEM DO ARQUIVO  *
      * (CRONOLOGICA); A JANELA SAO AS WS-NOITES-JANELA ULTIMAS E A    *
      * METADE RECENTE COMECA EM WS-NOITE-MEIO                         *
      *----------------------------------------------------------------*
       01  WS-NOITES-PEDIDAS           PIC  9(003)         VALUE ZEROS.
       01  WS-NOITES-JANELA            PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-NOITES-TOTAL         PIC  9(005)         VALUE ZEROS.
       01  WS-NOITE-ATUAL              PIC  9(005)         VALUE ZEROS.
       01  WS-NOITE-INICIO             PIC  9(005)         VALUE ZEROS.
       01  WS-NOITE-MEIO               PIC  9(005)         VALUE ZEROS.
       01  WS-ID-ANTERIOR              PIC  X(014)         VALUE SPACES.
       01  WS-DATA-PRIMEIRA-NOITE      PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-ULTIMA-NOITE        PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADOS POR PASSO DENTRO DA JANELA (SO PASSOS CONCLUIDOS    *
      * ENTRAM NAS DURACOES; OS ESTOUROS CONTAM TODAS AS EXECUCOES)    *
      *----------------------------------------------------------------*
       01  WS-TAB-HIST.
           05  WS-HST-ITEM             OCCURS 9 TIMES.
               10  WS-HST-NOME         PIC  X(020).
               10  WS-HST-QTD          PIC  9(005).
               10  WS-HST-SOMA-DUR     PIC  9(011).
               10  WS-HST-MEDIA        PIC  9(007).
               10  WS-HST-MAX-DUR      PIC  9(007).
               10  WS-HST-DATA-MAX     PIC  9(008).
               10  WS-HST-ULT-DUR      PIC  9(007).
               10  WS-HST-SOMA-LIDOS   PIC  9(013).
               10  WS-HST-QTD-ANT      PIC  9(005).
               10  WS-HST-SOMA-ANT     PIC  9(011).
               10  WS-HST-QTD-REC      PIC  9(005).
               10  WS-HST-SOMA-REC     PIC  9(011).
               10  WS-HST-ESTOUROS     PIC  9(005).

      *    LIMITE DE DURACAO POR PASSO EM SEGUNDOS (ZERO = SEM LIMITE)
       01  WS-TAB-LIMITES.
           05  WS-LIM-SEG              OCCURS 9 TIMES
                                       PIC  9(007).

      *----------------------------------------------------------------*
      * CALCULO DE DURACAO E DE DATA/HORA SOMADA DE SEGUNDOS           *
      *----------------------------------------------------------------*
       01  WS-CALC-DATA-INI            PIC  9(008)         VALUE ZEROS.
       01  WS-CALC-HORA-INI            PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-CALC-HORA-INI.
           05  WS-CALC-HH-INI          PIC  9(002).
           05  WS-CALC-MM-INI          PIC  9(002).
           05  WS-CALC-SS-INI          PIC  9(002).
       01  WS-CALC-DATA-FIM            PIC  9(008)         VALUE ZEROS.
       01  WS-CALC-HORA-FIM            PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-CALC-HORA-FIM.
           05  WS-CALC-HH-FIM          PIC  9(002).
           05  WS-CALC-MM-FIM          PIC  9(002).
           05  WS-CALC-SS-FIM          PIC  9(002).
       01  WS-CALC-SEGUNDOS            PIC  9(009)         VALUE ZEROS.
       01  WS-CALC-TOTAL-INI           PIC  9(013)         VALUE ZEROS.
       01  WS-CALC-TOTAL-FIM           PIC  9(013)         VALUE ZEROS.
       01  WS-CALC-DIA                 PIC  9(007)         VALUE ZEROS.
       01  WS-CALC-RESTO               PIC  9(005)         VALUE ZEROS.

       01  WS-SOMA-MEDIAS              PIC  9(009)         VALUE ZEROS.
       01  WS-MEDIA-ANT                PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-MEDIA-REC                PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-VARIACAO                 PIC S9(005)V9(001)  VALUE ZEROS.

      *    DURACAO EM HH:MM:SS
       01  WS-DUR-SEGUNDOS             PIC  9(009)         VALUE ZEROS.
       01  WS-DUR-RESTO                PIC  9(005)         VALUE ZEROS.
       01  WS-DUR-FORMATADA.
           05  WS-DUR-HH               PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-DUR-MM               PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-DUR-SS               PIC  9(002)         VALUE ZEROS.

       01  WS-DATA-AAAAMMDD            PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-DDMMAAAA            PIC  9(008)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE TENDENCIA                               *
      *----------------------------------------------------------------*
       01  CAB-TENDENCIA.
           03 FILLER                   PIC  X(049)         VALUE
              "TENDENCIA DE DURACAO DA CADEIA NOTURNA - ULTIMAS ".
           03 CAB-TEN-NOITES           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              " NOITES (".
           03 CAB-TEN-DATA-INI         PIC  99/99/9999     VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE
              " A ".
           03 CAB-TEN-DATA-FIM         PIC  99/99/9999     VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE ")".
           03 FILLER                   PIC  X(044)         VALUE SPACES.

       01  CAB-TEN-COLUNAS.
           03 FILLER                   PIC  X(024)         VALUE
              "PASSO".
           03 FILLER                   PIC  X(007)         VALUE
              "  EXEC".
           03 FILLER                   PIC  X(010)         VALUE
              "  MEDIA".
           03 FILLER                   PIC  X(010)         VALUE
              "  PIOR".
           03 FILLER                   PIC  X(012)         VALUE
              "  DATA PIOR".
           03 FILLER                   PIC  X(010)         VALUE
              "  ULTIMA".
           03 FILLER                   PIC  X(010)         VALUE
              "  LIMITE".
           03 FILLER                   PIC  X(010)         VALUE
              "  ESTOUROS".
           03 FILLER                   PIC  X(012)         VALUE
              " MEDIA LIDOS".
           03 FILLER                   PIC  X(010)         VALUE
              "  VARIACAO".
           03 FILLER                   PIC  X(017)         VALUE SPACES.

       01  DET-TENDENCIA.
           03 DET-TEN-PASSO            PIC  9(001)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".
           03 DET-TEN-NOME             PIC  X(020)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TEN-EXEC             PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-TEN-MEDIA            PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TEN-PIOR             PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TEN-DATA-PIOR        PIC  99/99/9999     VALUE ZEROS
                                       BLANK WHEN ZERO.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TEN-ULTIMA           PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TEN-LIMITE           PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TEN-ESTOUROS         PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-TEN-LIDOS            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-TEN-VARIACAO         PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(019)         VALUE SPACES.

       01  WS-VARIACAO-ED              PIC  -ZZZ9,9        VALUE ZEROS.

       01  DET-TEN-TOTAL.
           03 FILLER                   PIC  X(031)         VALUE
              "CADEIA COMPLETA (SOMA MEDIAS)".
           03 DET-TOT-MEDIA            PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(093)         VALUE SPACES.

       01  DET-TEN-NOTA.
           03 FILLER                   PIC  X(132)         VALUE
              "VARIACAO = MEDIA DA METADE RECENTE DA JANELA CONTRA A ME
      -       "DIA DA METADE ANTIGA (%)".

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS95L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS95L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS95L
                                          QTD-LINHAS-HBSIS95L
                                          WS-QTD-LINHAS-REL
           MOVE SPACES                 TO MSG-RETORNO-HBSIS95L

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF COD-FUNCAO-HBSIS95L      LESS 1 OR
              COD-FUNCAO-HBSIS95L      GREATER 3
              MOVE 9                   TO COD-RETORNO-HBSIS95L
              MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS95L
              GO TO 2000-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS95L      NOT EQUAL 2
              IF PASSO-HBSIS95L        LESS 1 OR
                 PASSO-HBSIS95L        GREATER 9
                 MOVE 9                TO COD-RETORNO-HBSIS95L
                 MOVE 'PASSO DA CADEIA INVALIDO'
                                       TO MSG-RETORNO-HBSIS95L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           PERFORM 2050-CARREGA-LIMITES

           EVALUATE COD-FUNCAO-HBSIS95L
               WHEN 1
                    PERFORM 2100-REGISTRA-PASSO
               WHEN 2
                    PERFORM 2200-RELATORIO-TENDENCIA
               WHEN 3
                    PERFORM 2300-PREVISAO-TERMINO
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A TABELA DE LIMITES DE DURACAO (ARQUIVO AUSENTE = SEM  *
      * LIMITES)                                                       *
      *----------------------------------------------------------------*
       2050-CARREGA-LIMITES            SECTION.

           INITIALIZE WS-TAB-LIMITES

           OPEN INPUT ARQ-LIMITES

           IF WS-FL-STATUS-LIM         NOT EQUAL ZEROS
              GO TO 2050-EXIT
           END-IF

           READ ARQ-LIMITES

           PERFORM UNTIL WS-FL-STATUS-LIM NOT EQUAL "00"
              IF LIM-PASSO             NUMERIC
              AND LIM-MINUTOS          NUMERIC
                 IF LIM-PASSO          NOT LESS 1 AND
                    LIM-PASSO          NOT GREATER 9
                    COMPUTE WS-LIM-SEG (LIM-PASSO) = LIM-MINUTOS * 60
                 END-IF
              END-IF
              READ ARQ-LIMITES
           END-PERFORM

           CLOSE ARQ-LIMITES

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1: ACRESCENTA O PASSO AO HISTORICO COM A DURACAO E O    *
      * ESTOURO DO LIMITE                                              *
      *----------------------------------------------------------------*
       2100-REGISTRA-PASSO             SECTION.

           MOVE DATA-INI-HBSIS95L      TO WS-CALC-DATA-INI
           MOVE HORA-INI-HBSIS95L      TO WS-CALC-HORA-INI
           MOVE DATA-FIM-HBSIS95L      TO WS-CALC-DATA-FIM
           MOVE HORA-FIM-HBSIS95L      TO WS-CALC-HORA-FIM
           PERFORM 2900-CALCULA-DURACAO

           MOVE WS-CALC-SEGUNDOS       TO DURACAO-SEG-HBSIS95L
           MOVE WS-LIM-SEG (PASSO-HBSIS95L)
                                       TO LIMITE-SEG-HBSIS95L
           MOVE "N"                    TO FLAG-ESTOURO-HBSIS95L

           IF LIMITE-SEG-HBSIS95L      GREATER ZEROS
           AND DURACAO-SEG-HBSIS95L    GREATER LIMITE-SEG-HBSIS95L
              MOVE "S"                 TO FLAG-ESTOURO-HBSIS95L
           END-IF

           OPEN EXTEND ARQ-HISTORICO

           IF WS-FL-STATUS-HST         EQUAL "35"
              OPEN OUTPUT ARQ-HISTORICO
           END-IF

           IF WS-FL-STATUS-HST         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS95L
              MOVE 'ERRO NA ABERTURA DO HISTORICO DA CADEIA'
                                       TO MSG-RETORNO-HBSIS95L
              GO TO 2100-EXIT
           END-IF

           MOVE DATA-CADEIA-HBSIS95L   TO DATA-CADEIA-HBSIS95C
           MOVE HORA-CADEIA-HBSIS95L   TO HORA-CADEIA-HBSIS95C
           MOVE PASSO-HBSIS95L         TO PASSO-HBSIS95C
           MOVE NOME-PASSO-HBSIS95L    TO NOME-PASSO-HBSIS95C
           MOVE DATA-INI-HBSIS95L      TO DATA-INI-HBSIS95C
           MOVE HORA-INI-HBSIS95L      TO HORA-INI-HBSIS95C
           MOVE DATA-FIM-HBSIS95L      TO DATA-FIM-HBSIS95C
           MOVE HORA-FIM-HBSIS95L      TO HORA-FIM-HBSIS95C
           MOVE DURACAO-SEG-HBSIS95L   TO DURACAO-SEG-HBSIS95C
           MOVE RC-PASSO-HBSIS95L      TO COD-RETORNO-HBSIS95C
           MOVE STATUS-PASSO-HBSIS95L  TO STATUS-HBSIS95C
           MOVE QTD-LIDOS-HBSIS95L     TO QTD-LIDOS-HBSIS95C
           MOVE QTD-ACEITOS-HBSIS95L   TO QTD-ACEITOS-HBSIS95C
           MOVE QTD-REJEITADOS-HBSIS95L
                                       TO QTD-REJEITADOS-HBSIS95C
           MOVE QTD-GRAVADOS-HBSIS95L  TO QTD-GRAVADOS-HBSIS95C
           MOVE LIMITE-SEG-HBSIS95L    TO LIMITE-SEG-HBSIS95C
           MOVE FLAG-ESTOURO-HBSIS95L  TO FLAG-ESTOURO-HBSIS95C

           WRITE ARQ-HBSIS95C

           CLOSE ARQ-HISTORICO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2: RELATORIO DE TENDENCIA DAS ULTIMAS N NOITES          *
      *----------------------------------------------------------------*
       2200-RELATORIO-TENDENCIA        SECTION.

           MOVE QTD-NOITES-HBSIS95L    TO WS-NOITES-PEDIDAS
           IF WS-NOITES-PEDIDAS        EQUAL ZEROS
              MOVE WS-NOITES-PADRAO-REL
                                       TO WS-NOITES-PEDIDAS
           END-IF

           PERFORM 2210-MONTA-JANELA

           IF WS-QTD-NOITES-TOTAL      EQUAL ZEROS
              MOVE 4                   TO COD-RETORNO-HBSIS95L
              MOVE 'HISTORICO DA CADEIA SEM EXECUCOES'
                                       TO MSG-RETORNO-HBSIS95L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2220-ACUMULA-HISTORICO

           OPEN OUTPUT REL-TENDENCIA

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS95L
              MOVE 'ERRO NA ABERTURA DO RELATORIO DE TENDENCIA'
                                       TO MSG-RETORNO-HBSIS95L
              GO TO 2200-EXIT
           END-IF

           MOVE WS-NOITES-JANELA       TO CAB-TEN-NOITES
           MOVE WS-DATA-PRIMEIRA-NOITE TO WS-DATA-AAAAMMDD
           PERFORM 2990-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO CAB-TEN-DATA-INI
           MOVE WS-DATA-ULTIMA-NOITE   TO WS-DATA-AAAAMMDD
           PERFORM 2990-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO CAB-TEN-DATA-FIM

           WRITE REG-REL-TENDENCIA     FROM CAB-TENDENCIA
           WRITE REG-REL-TENDENCIA     FROM LINHA-TRACO
           WRITE REG-REL-TENDENCIA     FROM CAB-TEN-COLUNAS
           WRITE REG-REL-TENDENCIA     FROM LINHA-TRACO

           MOVE ZEROS                  TO WS-SOMA-MEDIAS

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
              PERFORM 2230-GRAVA-LINHA-PASSO
           END-PERFORM

           WRITE REG-REL-TENDENCIA     FROM LINHA-TRACO

           MOVE WS-SOMA-MEDIAS         TO WS-DUR-SEGUNDOS
           PERFORM 2980-FORMATA-DURACAO
           MOVE WS-DUR-FORMATADA       TO DET-TOT-MEDIA
           WRITE REG-REL-TENDENCIA     FROM DET-TEN-TOTAL
           WRITE REG-REL-TENDENCIA     FROM DET-TEN-NOTA

           CLOSE REL-TENDENCIA

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELTENDENCIACADEIA.TXT"
                                       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-LINHAS-REL      TO QTD-LINHAS-HBSIS95L
           MOVE 'RELATORIO GERADO: RELTENDENCIACADEIA.TXT'
                                       TO MSG-RETORNO-HBSIS95L

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA AS NOITES DO HISTORICO E DEFINE A JANELA (ULTIMAS        *
      * WS-NOITES-PEDIDAS) E O INICIO DA METADE RECENTE                *
      *----------------------------------------------------------------*
       2210-MONTA-JANELA               SECTION.

           MOVE ZEROS                  TO WS-QTD-NOITES-TOTAL
                                          WS-NOITES-JANELA
                                          WS-NOITE-INICIO
                                          WS-NOITE-MEIO
           MOVE SPACES                 TO WS-ID-ANTERIOR

           OPEN INPUT ARQ-HISTORICO

           IF WS-FL-STATUS-HST         NOT EQUAL ZEROS
              GO TO 2210-EXIT
           END-IF

           READ ARQ-HISTORICO

           PERFORM UNTIL WS-FL-STATUS-HST NOT EQUAL "00"
              IF ID-CADEIA-HBSIS95C    NOT EQUAL WS-ID-ANTERIOR
                 ADD 1                 TO WS-QTD-NOITES-TOTAL
                 MOVE ID-CADEIA-HBSIS95C
                                       TO WS-ID-ANTERIOR
              END-IF
              READ ARQ-HISTORICO
           END-PERFORM

           CLOSE ARQ-HISTORICO

           IF WS-QTD-NOITES-TOTAL      EQUAL ZEROS
              GO TO 2210-EXIT
           END-IF

           IF WS-QTD-NOITES-TOTAL      LESS WS-NOITES-PEDIDAS
              MOVE WS-QTD-NOITES-TOTAL TO WS-NOITES-JANELA
           ELSE
              MOVE WS-NOITES-PEDIDAS   TO WS-NOITES-JANELA
           END-IF

           COMPUTE WS-NOITE-INICIO = WS-QTD-NOITES-TOTAL
                                   - WS-NOITES-JANELA + 1
           COMPUTE WS-NOITE-MEIO   = WS-NOITE-INICIO
                                   + (WS-NOITES-JANELA / 2)

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA AS EXECUCOES DOS PASSOS DENTRO DA JANELA E CALCULA A   *
      * DURACAO MEDIA DE CADA PASSO                                    *
      *----------------------------------------------------------------*
       2220-ACUMULA-HISTORICO          SECTION.

           INITIALIZE WS-TAB-HIST
           MOVE ZEROS                  TO WS-NOITE-ATUAL
                                          WS-DATA-PRIMEIRA-NOITE
                                          WS-DATA-ULTIMA-NOITE
           MOVE SPACES                 TO WS-ID-ANTERIOR

           OPEN INPUT ARQ-HISTORICO

           IF WS-FL-STATUS-HST         NOT EQUAL ZEROS
              GO TO 2220-EXIT
           END-IF

           READ ARQ-HISTORICO

           PERFORM UNTIL WS-FL-STATUS-HST NOT EQUAL "00"
              IF ID-CADEIA-HBSIS95C    NOT EQUAL WS-ID-ANTERIOR
                 ADD 1                 TO WS-NOITE-ATUAL
                 MOVE ID-CADEIA-HBSIS95C
                                       TO WS-ID-ANTERIOR
                 IF WS-NOITE-ATUAL     EQUAL WS-NOITE-INICIO
                    MOVE DATA-CADEIA-HBSIS95C
                                       TO WS-DATA-PRIMEIRA-NOITE
                 END-IF
                 MOVE DATA-CADEIA-HBSIS95C
                                       TO WS-DATA-ULTIMA-NOITE
              END-IF
              IF WS-NOITE-ATUAL        NOT LESS WS-NOITE-INICIO
              AND PASSO-HBSIS95C       NOT LESS 1
              AND PASSO-HBSIS95C       NOT GREATER 9
                 PERFORM 2225-ACUMULA-PASSO
              END-IF
              READ ARQ-HISTORICO
           END-PERFORM

           CLOSE ARQ-HISTORICO

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
              IF WS-HST-QTD (WS-IDX-PASSO) GREATER ZEROS
                 COMPUTE WS-HST-MEDIA (WS-IDX-PASSO) ROUNDED =
                         WS-HST-SOMA-DUR (WS-IDX-PASSO)
                       / WS-HST-QTD (WS-IDX-PASSO)
              END-IF
           END-PERFORM

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O REGISTRO DE HISTORICO LIDO NO SEU PASSO              *
      *----------------------------------------------------------------*
       2225-ACUMULA-PASSO              SECTION.

           MOVE PASSO-HBSIS95C         TO WS-IDX-PASSO
           MOVE NOME-PASSO-HBSIS95C    TO WS-HST-NOME (WS-IDX-PASSO)

           IF FLAG-ESTOURO-HBSIS95C    EQUAL "S"
              ADD 1                    TO WS-HST-ESTOUROS
                                          (WS-IDX-PASSO)
           END-IF

           IF STATUS-HBSIS95C          NOT EQUAL "O"
              GO TO 2225-EXIT
           END-IF

           ADD 1                       TO WS-HST-QTD (WS-IDX-PASSO)
           ADD DURACAO-SEG-HBSIS95C    TO WS-HST-SOMA-DUR
                                          (WS-IDX-PASSO)
           ADD QTD-LIDOS-HBSIS95C      TO WS-HST-SOMA-LIDOS
                                          (WS-IDX-PASSO)
           MOVE DURACAO-SEG-HBSIS95C   TO WS-HST-ULT-DUR
                                          (WS-IDX-PASSO)

           IF DURACAO-SEG-HBSIS95C     NOT LESS
              WS-HST-MAX-DUR (WS-IDX-PASSO)
              MOVE DURACAO-SEG-HBSIS95C
                                       TO WS-HST-MAX-DUR
                                          (WS-IDX-PASSO)
              MOVE DATA-INI-HBSIS95C   TO WS-HST-DATA-MAX
                                          (WS-IDX-PASSO)
           END-IF

           IF WS-NOITE-ATUAL           LESS WS-NOITE-MEIO
              ADD 1                    TO WS-HST-QTD-ANT
                                          (WS-IDX-PASSO)
              ADD DURACAO-SEG-HBSIS95C TO WS-HST-SOMA-ANT
                                          (WS-IDX-PASSO)
           ELSE
              ADD 1                    TO WS-HST-QTD-REC
                                          (WS-IDX-PASSO)
              ADD DURACAO-SEG-HBSIS95C TO WS-HST-SOMA-REC
                                          (WS-IDX-PASSO)
           END-IF

           .
       2225-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DO PASSO WS-IDX-PASSO NO RELATORIO DE TENDENCIA          *
      *----------------------------------------------------------------*
       2230-GRAVA-LINHA-PASSO          SECTION.

           IF WS-HST-QTD (WS-IDX-PASSO) EQUAL ZEROS
           AND WS-HST-ESTOUROS (WS-IDX-PASSO) EQUAL ZEROS
              GO TO 2230-EXIT
           END-IF

           MOVE WS-IDX-PASSO           TO DET-TEN-PASSO
           MOVE WS-HST-NOME (WS-IDX-PASSO)
                                       TO DET-TEN-NOME
           MOVE WS-HST-QTD (WS-IDX-PASSO)
                                       TO DET-TEN-EXEC

           MOVE WS-HST-MEDIA (WS-IDX-PASSO)
                                       TO WS-DUR-SEGUNDOS
           PERFORM 2980-FORMATA-DURACAO
           MOVE WS-DUR-FORMATADA       TO DET-TEN-MEDIA
           ADD WS-HST-MEDIA (WS-IDX-PASSO)
                                       TO WS-SOMA-MEDIAS

           MOVE WS-HST-MAX-DUR (WS-IDX-PASSO)
                                       TO WS-DUR-SEGUNDOS
           PERFORM 2980-FORMATA-DURACAO
           MOVE WS-DUR-FORMATADA       TO DET-TEN-PIOR

           MOVE WS-HST-DATA-MAX (WS-IDX-PASSO)
                                       TO WS-DATA-AAAAMMDD
           PERFORM 2990-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO DET-TEN-DATA-PIOR

           MOVE WS-HST-ULT-DUR (WS-IDX-PASSO)
                                       TO WS-DUR-SEGUNDOS
           PERFORM 2980-FORMATA-DURACAO
           MOVE WS-DUR-FORMATADA       TO DET-TEN-ULTIMA

           IF WS-LIM-SEG (WS-IDX-PASSO) GREATER ZEROS
              MOVE WS-LIM-SEG (WS-IDX-PASSO)
                                       TO WS-DUR-SEGUNDOS
              PERFORM 2980-FORMATA-DURACAO
              MOVE WS-DUR-FORMATADA    TO DET-TEN-LIMITE
           ELSE
              MOVE "SEM LIM."          TO DET-TEN-LIMITE
           END-IF

           MOVE WS-HST-ESTOUROS (WS-IDX-PASSO)
                                       TO DET-TEN-ESTOUROS

           IF WS-HST-QTD (WS-IDX-PASSO) GREATER ZEROS
              COMPUTE DET-TEN-LIDOS ROUNDED =
                      WS-HST-SOMA-LIDOS (WS-IDX-PASSO)
                    / WS-HST-QTD (WS-IDX-PASSO)
           ELSE
              MOVE ZEROS               TO DET-TEN-LIDOS
           END-IF

      *    VARIACAO SO COM AS DUAS METADES DA JANELA PREENCHIDAS
           MOVE SPACES                 TO DET-TEN-VARIACAO
           IF WS-HST-QTD-ANT (WS-IDX-PASSO) GREATER ZEROS
           AND WS-HST-QTD-REC (WS-IDX-PASSO) GREATER ZEROS
           AND WS-HST-SOMA-ANT (WS-IDX-PASSO) GREATER ZEROS
              COMPUTE WS-MEDIA-ANT ROUNDED =
                      WS-HST-SOMA-ANT (WS-IDX-PASSO)
                    / WS-HST-QTD-ANT (WS-IDX-PASSO)
              COMPUTE WS-MEDIA-REC ROUNDED =
                      WS-HST-SOMA-REC (WS-IDX-PASSO)
                    / WS-HST-QTD-REC (WS-IDX-PASSO)
              COMPUTE WS-VARIACAO ROUNDED =
                      (WS-MEDIA-REC - WS-MEDIA-ANT) * 100
                    / WS-MEDIA-ANT
              MOVE WS-VARIACAO         TO WS-VARIACAO-ED
              MOVE WS-VARIACAO-ED      TO DET-TEN-VARIACAO
              MOVE "%"                 TO DET-TEN-VARIACAO (8:1)
           END-IF

           WRITE REG-REL-TENDENCIA     FROM DET-TENDENCIA
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3: TERMINO PREVISTO = INICIO DO PASSO INFORMADO + SOMA  *
      * DAS DURACOES MEDIAS DELE E DOS PASSOS SEGUINTES NAS ULTIMAS    *
      * NOITES (PASSO SEM HISTORICO NAO ENTRA NA SOMA)                 *
      *----------------------------------------------------------------*
       2300-PREVISAO-TERMINO           SECTION.

           MOVE ZEROS                  TO DATA-PREVISTA-HBSIS95L
                                          HORA-PREVISTA-HBSIS95L

           MOVE QTD-NOITES-HBSIS95L    TO WS-NOITES-PEDIDAS
           IF WS-NOITES-PEDIDAS        EQUAL ZEROS
              MOVE WS-NOITES-PADRAO-ETA
                                       TO WS-NOITES-PEDIDAS
           END-IF

           PERFORM 2210-MONTA-JANELA

           IF WS-QTD-NOITES-TOTAL      EQUAL ZEROS
              MOVE 4                   TO COD-RETORNO-HBSIS95L
              MOVE 'SEM HISTORICO DA CADEIA PARA A PREVISAO'
                                       TO MSG-RETORNO-HBSIS95L
              GO TO 2300-EXIT
           END-IF

           PERFORM 2220-ACUMULA-HISTORICO

           MOVE ZEROS                  TO WS-SOMA-MEDIAS

           PERFORM VARYING WS-IDX-PASSO FROM PASSO-HBSIS95L BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
              ADD WS-HST-MEDIA (WS-IDX-PASSO)
                                       TO WS-SOMA-MEDIAS
           END-PERFORM

           MOVE DATA-INI-HBSIS95L      TO WS-CALC-DATA-INI
           MOVE HORA-INI-HBSIS95L      TO WS-CALC-HORA-INI
           MOVE WS-SOMA-MEDIAS         TO WS-CALC-SEGUNDOS
           PERFORM 2910-SOMA-SEGUNDOS

           MOVE WS-CALC-DATA-FIM       TO DATA-PREVISTA-HBSIS95L
           MOVE WS-CALC-HORA-FIM       TO HORA-PREVISTA-HBSIS95L

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DURACAO EM SEGUNDOS ENTRE INICIO E FIM (PODE VIRAR O DIA)      *
      *----------------------------------------------------------------*
       2900-CALCULA-DURACAO            SECTION.

           MOVE ZEROS                  TO WS-CALC-SEGUNDOS

           IF WS-CALC-DATA-INI         EQUAL ZEROS
           OR WS-CALC-DATA-FIM         EQUAL ZEROS
              GO TO 2900-EXIT
           END-IF

           COMPUTE WS-CALC-TOTAL-INI =
                   FUNCTION INTEGER-OF-DATE (WS-CALC-DATA-INI) * 86400
                 + WS-CALC-HH-INI * 3600
                 + WS-CALC-MM-INI * 60
                 + WS-CALC-SS-INI
           COMPUTE WS-CALC-TOTAL-FIM =
                   FUNCTION INTEGER-OF-DATE (WS-CALC-DATA-FIM) * 86400
                 + WS-CALC-HH-FIM * 3600
                 + WS-CALC-MM-FIM * 60
                 + WS-CALC-SS-FIM

           IF WS-CALC-TOTAL-FIM        GREATER WS-CALC-TOTAL-INI
              COMPUTE WS-CALC-SEGUNDOS = WS-CALC-TOTAL-FIM
                                       - WS-CALC-TOTAL-INI
           END-IF

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA WS-CALC-SEGUNDOS A DATA/HORA INICIAL, DEVOLVENDO A        *
      * DATA/HORA RESULTANTE EM WS-CALC-DATA-FIM/WS-CALC-HORA-FIM      *
      *----------------------------------------------------------------*
       2910-SOMA-SEGUNDOS              SECTION.

           COMPUTE WS-CALC-TOTAL-FIM =
                   FUNCTION INTEGER-OF-DATE (WS-CALC-DATA-INI) * 86400
                 + WS-CALC-HH-INI * 3600
                 + WS-CALC-MM-INI * 60
                 + WS-CALC-SS-INI
                 + WS-CALC-SEGUNDOS

           DIVIDE WS-CALC-TOTAL-FIM    BY 86400
                                       GIVING WS-CALC-DIA
                                       REMAINDER WS-CALC-RESTO

           COMPUTE WS-CALC-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER (WS-CALC-DIA)

           DIVIDE WS-CALC-RESTO        BY 3600
                                       GIVING WS-CALC-HH-FIM
                                       REMAINDER WS-CALC-RESTO
           DIVIDE WS-CALC-RESTO        BY 60
                                       GIVING WS-CALC-MM-FIM
                                       REMAINDER WS-CALC-SS-FIM

           .
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDOS (WS-DUR-SEGUNDOS) EM HH:MM:SS (WS-DUR-FORMATADA)      *
      *----------------------------------------------------------------*
       2980-FORMATA-DURACAO            SECTION.

           IF WS-DUR-SEGUNDOS          GREATER 359999
              MOVE 359999              TO WS-DUR-SEGUNDOS
           END-IF

           DIVIDE WS-DUR-SEGUNDOS      BY 3600
                                       GIVING WS-DUR-HH
                                       REMAINDER WS-DUR-RESTO
           DIVIDE WS-DUR-RESTO         BY 60
                                       GIVING WS-DUR-MM
                                       REMAINDER WS-DUR-SS

           .
       2980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AAAAMMDD (WS-DATA-AAAAMMDD) PARA DDMMAAAA (WS-DATA-DDMMAAAA)   *
      *----------------------------------------------------------------*
       2990-CONVERTE-DATA              SECTION.

           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DATA-DDMMAAAA (1:2)
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-DATA-DDMMAAAA (3:2)
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-DATA-DDMMAAAA (5:4)

           .
       2990-EXIT.
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
      * FIM DO PROGRAMA HBSIS95P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS95P.
      *----------------------------------------------------------------*
