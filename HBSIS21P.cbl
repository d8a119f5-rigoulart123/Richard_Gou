      * OBJETIVO.....: ORQUESTRADOR DA CADEIA BATCH NOTURNA:           *
      *                1-IMPORTA CLIENTES  2-IMPORTA VENDEDORES        *
      *                3-ALTERACOES PROGRAMADAS (HBSIS50P)             *
      *                4-DISTRIBUICAO (HBSIS07P), UMA EXECUCAO POR     *
      *                  FILIAL EM PARALELO, CONFERIDAS PELO HBSIS76P, *
      *                  E POR ULTIMO A DOS CLIENTES SEM FILIAL        *
      *                5-REATRIBUICOES APROVADAS (HBSIS51P)            *
      *                6-RELATORIO (HBSIS03P) E EXTRATOS AD-HOC        *
      *                  AGENDADOS PARA O DIA (HBSIS98P)               *
      *                7-AVISOS DE MUDANCA DE CARTEIRA (HBSIS88P)      *
      *                8-ENTREGA DAS SAIDAS (HBSIS67P)                 *
      *                9-EXPURGO DAS SAIDAS VENCIDAS (HBSIS96P).       *
      *                REGISTRA INICIO/FIM/RC DE CADA                  *
      *                PASSO NO ARQUIVO DE CONTROLE DE EXECUCAO E, NO  *
      *                RELANCAMENTO, RETOMA DO PASSO QUE FALHOU SEM    *
      *                REPETIR AS IMPORTACOES JA CONCLUIDAS. ANTES DE  *
      *                CADA PASSO O ANTERIOR E CONFERIDO (HBSIS94P):   *
      *                PASSO DESBALANCEADO INTERROMPE A CADEIA E E     *
      *                REEXECUTADO NO RELANCAMENTO. AO FINAL EMITE O   *
      *                RELATORIO DE CONTROLE DA CADEIA. CADA PASSO     *
      *                EXECUTADO ENTRA NO HISTORICO DE DURACOES        *
      *                (HBSIS95P) E, NO INICIO DE CADA PASSO, E        *
      *                EXIBIDO O TERMINO PREVISTO DA CADEIA.           *
      *                OS DIGITOS DE HBSIS21_PASSOS_PULA_FERIADO SAO   *
      *                OS NUMEROS DOS PASSOS ACIMA (7 = AVISOS,        *
      *                8 = ENTREGA, 9 = EXPURGO)                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           SELECT ARQ-CONTROLE       ASSIGN TO "CONTROLEEXECUCAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTL.

           SELECT ARQ-CONTROLE-FILIAL ASSIGN TO "CONTROLEFILIAIS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTF.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           05  CTL-HORA-FIM            PIC  9(006).
           05  CTL-COD-RETORNO         PIC  9(002).
           05  CTL-STATUS              PIC  X(001).

      *    UM REGISTRO POR PARTICAO (FILIAL) DA DISTRIBUICAO PARALELA
       FD  ARQ-CONTROLE-FILIAL
           LABEL RECORD IS STANDARD.
       01  REG-CONTROLE-FILIAL.
           05  CTF-DATA-EXEC           PIC  9(008).
           05  CTF-HORA-EXEC           PIC  9(006).
           05  CTF-DATA-EXEC-ANT       PIC  9(008).
           05  CTF-HORA-EXEC-ANT       PIC  9(006).
           05  CTF-FILIAL              PIC  9(002).
           05  CTF-STATUS              PIC  X(001).
           05  CTF-QTD-CLIENTES        PIC  9(007).
           05  CTF-QTD-GRAVADOS        PIC  9(007).
           05  CTF-MOTIVO              PIC  X(040).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CTL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTF            PIC  X(002)         VALUE "00".

       01  WS-HBSIS02                  PIC  X(009)         VALUE
           'HBSIS02P'.
       01  WS-PARM-FILIAL              PIC  9(002)         VALUE ZEROS.

       01  WS-PASSO-INICIAL            PIC  9(001)         VALUE 1.
       01  WS-PASSO-ATUAL              PIC  9(002)         VALUE ZEROS.
       01  WS-RC-PASSO                 PIC  9(002)         VALUE ZEROS.
       01  WS-CADEIA-FALHOU            PIC  X(001)         VALUE "N".
       01  WS-IDX-PASSO                PIC  9(002)         VALUE ZEROS.
       01  WS-STATUS-ANTERIOR          PIC  X(001)         VALUE SPACES.
       01  WS-PASSO-CONFERIR           PIC  9(001)         VALUE ZEROS.

      *    TERMINO PREVISTO DA CADEIA (DD/MM/AAAA HH:MM)
       01  WS-PREVISAO-ED.
           05  WS-PREV-DIA             PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-PREV-MES             PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-PREV-ANO             PIC  9(004)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE SPACE.
           05  WS-PREV-HH              PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-PREV-MM              PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * DISTRIBUICAO PARALELA POR FILIAL: CADA PARTICAO RODA O DRIVER  *
      * BATCH (HBSIS10P) EM UM PROCESSO PROPRIO PELO COMANDO DE        *
      * HBSIS21_CMD_DISTRIB_FILIAL, AS FILIAIS AO MESMO TEMPO E A      *
      * PARTICAO 00 DEPOIS DELAS. SEM O COMANDO, OU COM                *
      * HBSIS21_DISTRIB_PARALELA=N, A EXECUCAO E UNICA                 *
      *----------------------------------------------------------------*
       01  WS-PARM-PARALELA            PIC  X(001)         VALUE SPACE.
       01  WS-CMD-DISTRIB-FILIAL       PIC  X(100)         VALUE SPACES.
       01  WS-STATUS-PASSO4-ANT        PIC  X(001)         VALUE SPACE.
       01  WS-PARALELA-EXECUTADA       PIC  X(001)         VALUE "N".
       01  WS-PARTICOES-RETOMADAS      PIC  X(001)         VALUE "N".
       01  WS-IDX-PAR                  PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-LANCADAS             PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-ERROS-FILIAL         PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-PAR-ZERO             PIC  9(003)         VALUE ZEROS.
      *    "F" = PARTICOES DAS FILIAIS, "Z" = PARTICAO 00
       01  WS-FASE-PARTICOES           PIC  X(001)         VALUE SPACE.
       01  WS-PTR-COMANDO              PIC  9(005)         VALUE ZEROS.
       01  WS-COMANDO                  PIC  X(20000)       VALUE SPACES.

      *----------------------------------------------------------------*
      * PASSOS MARCADOS PARA PULAR EM FERIADO NACIONAL (EXTRATOS DE    *
      * INTERFACE QUE NAO CHEGAM EM FERIADO): DIGITOS DOS PASSOS NA    *
      * VARIAVEL DE AMBIENTE HBSIS21_PASSOS_PULA_FERIADO, NA NUMERACAO *
      * ATUAL DA CADEIA (ENTREGA DAS SAIDAS = 8)                       *
      *----------------------------------------------------------------*
       01  WS-PARM-PULA-FERIADO        PIC  X(009)         VALUE SPACES.
       01  WS-TAB-PULA-FERIADO.
           05  WS-PASSO-PULA           OCCURS 9 TIMES
                                       PIC X(001) VALUE "N".
       01  WS-HOJE-FERIADO             PIC  X(001)         VALUE "N".
       01  WS-IDX-PULA                 PIC  9(002)         VALUE ZEROS.
       01  WS-DIGITO-PULA              PIC  9(001)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * REGRAVADA INTEGRALMENTE NO ARQUIVO DE CONTROLE A CADA MUDANCA  *
      *----------------------------------------------------------------*
       01  WS-TAB-PASSOS.
           05  WS-PASSO-ITEM           OCCURS 9 TIMES.
               10  WS-PASSO-NOME       PIC  X(020).
               10  WS-PASSO-DATA-INI   PIC  9(008).
               10  WS-PASSO-HORA-INI   PIC  9(006).
           'HBSIS63P'.
       01  WS-HBSIS67                  PIC  X(009)         VALUE
           'HBSIS67P'.
       01  WS-HBSIS76                  PIC  X(009)         VALUE
           'HBSIS76P'.
       01  WS-HBSIS88                  PIC  X(009)         VALUE
           'HBSIS88P'.
       01  WS-HBSIS94                  PIC  X(009)         VALUE
           'HBSIS94P'.
       01  WS-HBSIS95                  PIC  X(009)         VALUE
           'HBSIS95P'.
       01  WS-HBSIS96                  PIC  X(009)         VALUE
           'HBSIS96P'.
       01  WS-HBSIS98                  PIC  X(009)         VALUE
           'HBSIS98P'.

       COPY HBSIS49L.
       COPY HBSIS50L.
       COPY HBSIS51L.
       COPY HBSIS63L.
       COPY HBSIS67L.
       COPY HBSIS76L.
       COPY HBSIS88L.
       COPY HBSIS94L.
       COPY HBSIS95L.
       COPY HBSIS96L.
       COPY HBSIS98L.

       COPY HBSIS02L.
       COPY HBSIS04L.
                              FROM ENVIRONMENT
                              "HBSIS21_PASSOS_PULA_FERIADO"

           ACCEPT WS-PARM-PARALELA
                              FROM ENVIRONMENT
                              "HBSIS21_DISTRIB_PARALELA"
           MOVE FUNCTION UPPER-CASE(WS-PARM-PARALELA)
                                       TO WS-PARM-PARALELA

           ACCEPT WS-CMD-DISTRIB-FILIAL
                              FROM ENVIRONMENT
                              "HBSIS21_CMD_DISTRIB_FILIAL"

           PERFORM VARYING WS-IDX-PULA FROM 1 BY 1
                   UNTIL WS-IDX-PULA GREATER 9
              IF WS-PARM-PULA-FERIADO (WS-IDX-PULA : 1) NUMERIC
                 MOVE WS-PARM-PULA-FERIADO (WS-IDX-PULA : 1)
                                       TO WS-DIGITO-PULA
                 IF WS-DIGITO-PULA     NOT LESS 1 AND
                    WS-DIGITO-PULA     NOT GREATER 9
                    MOVE "S"           TO WS-PASSO-PULA
                                       (WS-DIGITO-PULA)
                 END-IF
           PERFORM 1200-CARREGA-CONTROLE
           PERFORM 1300-DECIDE-PASSO-INICIAL

      *    RETOMADA NA DISTRIBUICAO: AS PARTICOES JA CONFERIDAS NAO
      *    SAO RELANCADAS
           MOVE SPACE                  TO WS-STATUS-PASSO4-ANT
           IF WS-PASSO-INICIAL         EQUAL 4
              MOVE WS-PASSO-STATUS (4) TO WS-STATUS-PASSO4-ANT
           END-IF

           .
       1000-EXIT.
           EXIT.
           MOVE "DISTRIBUICAO"         TO WS-PASSO-NOME (4)
           MOVE "REATRIBUICOES APROV"   TO WS-PASSO-NOME (5)
           MOVE "RELATORIO"            TO WS-PASSO-NOME (6)
           MOVE "AVISOS DE CARTEIRA"   TO WS-PASSO-NOME (7)
           MOVE "ENTREGA DE SAIDAS"    TO WS-PASSO-NOME (8)
           MOVE "EXPURGO DE SAIDAS"    TO WS-PASSO-NOME (9)

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
              MOVE ZEROS               TO WS-PASSO-DATA-INI
                                          (WS-IDX-PASSO)
                                          WS-PASSO-HORA-INI

           PERFORM UNTIL WS-FL-STATUS-CTL NOT EQUAL "00"
              IF CTL-PASSO             NOT LESS 1 AND
                 CTL-PASSO             NOT GREATER 9
                 MOVE CTL-DATA-INICIO  TO WS-PASSO-DATA-INI (CTL-PASSO)
                 MOVE CTL-HORA-INICIO  TO WS-PASSO-HORA-INI (CTL-PASSO)
                 MOVE CTL-DATA-FIM     TO WS-PASSO-DATA-FIM (CTL-PASSO)
           MOVE "O"                    TO WS-STATUS-ANTERIOR

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
                      OR WS-PASSO-INICIAL GREATER ZEROS
              IF WS-PASSO-STATUS (WS-IDX-PASSO) NOT EQUAL "O"
              AND WS-PASSO-STATUS (WS-IDX-PASSO) NOT EQUAL SPACE
           MOVE "N"                    TO WS-CADEIA-FALHOU

           PERFORM VARYING WS-PASSO-ATUAL FROM WS-PASSO-INICIAL BY 1
                   UNTIL WS-PASSO-ATUAL GREATER 9
                      OR WS-CADEIA-FALHOU EQUAL "S"
              PERFORM 2100-EXECUTA-PASSO
           END-PERFORM

      *    CONFERENCIA DE FECHAMENTO: O ULTIMO PASSO NAO TEM SEGUINTE
           IF WS-CADEIA-FALHOU         EQUAL "N"
              MOVE 9                   TO WS-PASSO-CONFERIR
              PERFORM 2150-CONFERE-BALANCEAMENTO
           END-IF

           PERFORM 2160-RELATORIO-CONTROLE

      *    LIBERA O BLOQUEIO AO FINAL DA CADEIA (COM OU SEM ERRO)
           INITIALIZE HBSIS49L
           MOVE 2                      TO COD-FUNCAO-HBSIS49L
      *----------------------------------------------------------------*
       2100-EXECUTA-PASSO              SECTION.

      *    O PASSO ANTERIOR SO LIBERA A CADEIA SE ESTIVER BALANCEADO
           IF WS-PASSO-ATUAL           GREATER 1
              COMPUTE WS-PASSO-CONFERIR = WS-PASSO-ATUAL - 1
              PERFORM 2150-CONFERE-BALANCEAMENTO
              IF WS-CADEIA-FALHOU      EQUAL "S"
                 GO TO 2100-EXIT
              END-IF
           END-IF

      *    FERIADO NACIONAL: OS PASSOS MARCADOS NO CONTROLE SAO
      *    CONCLUIDOS SEM EXECUTAR, PARA A NOITE DE FERIADO NAO
      *    TERMINAR COMO FALHA FALSA
              MOVE ZEROS               TO WS-PASSO-RC (WS-PASSO-ATUAL)
              MOVE "O"                 TO WS-PASSO-STATUS
                                          (WS-PASSO-ATUAL)
              INITIALIZE HBSIS94L
              MOVE "N"                 TO FLAG-EXECUTADO-HBSIS94L
              PERFORM 2190-REGISTRA-BALANCO
              PERFORM 2900-REGRAVA-CONTROLE
              GO TO 2100-EXIT
           END-IF

           PERFORM 2900-REGRAVA-CONTROLE

           PERFORM 2170-PREVISAO-TERMINO

           MOVE ZEROS                  TO WS-RC-PASSO

      *    CADA PASSO DEVOLVE SUAS QUANTIDADES NA AREA DO HBSIS94P
           INITIALIZE HBSIS94L
           MOVE "S"                    TO FLAG-EXECUTADO-HBSIS94L

           EVALUATE WS-PASSO-ATUAL
               WHEN 1
                    PERFORM 2210-PASSO-IMPORTA-CLI
               WHEN 6
                    PERFORM 2240-PASSO-RELATORIO
               WHEN 7
                    PERFORM 2245-PASSO-AVISOS-CARTEIRA
               WHEN 8
                    PERFORM 2250-PASSO-ENTREGA
               WHEN 9
                    PERFORM 2255-PASSO-EXPURGO
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE (1:8)
              MOVE "S"                 TO WS-CADEIA-FALHOU
           END-IF

           PERFORM 2190-REGISTRA-BALANCO

           PERFORM 2180-REGISTRA-HISTORICO

           PERFORM 2900-REGRAVA-CONTROLE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O BALANCEAMENTO DO PASSO WS-PASSO-CONFERIR (HBSIS94P). *
      * DESBALANCEADO: O PASSO FICA COM SITUACAO "B" E RC 8, PARA O    *
      * RELANCAMENTO RETOMAR POR ELE, E A CADEIA E INTERROMPIDA        *
      *----------------------------------------------------------------*
       2150-CONFERE-BALANCEAMENTO      SECTION.

           INITIALIZE HBSIS94L
           MOVE 2                      TO COD-FUNCAO-HBSIS94L
           MOVE WS-PASSO-CONFERIR      TO PASSO-HBSIS94L

           CALL WS-HBSIS94             USING HBSIS94L

           IF COD-RETORNO-HBSIS94L     NOT EQUAL 8
              GO TO 2150-EXIT
           END-IF

           MOVE "B"                    TO WS-PASSO-STATUS
                                          (WS-PASSO-CONFERIR)
           MOVE 8                      TO WS-PASSO-RC
                                          (WS-PASSO-CONFERIR)
                                          WS-RC-PASSO
           MOVE "S"                    TO WS-CADEIA-FALHOU

           DISPLAY "HBSIS21P - CADEIA INTERROMPIDA: PASSO "
                   WS-PASSO-CONFERIR " DESBALANCEADO - "
                   MSG-RETORNO-HBSIS94L

           PERFORM 2900-REGRAVA-CONTROLE

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE CONTROLE DA CADEIA (HBSIS94P FUNCAO 3)            *
      *----------------------------------------------------------------*
       2160-RELATORIO-CONTROLE         SECTION.

           INITIALIZE HBSIS94L
           MOVE 3                      TO COD-FUNCAO-HBSIS94L

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
              MOVE WS-PASSO-ITEM (WS-IDX-PASSO)
                                       TO PASSO-CADEIA-HBSIS94L
                                          (WS-IDX-PASSO)
           END-PERFORM

           CALL WS-HBSIS94             USING HBSIS94L

           IF COD-RETORNO-HBSIS94L     NOT EQUAL ZEROS
              DISPLAY "HBSIS21P - " MSG-RETORNO-HBSIS94L
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TERMINO PREVISTO DA CADEIA A PARTIR DO INICIO DO PASSO ATUAL   *
      * (HBSIS95P FUNCAO 3)                                            *
      *----------------------------------------------------------------*
       2170-PREVISAO-TERMINO           SECTION.

           INITIALIZE HBSIS95L
           MOVE 3                      TO COD-FUNCAO-HBSIS95L
           MOVE WS-PASSO-ATUAL         TO PASSO-HBSIS95L
           MOVE WS-PASSO-DATA-INI (WS-PASSO-ATUAL)
                                       TO DATA-INI-HBSIS95L
           MOVE WS-PASSO-HORA-INI (WS-PASSO-ATUAL)
                                       TO HORA-INI-HBSIS95L

           CALL WS-HBSIS95             USING HBSIS95L

           IF COD-RETORNO-HBSIS95L     NOT EQUAL ZEROS
              DISPLAY "HBSIS21P - PASSO " PASSO-HBSIS95L
                      " INICIADO - " MSG-RETORNO-HBSIS95L
              GO TO 2170-EXIT
           END-IF

           MOVE DATA-PREVISTA-HBSIS95L (7:2)
                                       TO WS-PREV-DIA
           MOVE DATA-PREVISTA-HBSIS95L (5:2)
                                       TO WS-PREV-MES
           MOVE DATA-PREVISTA-HBSIS95L (1:4)
                                       TO WS-PREV-ANO
           MOVE HORA-PREVISTA-HBSIS95L (1:2)
                                       TO WS-PREV-HH
           MOVE HORA-PREVISTA-HBSIS95L (3:2)
                                       TO WS-PREV-MM

           DISPLAY "HBSIS21P - PASSO " PASSO-HBSIS95L
                   " INICIADO - TERMINO PREVISTO DA CADEIA: "
                   WS-PREVISAO-ED

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA O PASSO EXECUTADO AO HISTORICO DA CADEIA (HBSIS95P  *
      * FUNCAO 1). A CADEIA E IDENTIFICADA PELO INICIO DO PASSO 1, QUE *
      * SE MANTEM NOS RELANCAMENTOS DA MESMA NOITE                     *
      *----------------------------------------------------------------*
       2180-REGISTRA-HISTORICO         SECTION.

           INITIALIZE HBSIS95L
           MOVE 1                      TO COD-FUNCAO-HBSIS95L

           IF WS-PASSO-DATA-INI (1)    GREATER ZEROS
              MOVE WS-PASSO-DATA-INI (1)
                                       TO DATA-CADEIA-HBSIS95L
              MOVE WS-PASSO-HORA-INI (1)
                                       TO HORA-CADEIA-HBSIS95L
           ELSE
              MOVE WS-PASSO-DATA-INI (WS-PASSO-ATUAL)
                                       TO DATA-CADEIA-HBSIS95L
              MOVE WS-PASSO-HORA-INI (WS-PASSO-ATUAL)
                                       TO HORA-CADEIA-HBSIS95L
           END-IF

           MOVE WS-PASSO-ATUAL         TO PASSO-HBSIS95L
           MOVE WS-PASSO-NOME (WS-PASSO-ATUAL)
                                       TO NOME-PASSO-HBSIS95L
           MOVE WS-PASSO-DATA-INI (WS-PASSO-ATUAL)
                                       TO DATA-INI-HBSIS95L
           MOVE WS-PASSO-HORA-INI (WS-PASSO-ATUAL)
                                       TO HORA-INI-HBSIS95L
           MOVE WS-PASSO-DATA-FIM (WS-PASSO-ATUAL)
                                       TO DATA-FIM-HBSIS95L
           MOVE WS-PASSO-HORA-FIM (WS-PASSO-ATUAL)
                                       TO HORA-FIM-HBSIS95L
           MOVE WS-PASSO-RC (WS-PASSO-ATUAL)
                                       TO RC-PASSO-HBSIS95L
           MOVE WS-PASSO-STATUS (WS-PASSO-ATUAL)
                                       TO STATUS-PASSO-HBSIS95L
           MOVE QTD-LIDOS-HBSIS94L     TO QTD-LIDOS-HBSIS95L
           MOVE QTD-ACEITOS-HBSIS94L   TO QTD-ACEITOS-HBSIS95L
           MOVE QTD-REJEITADOS-HBSIS94L
                                       TO QTD-REJEITADOS-HBSIS95L
           MOVE QTD-GRAVADOS-HBSIS94L  TO QTD-GRAVADOS-HBSIS95L

           CALL WS-HBSIS95             USING HBSIS95L

           IF COD-RETORNO-HBSIS95L     NOT EQUAL ZEROS
              DISPLAY "HBSIS21P - " MSG-RETORNO-HBSIS95L
              GO TO 2180-EXIT
           END-IF

           IF FLAG-ESTOURO-HBSIS95L    EQUAL "S"
              DISPLAY "HBSIS21P - PASSO " PASSO-HBSIS95L
                      " ULTRAPASSOU O LIMITE DE DURACAO: "
                      DURACAO-SEG-HBSIS95L " SEG (LIMITE "
                      LIMITE-SEG-HBSIS95L " SEG)"
           END-IF

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA AS QUANTIDADES DO PASSO ATUAL (HBSIS94P FUNCAO 1)     *
      *----------------------------------------------------------------*
       2190-REGISTRA-BALANCO           SECTION.

           MOVE 1                      TO COD-FUNCAO-HBSIS94L
           MOVE WS-PASSO-ATUAL         TO PASSO-HBSIS94L
           MOVE WS-PASSO-NOME (WS-PASSO-ATUAL)
                                       TO NOME-PASSO-HBSIS94L

           IF WS-PASSO-ATUAL           EQUAL 4
              MOVE WS-PARM-FILIAL      TO COD-FILIAL-HBSIS94L
           END-IF

           CALL WS-HBSIS94             USING HBSIS94L

           IF COD-RETORNO-HBSIS94L     NOT EQUAL ZEROS
              DISPLAY "HBSIS21P - " MSG-RETORNO-HBSIS94L
           END-IF

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 1: IMPORTACAO DE CLIENTES (HBSIS02P FUNCAO 4)            *
      *----------------------------------------------------------------*
       2210-PASSO-IMPORTA-CLI          SECTION.

           IF WS-ARQ-IMP-CLIENTE       EQUAL SPACES
              MOVE ZEROS               TO WS-RC-PASSO
              MOVE "N"                 TO FLAG-EXECUTADO-HBSIS94L
              GO TO 2210-EXIT
           END-IF


           MOVE COD-RETORNO-HBSIS02    TO WS-RC-PASSO

           MOVE QTD-IMP-LIDOS-HBSIS02  TO QTD-LIDOS-HBSIS94L
           MOVE QTD-IMP-OK-HBSIS02     TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L
           MOVE QTD-IMP-REJ-HBSIS02    TO QTD-REJEITADOS-HBSIS94L
           MOVE QTD-IMP-TRAILER-HBSIS02
                                       TO QTD-REFERENCIA-HBSIS94L

           .
       2210-EXIT.
           EXIT.

           IF WS-ARQ-IMP-VENDEDOR      EQUAL SPACES
              MOVE ZEROS               TO WS-RC-PASSO
              MOVE "N"                 TO FLAG-EXECUTADO-HBSIS94L
              GO TO 2220-EXIT
           END-IF


           MOVE COD-RETORNO-HBSIS04    TO WS-RC-PASSO

           MOVE QTD-IMP-LIDOS-HBSIS04  TO QTD-LIDOS-HBSIS94L
           MOVE QTD-IMP-OK-HBSIS04     TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L
           MOVE QTD-IMP-REJ-HBSIS04    TO QTD-REJEITADOS-HBSIS94L
           MOVE QTD-IMP-TRAILER-HBSIS04
                                       TO QTD-REFERENCIA-HBSIS94L

           .
       2220-EXIT.
           EXIT.

           MOVE COD-RETORNO-HBSIS50L   TO WS-RC-PASSO

           COMPUTE QTD-LIDOS-HBSIS94L  = QTD-APLICADAS-HBSIS50L
                                       + QTD-ERROS-HBSIS50L
           MOVE QTD-APLICADAS-HBSIS50L TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L
           MOVE QTD-ERROS-HBSIS50L     TO QTD-REJEITADOS-HBSIS94L

           .
       2225-EXIT.
           EXIT.
           MOVE PESO-SENIOR-HBSIS22    TO PESO-SENIOR-HBSIS07L
           MOVE PESO-VINCULO-HBSIS22   TO PESO-VINCULO-HBSIS07L
           MOVE FLAG-GRUPO-HBSIS22     TO FLAG-GRUPO-HBSIS07L
           MOVE FLAG-TROCA-HBSIS22     TO FLAG-TROCA-HBSIS07L
           MOVE FLAG-RASTREIO-HBSIS22  TO FLAG-RASTREIO-HBSIS07L

           IF WS-PARM-RESTRINGE-REGIAO NOT EQUAL SPACE
              MOVE FUNCTION UPPER-CASE(WS-PARM-RESTRINGE-REGIAO)
              MOVE WS-PARM-FILIAL      TO COD-FILIAL-HBSIS07L
           END-IF

      *    CADEIA SEM FILIAL FIXA: UMA EXECUCAO POR FILIAL EM PARALELO
           MOVE "N"                    TO WS-PARALELA-EXECUTADA
           IF WS-PARM-PARALELA         NOT EQUAL "N"
           AND WS-PARM-FILIAL          EQUAL ZEROS
           AND WS-CMD-DISTRIB-FILIAL   NOT EQUAL SPACES
              PERFORM 2231-DISTRIBUICAO-PARALELA
              IF WS-PARALELA-EXECUTADA EQUAL "S"
                 GO TO 2230-EXIT
              END-IF
           END-IF

           CALL WS-HBSIS07             USING HBSIS07L

           MOVE COD-RETORNO-HBSIS07L   TO WS-RC-PASSO
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTRIBUICAO PARALELA: MONTA (OU, NA RETOMADA, RECARREGA) AS   *
      * PARTICOES POR FILIAL, LANCA AO MESMO TEMPO AS EXECUCOES DAS    *
      * FILIAIS AINDA NAO CONFERIDAS, AGUARDA TODAS TERMINAREM E       *
      * CONFERE O RESULTADO (HBSIS76P). A PARTICAO 00 (CLIENTES SEM    *
      * FILIAL, QUE PODEM RECEBER VENDEDOR DE QUALQUER FILIAL) SO RODA *
      * COM TODAS AS FILIAIS CONFERIDAS, PARTINDO DA CARGA QUE ELAS    *
      * GRAVARAM - ASSIM OS TETOS POR VENDEDOR VALEM PARA A EXECUCAO   *
      * INTEIRA. COM UMA SO FILIAL A EXECUCAO UNICA E MANTIDA          *
      *----------------------------------------------------------------*
       2231-DISTRIBUICAO-PARALELA      SECTION.

           MOVE "N"                    TO WS-PARTICOES-RETOMADAS

           IF WS-STATUS-PASSO4-ANT     EQUAL "E" OR "I"
              PERFORM 2232-CARREGA-PARTICOES
           END-IF

           IF WS-PARTICOES-RETOMADAS   NOT EQUAL "S"
              INITIALIZE HBSIS76L
              MOVE 1                   TO COD-FUNCAO-HBSIS76L
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-EXEC-HBSIS76L
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-EXEC-HBSIS76L
              CALL WS-HBSIS76          USING HBSIS76L
              IF COD-RETORNO-HBSIS76L  NOT EQUAL ZEROS
                 MOVE COD-RETORNO-HBSIS76L
                                       TO WS-RC-PASSO
                 MOVE "S"              TO WS-PARALELA-EXECUTADA
                 GO TO 2231-EXIT
              END-IF
              IF QTD-PARTICOES-HBSIS76L NOT GREATER 1
                 GO TO 2231-EXIT
              END-IF
           END-IF

           MOVE "S"                    TO WS-PARALELA-EXECUTADA

           PERFORM 2233-GRAVA-PARTICOES

           MOVE "F"                    TO WS-FASE-PARTICOES
           PERFORM 2234-LANCA-PARTICOES

           MOVE ZEROS                  TO WS-QTD-ERROS-FILIAL
                                          WS-IDX-PAR-ZERO

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER QTD-PARTICOES-HBSIS76L
              IF PAR-FILIAL-HBSIS76L (WS-IDX-PAR) EQUAL ZEROS
                 MOVE WS-IDX-PAR       TO WS-IDX-PAR-ZERO
              ELSE
                 IF PAR-STATUS-HBSIS76L (WS-IDX-PAR) NOT EQUAL "O"
                    ADD 1              TO WS-QTD-ERROS-FILIAL
                 END-IF
              END-IF
           END-PERFORM

      *    FILIAL COM ERRO DEIXA A PARTICAO 00 PARA O RELANCAMENTO
           IF WS-IDX-PAR-ZERO          GREATER ZEROS
           AND WS-QTD-ERROS-FILIAL     EQUAL ZEROS
              IF PAR-STATUS-HBSIS76L (WS-IDX-PAR-ZERO) NOT EQUAL "O"
                 MOVE "Z"              TO WS-FASE-PARTICOES
                 PERFORM 2234-LANCA-PARTICOES
              END-IF
           END-IF

           PERFORM 2233-GRAVA-PARTICOES

           .
       2231-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LANCA AO MESMO TEMPO AS PARTICOES DA FASE WS-FASE-PARTICOES    *
      * AINDA NAO CONFERIDAS, AGUARDA TODAS TERMINAREM E CONFERE AS    *
      * PARTICOES (HBSIS76P)                                           *
      *----------------------------------------------------------------*
       2234-LANCA-PARTICOES            SECTION.

           MOVE SPACES                 TO WS-COMANDO
           MOVE 1                      TO WS-PTR-COMANDO
           MOVE ZEROS                  TO WS-QTD-LANCADAS

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER QTD-PARTICOES-HBSIS76L
              IF PAR-STATUS-HBSIS76L (WS-IDX-PAR) NOT EQUAL "O"
              AND ((WS-FASE-PARTICOES  EQUAL "F" AND
                    PAR-FILIAL-HBSIS76L (WS-IDX-PAR) GREATER ZEROS)
               OR  (WS-FASE-PARTICOES  EQUAL "Z" AND
                    PAR-FILIAL-HBSIS76L (WS-IDX-PAR) EQUAL ZEROS))
                 STRING "HBSIS07_FILIAL="
                        PAR-FILIAL-HBSIS76L (WS-IDX-PAR)
                        " HBSIS07_PARALELO=S"
                        " HBSIS07_EXEC_CADEIA="
                        DATA-EXEC-HBSIS76L HORA-EXEC-HBSIS76L
                        " HBSIS07_EXEC_ANTERIOR="
                        DATA-EXEC-ANT-HBSIS76L HORA-EXEC-ANT-HBSIS76L
                        " "
                        DELIMITED BY SIZE
                        WS-CMD-DISTRIB-FILIAL
                        DELIMITED BY "  "
                        " & "
                        DELIMITED BY SIZE
                        INTO WS-COMANDO
                        WITH POINTER WS-PTR-COMANDO
                 ADD 1                 TO WS-QTD-LANCADAS
              END-IF
           END-PERFORM

           IF WS-QTD-LANCADAS          GREATER ZEROS
              STRING "wait"            DELIMITED BY SIZE
                                       INTO WS-COMANDO
                                       WITH POINTER WS-PTR-COMANDO
              CALL "SYSTEM"            USING WS-COMANDO
           END-IF

      *    O RETORNO DE CADA PROCESSO NAO E CONFIAVEL NA ESPERA
      *    CONJUNTA: A CONFERENCIA DO ARQUIVO DE DISTRIBUICAO DECIDE
           MOVE 2                      TO COD-FUNCAO-HBSIS76L
           MOVE NOME-PARAM-HBSIS07L    TO NOME-PARAM-HBSIS76L
           MOVE MAX-CLI-VEND-HBSIS07L  TO MAX-CLI-VEND-HBSIS76L
           CALL WS-HBSIS76             USING HBSIS76L

           MOVE COD-RETORNO-HBSIS76L   TO WS-RC-PASSO

           .
       2234-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETOMADA: RECARREGA AS PARTICOES E A EXECUCAO COMUM DA CADEIA  *
      * INTERROMPIDA, PARA RELANCAR SO AS FILIAIS NAO CONFERIDAS       *
      *----------------------------------------------------------------*
       2232-CARREGA-PARTICOES          SECTION.

           INITIALIZE HBSIS76L

           OPEN INPUT ARQ-CONTROLE-FILIAL

           IF WS-FL-STATUS-CTF         NOT EQUAL ZEROS
              GO TO 2232-EXIT
           END-IF

           READ ARQ-CONTROLE-FILIAL

           PERFORM UNTIL WS-FL-STATUS-CTF NOT EQUAL "00"
                      OR QTD-PARTICOES-HBSIS76L NOT LESS 100
              ADD 1                    TO QTD-PARTICOES-HBSIS76L
              MOVE QTD-PARTICOES-HBSIS76L
                                       TO WS-IDX-PAR
              MOVE CTF-DATA-EXEC       TO DATA-EXEC-HBSIS76L
              MOVE CTF-HORA-EXEC       TO HORA-EXEC-HBSIS76L
              MOVE CTF-DATA-EXEC-ANT   TO DATA-EXEC-ANT-HBSIS76L
              MOVE CTF-HORA-EXEC-ANT   TO HORA-EXEC-ANT-HBSIS76L
              MOVE CTF-FILIAL          TO PAR-FILIAL-HBSIS76L
                                          (WS-IDX-PAR)
              MOVE CTF-STATUS          TO PAR-STATUS-HBSIS76L
                                          (WS-IDX-PAR)
              MOVE CTF-QTD-CLIENTES    TO PAR-QTD-CLIENTES-HBSIS76L
                                          (WS-IDX-PAR)
              MOVE CTF-QTD-GRAVADOS    TO PAR-QTD-GRAVADOS-HBSIS76L
                                          (WS-IDX-PAR)
              MOVE CTF-MOTIVO          TO PAR-MOTIVO-HBSIS76L
                                          (WS-IDX-PAR)
              READ ARQ-CONTROLE-FILIAL
           END-PERFORM

           CLOSE ARQ-CONTROLE-FILIAL

           IF QTD-PARTICOES-HBSIS76L   GREATER ZEROS
           AND DATA-EXEC-HBSIS76L      GREATER ZEROS
              MOVE "S"                 TO WS-PARTICOES-RETOMADAS
           END-IF

           .
       2232-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O CONTROLE DAS PARTICOES COM A SITUACAO ATUAL          *
      *----------------------------------------------------------------*
       2233-GRAVA-PARTICOES            SECTION.

           OPEN OUTPUT ARQ-CONTROLE-FILIAL

           IF WS-FL-STATUS-CTF         NOT EQUAL ZEROS
              DISPLAY "HBSIS21P - ERRO AO GRAVAR O CONTROLE DAS "
                      "FILIAIS - FILE STATUS: " WS-FL-STATUS-CTF
              GO TO 2233-EXIT
           END-IF

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER QTD-PARTICOES-HBSIS76L
              MOVE DATA-EXEC-HBSIS76L  TO CTF-DATA-EXEC
              MOVE HORA-EXEC-HBSIS76L  TO CTF-HORA-EXEC
              MOVE DATA-EXEC-ANT-HBSIS76L
                                       TO CTF-DATA-EXEC-ANT
              MOVE HORA-EXEC-ANT-HBSIS76L
                                       TO CTF-HORA-EXEC-ANT
              MOVE PAR-FILIAL-HBSIS76L (WS-IDX-PAR)
                                       TO CTF-FILIAL
              MOVE PAR-STATUS-HBSIS76L (WS-IDX-PAR)
                                       TO CTF-STATUS
              MOVE PAR-QTD-CLIENTES-HBSIS76L (WS-IDX-PAR)
                                       TO CTF-QTD-CLIENTES
              MOVE PAR-QTD-GRAVADOS-HBSIS76L (WS-IDX-PAR)
                                       TO CTF-QTD-GRAVADOS
              MOVE PAR-MOTIVO-HBSIS76L (WS-IDX-PAR)
                                       TO CTF-MOTIVO
              WRITE REG-CONTROLE-FILIAL
           END-PERFORM

           CLOSE ARQ-CONTROLE-FILIAL

           .
       2233-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 5: EXECUTA AS REATRIBUICOES APROVADAS COM DATA EFETIVA   *
      * VENCIDA (HBSIS51P), SOBRE A EXECUCAO RECEM-GERADA              *
      *----------------------------------------------------------------*

           MOVE COD-RETORNO-HBSIS51L   TO WS-RC-PASSO

           COMPUTE QTD-LIDOS-HBSIS94L  = QTD-EXECUTADOS-HBSIS51L
                                       + QTD-FALHAS-HBSIS51L
           MOVE QTD-EXECUTADOS-HBSIS51L
                                       TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L
           MOVE QTD-FALHAS-HBSIS51L    TO QTD-REJEITADOS-HBSIS94L

           .
       2235-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 6: RELATORIO DA DISTRIBUICAO (HBSIS03P) E EXTRATOS       *
      * AD-HOC AGENDADOS PARA O DIA (HBSIS98P), REGISTRADOS PARA       *
      * SEGUIREM NA ENTREGA DO PASSO 8. A CONFERENCIA DO PASSO USA AS  *
      * QUANTIDADES DO RELATORIO                                       *
      *----------------------------------------------------------------*
       2240-PASSO-RELATORIO            SECTION.


           MOVE COD-RETORNO-HBSIS03L   TO WS-RC-PASSO

           MOVE QTD-LIDOS-HBSIS03L     TO QTD-LIDOS-HBSIS94L
           MOVE QTD-DETALHES-HBSIS03L  TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L
           MOVE QTD-EXCECOES-HBSIS03L  TO QTD-REJEITADOS-HBSIS94L
           MOVE NOME-REL-CRM-HBSIS03L  TO NOME-ARQ-REF-HBSIS94L

           IF WS-RC-PASSO              NOT EQUAL ZEROS
              GO TO 2240-EXIT
           END-IF

      *    O EXTRATO JA GERADO NO DIA NAO E REPETIDO NO RELANCAMENTO
           INITIALIZE HBSIS98L
           MOVE 6                      TO COD-FUNCAO-HBSIS98L
           MOVE "HBSIS21P"             TO OPERADOR-HBSIS98L

           CALL WS-HBSIS98             USING HBSIS98L

           DISPLAY "HBSIS21P - " MSG-RETORNO-HBSIS98L

           MOVE COD-RETORNO-HBSIS98L   TO WS-RC-PASSO

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 7: AVISOS DE MUDANCA DE CARTEIRA AOS VENDEDORES          *
      * (HBSIS88P), COMPARANDO A EXECUCAO FINAL DO DIA COM A ANTERIOR, *
      * ANTES DA ENTREGA PARA QUE OS AVISOS SIGAM NO MESMO LOTE        *
      *----------------------------------------------------------------*
       2245-PASSO-AVISOS-CARTEIRA      SECTION.

           INITIALIZE HBSIS88L

           CALL WS-HBSIS88             USING HBSIS88L

           MOVE COD-RETORNO-HBSIS88L   TO WS-RC-PASSO

           COMPUTE QTD-LIDOS-HBSIS94L  = QTD-GANHOS-HBSIS88L
                                       + QTD-PERDIDOS-HBSIS88L
           MOVE QTD-AVISOS-HBSIS88L    TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L

      *    EXECUCAO ANTERIOR INEXISTENTE NAO E ERRO DA CADEIA
           IF COD-RETORNO-HBSIS88L     EQUAL 1
              MOVE ZEROS               TO WS-RC-PASSO
           END-IF

           .
       2245-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 8: ENTREGA DAS SAIDAS REGISTRADAS AOS DIRETORIOS DOS     *
      * CONSUMIDORES (HBSIS67P)                                        *
      *----------------------------------------------------------------*
       2250-PASSO-ENTREGA              SECTION.

           MOVE COD-RETORNO-HBSIS67L   TO WS-RC-PASSO

           COMPUTE QTD-LIDOS-HBSIS94L  = QTD-ENTREGUES-HBSIS67L
                                       + QTD-FALHAS-HBSIS67L
                                       + QTD-SEM-DEST-HBSIS67L
           MOVE QTD-ENTREGUES-HBSIS67L TO QTD-ACEITOS-HBSIS94L
                                          QTD-GRAVADOS-HBSIS94L
           COMPUTE QTD-REJEITADOS-HBSIS94L = QTD-FALHAS-HBSIS67L
                                           + QTD-SEM-DEST-HBSIS67L

      *    SEM TABELA DE DESTINOS AINDA CADASTRADA, O PASSO NAO
      *    DERRUBA A CADEIA
           IF COD-RETORNO-HBSIS67L     EQUAL 1
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 9: EXPURGO DAS SAIDAS VENCIDAS PELA TABELA DE RETENCAO   *
      * (HBSIS96P)                                                     *
      *----------------------------------------------------------------*
       2255-PASSO-EXPURGO              SECTION.

           INITIALIZE HBSIS96L

           CALL WS-HBSIS96             USING HBSIS96L

           MOVE COD-RETORNO-HBSIS96L   TO WS-RC-PASSO

           MOVE QTD-AVALIADOS-HBSIS96L TO QTD-LIDOS-HBSIS94L
           COMPUTE QTD-ACEITOS-HBSIS94L = QTD-EXCLUIDOS-HBSIS96L
                                        + QTD-ARQUIVADOS-HBSIS96L
                                        + QTD-AUSENTES-HBSIS96L
           MOVE QTD-FALHAS-HBSIS96L    TO QTD-REJEITADOS-HBSIS94L
           MOVE QTD-ACEITOS-HBSIS94L   TO QTD-GRAVADOS-HBSIS94L

      *    SEM TABELA DE RETENCAO OU SEM SAIDAS REGISTRADAS NAO HA O
      *    QUE EXPURGAR
           IF COD-RETORNO-HBSIS96L     EQUAL 1
              MOVE ZEROS               TO WS-RC-PASSO
           END-IF

           .
       2255-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O ARQUIVO DE CONTROLE COM A SITUACAO ATUAL DOS PASSOS  *
      *----------------------------------------------------------------*
       2900-REGRAVA-CONTROLE           SECTION.
           END-IF

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER 9
              MOVE WS-IDX-PASSO        TO CTL-PASSO
              MOVE WS-PASSO-NOME (WS-IDX-PASSO)
                                       TO CTL-NOME-PASSO
