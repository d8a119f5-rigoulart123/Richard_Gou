       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS94P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONTROLE DE BALANCEAMENTO DA CADEIA NOTURNA:    *
      *                REGISTRA AS QUANTIDADES DE CADA PASSO (LIDOS,   *
      *                ACEITOS, REJEITADOS, GRAVADOS) E, ANTES DE A    *
      *                CADEIA SEGUIR, CONFERE O PASSO CONTRA O TRAILER *
      *                DA IMPORTACAO, O CADASTRO DE CLIENTES ATIVOS,   *
      *                O PASSO ANTERIOR OU O LOG DE ENTREGAS. EMITE O  *
      *                RELATORIO DE CONTROLE DA CADEIA                 *
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

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS07C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS07C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-BALANCO        ASSIGN TO "BALANCOCADEIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BAL.

           SELECT ARQ-LOG-ENTREGA    ASSIGN TO "ENTREGASLOG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-LOG.

           SELECT REL-CONTROLE       ASSIGN TO "RELCONTROLECADEIA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-TEMPORADA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS101C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TMP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-BALANCO.
       COPY "HBSIS94C.CPY".

       FD  ARQ-LOG-ENTREGA.
       01  REG-LOG-ENTREGA.
           05  LOG-DATA                PIC  9(008).
           05  LOG-HORA                PIC  9(006).
           05  LOG-NOME-ARQ            PIC  X(040).
           05  LOG-DESTINO             PIC  X(060).
           05  LOG-QTD-REGISTROS       PIC  9(007).
           05  LOG-SITUACAO            PIC  X(010).

       FD  REL-CONTROLE.
       01  REG-REL-CONTROLE            PIC X(132).

       FD  ARQ-TEMPORADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTemporada'.
       COPY "HBSIS101C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-BAL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LOG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TMP            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-HORA-AGORA               PIC  9(006)         VALUE ZEROS.
       01  WS-IDX-BAL                  PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

      *    ULTIMA EXECUCAO DA DISTRIBUICAO
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-FILIAL-OK                PIC  X(001)         VALUE "S".

      *    CLIENTE SAZONAL FORA DA TEMPORADA NAO E DISTRIBUIDO E NAO
      *    ENTRA NA REFERENCIA DA DISTRIBUICAO
       01  WS-TEMPORADA-ABERTO         PIC  X(001)         VALUE "N".
       01  WS-FORA-TEMPORADA           PIC  X(001)         VALUE "N".
       01  WS-IDX-TMP                  PIC  9(001)         VALUE ZEROS.
       01  WS-DATA-TESTE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO            PIC  9(004).
           05  WS-TESTE-MMDD           PIC  9(004).
       01  WS-MMDD-INI                 PIC  9(004)         VALUE ZEROS.
       01  WS-MMDD-FIM                 PIC  9(004)         VALUE ZEROS.

      *    CONFERENCIA EM CURSO
       01  WS-SOMA-CONFERE             PIC  9(010)         VALUE ZEROS.
       01  WS-QTD-ED-1                 PIC  ZZZZZZZZ9      VALUE ZEROS.
       01  WS-QTD-ED-2                 PIC  ZZZZZZZZ9      VALUE ZEROS.

      *    DATA E HORA DO RELATORIO EM DIA/MES/ANO E HORA:MINUTO
       01  WS-DATA-AAAAMMDD            PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-DDMMAAAA            PIC  9(008)         VALUE ZEROS.
       01  WS-HORA-HHMMSS              PIC  9(006)         VALUE ZEROS.
       01  WS-HORA-HHMM                PIC  9(004)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * SITUACAO DE BALANCEAMENTO DOS PASSOS, CARREGADA DO ARQUIVO E   *
      * REGRAVADA INTEGRALMENTE A CADA MUDANCA (MESMO LAY-OUT DO       *
      * HBSIS94C)                                                      *
      *----------------------------------------------------------------*
       01  WS-TAB-BALANCO.
           05  WS-BAL-ITEM             OCCURS 9 TIMES.
               10  WS-BAL-PASSO        PIC  9(001).
               10  WS-BAL-NOME-PASSO   PIC  X(020).
               10  WS-BAL-DATA-REG     PIC  9(008).
               10  WS-BAL-HORA-REG     PIC  9(006).
               10  WS-BAL-EXECUTADO    PIC  X(001).
               10  WS-BAL-LIDOS        PIC  9(009).
               10  WS-BAL-ACEITOS      PIC  9(009).
               10  WS-BAL-REJEITADOS   PIC  9(009).
               10  WS-BAL-GRAVADOS     PIC  9(009).
               10  WS-BAL-REFERENCIA   PIC  9(009).
               10  WS-BAL-NOME-ARQ-REF PIC  X(040).
               10  WS-BAL-SITUACAO     PIC  X(001).
               10  WS-BAL-MSG          PIC  X(060).

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE CONTROLE DA CADEIA                      *
      *----------------------------------------------------------------*
       01  CAB-CONTROLE.
           03 FILLER                   PIC  X(038)         VALUE
              "RELATORIO DE CONTROLE DA CADEIA - ".
           03 CAB-CTL-DATA             PIC  99/99/9999     VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 CAB-CTL-HORA             PIC  99B99B99       VALUE ZEROS.
           03 FILLER                   PIC  X(075)         VALUE SPACES.

       01  CAB-CTL-COLUNAS.
           03 FILLER                   PIC  X(024)         VALUE
              "PASSO".
           03 FILLER                   PIC  X(009)         VALUE
              "SITUACAO".
           03 FILLER                   PIC  X(016)         VALUE
              "INICIO".
           03 FILLER                   PIC  X(016)         VALUE
              "FIM".
           03 FILLER                   PIC  X(003)         VALUE
              "RC".
           03 FILLER                   PIC  X(010)         VALUE
              "     LIDOS".
           03 FILLER                   PIC  X(010)         VALUE
              "   ACEITOS".
           03 FILLER                   PIC  X(010)         VALUE
              " REJEITADO".
           03 FILLER                   PIC  X(010)         VALUE
              "  GRAVADOS".
           03 FILLER                   PIC  X(010)         VALUE
              "  CONFERIR".
           03 FILLER                   PIC  X(014)         VALUE
              " BALANCEAMENTO".

       01  DET-CONTROLE.
           03 DET-CTL-PASSO            PIC  9(001)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".
           03 DET-CTL-NOME             PIC  X(020)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CTL-SITUACAO         PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-DATA-INI         PIC  99/99/9999     VALUE ZEROS
                                       BLANK WHEN ZERO.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-HORA-INI         PIC  99B99          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-DATA-FIM         PIC  99/99/9999     VALUE ZEROS
                                       BLANK WHEN ZERO.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-HORA-FIM         PIC  99B99          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-RC               PIC  Z9             VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-LIDOS            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-ACEITOS          PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-REJEITADOS       PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-GRAVADOS         PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CTL-REFERENCIA       PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CTL-BALANCO          PIC  X(012)         VALUE SPACES.
           03 FILLER                   PIC  X(006)         VALUE SPACES.

       01  DET-CTL-MENSAGEM.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-MSG-ARQUIVO          PIC  X(042)         VALUE SPACES.
           03 DET-MSG-TEXTO            PIC  X(060)         VALUE SPACES.
           03 FILLER                   PIC  X(026)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS94L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS94L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS94L
                                          WS-QTD-LINHAS-REL
           MOVE SPACES                 TO MSG-RETORNO-HBSIS94L

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-HORA-AGORA

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF COD-FUNCAO-HBSIS94L      LESS 1 OR
              COD-FUNCAO-HBSIS94L      GREATER 3
              MOVE 9                   TO COD-RETORNO-HBSIS94L
              MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS94L
              GO TO 2000-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS94L      NOT EQUAL 3
              IF PASSO-HBSIS94L        LESS 1 OR
                 PASSO-HBSIS94L        GREATER 9
                 MOVE 9                TO COD-RETORNO-HBSIS94L
                 MOVE 'PASSO DA CADEIA INVALIDO'
                                       TO MSG-RETORNO-HBSIS94L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           PERFORM 2100-CARREGA-BALANCO

           EVALUATE COD-FUNCAO-HBSIS94L
               WHEN 1
                    PERFORM 2200-REGISTRA-PASSO
               WHEN 2
                    PERFORM 2300-CONFERE-PASSO
               WHEN 3
                    PERFORM 2400-EMITE-RELATORIO
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A SITUACAO DE BALANCEAMENTO GRAVADA PELOS PASSOS JA    *
      * EXECUTADOS (ARQUIVO INEXISTENTE = NENHUM PASSO REGISTRADO)     *
      *----------------------------------------------------------------*
       2100-CARREGA-BALANCO            SECTION.

           INITIALIZE WS-TAB-BALANCO

           OPEN INPUT ARQ-BALANCO

           IF WS-FL-STATUS-BAL         NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           READ ARQ-BALANCO

           PERFORM UNTIL WS-FL-STATUS-BAL NOT EQUAL "00"
              IF PASSO-HBSIS94C        NOT LESS 1 AND
                 PASSO-HBSIS94C        NOT GREATER 9
                 MOVE ARQ-HBSIS94C     TO WS-BAL-ITEM (PASSO-HBSIS94C)
              END-IF
              READ ARQ-BALANCO
           END-PERFORM

           CLOSE ARQ-BALANCO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O ARQUIVO DE BALANCEAMENTO COM OS PASSOS REGISTRADOS   *
      *----------------------------------------------------------------*
       2190-GRAVA-BALANCO              SECTION.

           OPEN OUTPUT ARQ-BALANCO

           IF WS-FL-STATUS-BAL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS94L
              MOVE 'ERRO AO GRAVAR O ARQUIVO DE BALANCEAMENTO'
                                       TO MSG-RETORNO-HBSIS94L
              GO TO 2190-EXIT
           END-IF

           PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   UNTIL WS-IDX-BAL GREATER 9
              IF WS-BAL-PASSO (WS-IDX-BAL) GREATER ZEROS
                 MOVE WS-BAL-ITEM (WS-IDX-BAL)
                                       TO ARQ-HBSIS94C
                 WRITE ARQ-HBSIS94C
              END-IF
           END-PERFORM

           CLOSE ARQ-BALANCO

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1: REGISTRA AS QUANTIDADES DO PASSO. OS PASSOS          *
      * SEGUINTES SAO DE UMA TENTATIVA ANTERIOR E SAO DESCARTADOS. NA  *
      * DISTRIBUICAO E NA ENTREGA AS QUANTIDADES SAO APURADAS AQUI     *
      *----------------------------------------------------------------*
       2200-REGISTRA-PASSO             SECTION.

           PERFORM VARYING WS-IDX-BAL FROM PASSO-HBSIS94L BY 1
                   UNTIL WS-IDX-BAL GREATER 9
              INITIALIZE WS-BAL-ITEM (WS-IDX-BAL)
           END-PERFORM

           MOVE PASSO-HBSIS94L         TO WS-IDX-BAL
           MOVE PASSO-HBSIS94L         TO WS-BAL-PASSO (WS-IDX-BAL)
           MOVE NOME-PASSO-HBSIS94L    TO WS-BAL-NOME-PASSO (WS-IDX-BAL)
           MOVE WS-DATA-HOJE           TO WS-BAL-DATA-REG (WS-IDX-BAL)
           MOVE WS-HORA-AGORA          TO WS-BAL-HORA-REG (WS-IDX-BAL)
           MOVE FLAG-EXECUTADO-HBSIS94L
                                       TO WS-BAL-EXECUTADO (WS-IDX-BAL)
           MOVE QTD-LIDOS-HBSIS94L     TO WS-BAL-LIDOS (WS-IDX-BAL)
           MOVE QTD-ACEITOS-HBSIS94L   TO WS-BAL-ACEITOS (WS-IDX-BAL)
           MOVE QTD-REJEITADOS-HBSIS94L
                                       TO WS-BAL-REJEITADOS (WS-IDX-BAL)
           MOVE QTD-GRAVADOS-HBSIS94L  TO WS-BAL-GRAVADOS (WS-IDX-BAL)
           MOVE QTD-REFERENCIA-HBSIS94L
                                       TO WS-BAL-REFERENCIA (WS-IDX-BAL)
           MOVE NOME-ARQ-REF-HBSIS94L  TO WS-BAL-NOME-ARQ-REF
                                          (WS-IDX-BAL)
           MOVE SPACE                  TO WS-BAL-SITUACAO (WS-IDX-BAL)

           IF WS-BAL-EXECUTADO (WS-IDX-BAL) EQUAL "S"
              EVALUATE WS-IDX-BAL
                  WHEN 4
                       PERFORM 2210-APURA-DISTRIBUICAO
                  WHEN 8
                       PERFORM 2230-APURA-ENTREGA
              END-EVALUATE
           END-IF

      *    DEVOLVE OS VOLUMES APURADOS PARA O HISTORICO DA CADEIA
           MOVE WS-BAL-LIDOS (WS-IDX-BAL)
                                       TO QTD-LIDOS-HBSIS94L
           MOVE WS-BAL-ACEITOS (WS-IDX-BAL)
                                       TO QTD-ACEITOS-HBSIS94L
           MOVE WS-BAL-REJEITADOS (WS-IDX-BAL)
                                       TO QTD-REJEITADOS-HBSIS94L
           MOVE WS-BAL-GRAVADOS (WS-IDX-BAL)
                                       TO QTD-GRAVADOS-HBSIS94L
           MOVE WS-BAL-REFERENCIA (WS-IDX-BAL)
                                       TO QTD-REFERENCIA-HBSIS94L

           PERFORM 2190-GRAVA-BALANCO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTRIBUICAO: LIDOS = REGISTROS DA ULTIMA EXECUCAO DA FILIAL   *
      * DA CADEIA, ACEITOS/REJEITADOS = ATRIBUIDOS/NAO ATRIBUIDOS,     *
      * GRAVADOS = TODOS OS REGISTROS DA EXECUCAO (O RELATORIO LE A    *
      * EXECUCAO INTEIRA) E REFERENCIA = CLIENTES ATIVOS E APROVADOS   *
      * NO CADASTRO (DA FILIAL DA CADEIA, QUANDO FIXADA)               *
      *----------------------------------------------------------------*
       2210-APURA-DISTRIBUICAO         SECTION.

           MOVE ZEROS                  TO WS-BAL-LIDOS (4)
                                          WS-BAL-ACEITOS (4)
                                          WS-BAL-REJEITADOS (4)
                                          WS-BAL-GRAVADOS (4)
                                          WS-BAL-REFERENCIA (4)
                                          WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS94L
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES'
                                       TO MSG-RETORNO-HBSIS94L
              GO TO 2210-EXIT
           END-IF

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02C

           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-TESTE
           MOVE "N"                    TO WS-TEMPORADA-ABERTO
           OPEN INPUT ARQ-TEMPORADA
           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE "S"                 TO WS-TEMPORADA-ABERTO
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              MOVE "N"                 TO WS-FORA-TEMPORADA
              IF WS-TEMPORADA-ABERTO   EQUAL "S"
                 PERFORM 2212-VERIFICA-TEMPORADA
              END-IF
              IF FLAG-ATIVO-HBSIS02C   NOT EQUAL "N"
              AND SITUACAO-APROV-HBSIS02C NOT EQUAL "P"
              AND WS-FORA-TEMPORADA    NOT EQUAL "S"
                 IF COD-FILIAL-HBSIS94L EQUAL ZEROS
                 OR COD-FILIAL-HBSIS02C EQUAL COD-FILIAL-HBSIS94L
                    ADD 1              TO WS-BAL-REFERENCIA (4)
                 END-IF
              END-IF
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           IF WS-TEMPORADA-ABERTO      EQUAL "S"
              CLOSE ARQ-TEMPORADA
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              CLOSE ARQ-CLIENTE
              GO TO 2210-EXIT
           END-IF

      *    ULTIMA EXECUCAO: SALTA DE EXECUCAO EM EXECUCAO COM START
           MOVE ZEROS                  TO DATA-EXECUCAO-HBSIS07C
                                          HORA-EXECUCAO-HBSIS07C
                                          COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS GREATER CHAVE-HBSIS07C

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              READ ARQ-DISTRIBUICAO NEXT
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
                 MOVE DATA-EXECUCAO-HBSIS07C
                                       TO WS-ULT-DATA-EXEC
                 MOVE HORA-EXECUCAO-HBSIS07C
                                       TO WS-ULT-HORA-EXEC
                 MOVE 9999999          TO COD-CLIENTE-HBSIS07C
                 START ARQ-DISTRIBUICAO KEY IS GREATER CHAVE-HBSIS07C
              END-IF
           END-PERFORM

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS07C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS NOT LESS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              READ ARQ-DISTRIBUICAO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              ADD 1                    TO WS-BAL-GRAVADOS (4)
              PERFORM 2215-TESTA-FILIAL
              IF WS-FILIAL-OK          EQUAL "S"
                 ADD 1                 TO WS-BAL-LIDOS (4)
                 IF FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
                    ADD 1              TO WS-BAL-REJEITADOS (4)
                 ELSE
                    ADD 1              TO WS-BAL-ACEITOS (4)
                 END-IF
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           CLOSE ARQ-CLIENTE
                 ARQ-DISTRIBUICAO

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRO DA DISTRIBUICAO PERTENCE A FILIAL DA CADEIA?          *
      *----------------------------------------------------------------*
       2215-TESTA-FILIAL               SECTION.

           MOVE "S"                    TO WS-FILIAL-OK

           IF COD-FILIAL-HBSIS94L      EQUAL ZEROS
              GO TO 2215-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS07C   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
           OR COD-FILIAL-HBSIS02C      NOT EQUAL COD-FILIAL-HBSIS94L
              MOVE "N"                 TO WS-FILIAL-OK
           END-IF

           .
       2215-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTA SE O CLIENTE SAZONAL ESTA FORA DA TEMPORADA NA DATA DE   *
      * TESTE (NENHUMA JANELA DIA/MES CONTEM A DATA)                   *
      *----------------------------------------------------------------*
       2212-VERIFICA-TEMPORADA         SECTION.

           MOVE "N"                    TO WS-FORA-TEMPORADA

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         NOT EQUAL ZEROS
           OR FLAG-SAZONAL-HBSIS101C   NOT EQUAL "S"
              GO TO 2212-EXIT
           END-IF

           MOVE "S"                    TO WS-FORA-TEMPORADA

           PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                   UNTIL WS-IDX-TMP GREATER 4
              IF MES-INI-HBSIS101C (WS-IDX-TMP) GREATER ZEROS
                 COMPUTE WS-MMDD-INI =
                         MES-INI-HBSIS101C (WS-IDX-TMP) * 100
                       + DIA-INI-HBSIS101C (WS-IDX-TMP)
                 COMPUTE WS-MMDD-FIM =
                         MES-FIM-HBSIS101C (WS-IDX-TMP) * 100
                       + DIA-FIM-HBSIS101C (WS-IDX-TMP)
                 IF WS-MMDD-INI        NOT GREATER WS-MMDD-FIM
                    IF WS-TESTE-MMDD   NOT LESS WS-MMDD-INI
                    AND WS-TESTE-MMDD  NOT GREATER WS-MMDD-FIM
                       MOVE "N"        TO WS-FORA-TEMPORADA
                    END-IF
                 ELSE
                    IF WS-TESTE-MMDD   NOT LESS WS-MMDD-INI
                    OR WS-TESTE-MMDD   NOT GREATER WS-MMDD-FIM
                       MOVE "N"        TO WS-FORA-TEMPORADA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           .
       2212-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTREGA: PROCURA NO LOG DE ENTREGAS DO DIA O EXTRATO DO CRM    *
      * GERADO PELO RELATORIO; A REFERENCIA E O NUMERO DE LINHAS DE    *
      * DETALHE ENTREGUES (O LOG CONTA TAMBEM O CABECALHO)             *
      *----------------------------------------------------------------*
       2230-APURA-ENTREGA              SECTION.

           MOVE ZEROS                  TO WS-BAL-REFERENCIA (8)
           MOVE SPACES                 TO WS-BAL-NOME-ARQ-REF (8)

           IF WS-BAL-NOME-ARQ-REF (6)  EQUAL SPACES
              GO TO 2230-EXIT
           END-IF

           OPEN INPUT ARQ-LOG-ENTREGA

           IF WS-FL-STATUS-LOG         NOT EQUAL ZEROS
              GO TO 2230-EXIT
           END-IF

           READ ARQ-LOG-ENTREGA

           PERFORM UNTIL WS-FL-STATUS-LOG NOT EQUAL "00"
              IF LOG-DATA              NOT LESS WS-BAL-DATA-REG (6)
              AND LOG-NOME-ARQ         EQUAL WS-BAL-NOME-ARQ-REF (6)
              AND LOG-SITUACAO         EQUAL "OK"
                 MOVE LOG-NOME-ARQ     TO WS-BAL-NOME-ARQ-REF (8)
                 IF LOG-QTD-REGISTROS  GREATER ZEROS
                    COMPUTE WS-BAL-REFERENCIA (8) =
                            LOG-QTD-REGISTROS - 1
                 ELSE
                    MOVE ZEROS         TO WS-BAL-REFERENCIA (8)
                 END-IF
              END-IF
              READ ARQ-LOG-ENTREGA
           END-PERFORM

           CLOSE ARQ-LOG-ENTREGA

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2: CONFERE O PASSO ANTES DE A CADEIA SEGUIR             *
      *  IMPORTACOES  - TRAILER = ACEITOS + REJEITADOS E ALGUM ACEITO  *
      *  DISTRIBUICAO - CLIENTES ATIVOS DO CADASTRO = PROCESSADOS      *
      *  RELATORIO    - LIDOS = GRAVADOS PELA DISTRIBUICAO E           *
      *                 LINHAS + EXCECOES = LIDOS                      *
      *  ENTREGA      - LINHAS DO EXTRATO DO CRM ENTREGUES = LINHAS    *
      *                 GERADAS PELO RELATORIO                         *
      *----------------------------------------------------------------*
       2300-CONFERE-PASSO              SECTION.

           MOVE PASSO-HBSIS94L         TO WS-IDX-BAL

      *    PASSO NAO REGISTRADO OU PULADO NAO TEM O QUE CONFERIR
           IF WS-BAL-PASSO (WS-IDX-BAL) EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           MOVE "O"                    TO WS-BAL-SITUACAO (WS-IDX-BAL)
           MOVE SPACES                 TO WS-BAL-MSG (WS-IDX-BAL)

           IF WS-BAL-EXECUTADO (WS-IDX-BAL) NOT EQUAL "S"
              MOVE "N"                 TO WS-BAL-SITUACAO (WS-IDX-BAL)
              PERFORM 2190-GRAVA-BALANCO
              GO TO 2300-EXIT
           END-IF

           EVALUATE WS-IDX-BAL
               WHEN 1
               WHEN 2
                    PERFORM 2310-CONFERE-IMPORTACAO
               WHEN 4
                    PERFORM 2320-CONFERE-DISTRIBUICAO
               WHEN 6
                    PERFORM 2330-CONFERE-RELATORIO
               WHEN 8
                    PERFORM 2340-CONFERE-ENTREGA
               WHEN OTHER
                    MOVE "N"           TO WS-BAL-SITUACAO (WS-IDX-BAL)
           END-EVALUATE

           IF WS-BAL-SITUACAO (WS-IDX-BAL) EQUAL "D"
              MOVE 8                   TO COD-RETORNO-HBSIS94L
              MOVE WS-BAL-MSG (WS-IDX-BAL)
                                       TO MSG-RETORNO-HBSIS94L
           END-IF

           PERFORM 2190-GRAVA-BALANCO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO: O TRAILER DO ARQUIVO BATE COM ACEITOS+REJEITADOS E *
      * UM ARQUIVO COM DETALHES NAO PODE TER TUDO REJEITADO            *
      *----------------------------------------------------------------*
       2310-CONFERE-IMPORTACAO         SECTION.

           COMPUTE WS-SOMA-CONFERE = WS-BAL-ACEITOS (WS-IDX-BAL)
                                   + WS-BAL-REJEITADOS (WS-IDX-BAL)

           IF WS-SOMA-CONFERE          NOT EQUAL
              WS-BAL-REFERENCIA (WS-IDX-BAL)
              MOVE WS-BAL-REFERENCIA (WS-IDX-BAL)
                                       TO WS-QTD-ED-1
              MOVE WS-SOMA-CONFERE     TO WS-QTD-ED-2
              PERFORM 2390-MONTA-DIVERGENCIA
              STRING "TRAILER " WS-QTD-ED-1
                     " X PROCESSADOS " WS-QTD-ED-2
                     DELIMITED BY SIZE INTO WS-BAL-MSG (WS-IDX-BAL)
              GO TO 2310-EXIT
           END-IF

           IF WS-BAL-LIDOS (WS-IDX-BAL) GREATER ZEROS
           AND WS-BAL-ACEITOS (WS-IDX-BAL) EQUAL ZEROS
              PERFORM 2390-MONTA-DIVERGENCIA
              MOVE "IMPORTACAO SEM NENHUM REGISTRO ACEITO"
                                       TO WS-BAL-MSG (WS-IDX-BAL)
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTRIBUICAO: TODO CLIENTE ATIVO E APROVADO DO CADASTRO TEM UM *
      * REGISTRO NA EXECUCAO                                           *
      *----------------------------------------------------------------*
       2320-CONFERE-DISTRIBUICAO       SECTION.

           IF WS-BAL-REFERENCIA (4)    NOT EQUAL WS-BAL-LIDOS (4)
              MOVE WS-BAL-REFERENCIA (4)
                                       TO WS-QTD-ED-1
              MOVE WS-BAL-LIDOS (4)    TO WS-QTD-ED-2
              PERFORM 2390-MONTA-DIVERGENCIA
              STRING "CLIENTES ATIVOS " WS-QTD-ED-1
                     " X DISTRIBUIDOS " WS-QTD-ED-2
                     DELIMITED BY SIZE INTO WS-BAL-MSG (4)
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO: LEU A EXECUCAO GRAVADA PELA DISTRIBUICAO E CADA     *
      * REGISTRO VIROU LINHA DO RELATORIO OU EXCECAO                   *
      *----------------------------------------------------------------*
       2330-CONFERE-RELATORIO          SECTION.

           IF WS-BAL-PASSO (4)         GREATER ZEROS
           AND WS-BAL-EXECUTADO (4)    EQUAL "S"
           AND WS-BAL-LIDOS (6)        NOT EQUAL WS-BAL-GRAVADOS (4)
              MOVE WS-BAL-GRAVADOS (4) TO WS-QTD-ED-1
              MOVE WS-BAL-LIDOS (6)    TO WS-QTD-ED-2
              PERFORM 2390-MONTA-DIVERGENCIA
              STRING "DISTRIBUIDOS " WS-QTD-ED-1
                     " X LIDOS NO RELATORIO " WS-QTD-ED-2
                     DELIMITED BY SIZE INTO WS-BAL-MSG (6)
              GO TO 2330-EXIT
           END-IF

           COMPUTE WS-SOMA-CONFERE = WS-BAL-ACEITOS (6)
                                   + WS-BAL-REJEITADOS (6)

           IF WS-SOMA-CONFERE          NOT EQUAL WS-BAL-LIDOS (6)
              MOVE WS-BAL-LIDOS (6)    TO WS-QTD-ED-1
              MOVE WS-SOMA-CONFERE     TO WS-QTD-ED-2
              PERFORM 2390-MONTA-DIVERGENCIA
              STRING "LIDOS " WS-QTD-ED-1
                     " X LINHAS+EXCECOES " WS-QTD-ED-2
                     DELIMITED BY SIZE INTO WS-BAL-MSG (6)
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTREGA: O EXTRATO DO CRM ENTREGUE TEM AS MESMAS LINHAS QUE O  *
      * RELATORIO GEROU (SEM ENTREGA DO EXTRATO NAO HA CONFERENCIA)    *
      *----------------------------------------------------------------*
       2340-CONFERE-ENTREGA            SECTION.

           IF WS-BAL-NOME-ARQ-REF (8)  EQUAL SPACES
              MOVE "N"                 TO WS-BAL-SITUACAO (8)
              MOVE "EXTRATO DO CRM NAO ENTREGUE NESTA CADEIA"
                                       TO WS-BAL-MSG (8)
              GO TO 2340-EXIT
           END-IF

           IF WS-BAL-REFERENCIA (8)    NOT EQUAL WS-BAL-GRAVADOS (6)
              MOVE WS-BAL-GRAVADOS (6) TO WS-QTD-ED-1
              MOVE WS-BAL-REFERENCIA (8)
                                       TO WS-QTD-ED-2
              PERFORM 2390-MONTA-DIVERGENCIA
              STRING "LINHAS DO CRM " WS-QTD-ED-1
                     " X ENTREGUES " WS-QTD-ED-2
                     DELIMITED BY SIZE INTO WS-BAL-MSG (8)
           END-IF

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA O PASSO EM CONFERENCIA COMO DIVERGENTE                   *
      *----------------------------------------------------------------*
       2390-MONTA-DIVERGENCIA          SECTION.

           MOVE "D"                    TO WS-BAL-SITUACAO (WS-IDX-BAL)
           MOVE SPACES                 TO WS-BAL-MSG (WS-IDX-BAL)

           .
       2390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3: RELATORIO DE CONTROLE DA CADEIA - SITUACAO, HORARIOS *
      * E RC DE CADA PASSO COM AS QUANTIDADES E O BALANCEAMENTO        *
      *----------------------------------------------------------------*
       2400-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT REL-CONTROLE

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS94L
              MOVE 'ERRO NA ABERTURA DO RELATORIO DE CONTROLE'
                                       TO MSG-RETORNO-HBSIS94L
              GO TO 2400-EXIT
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AAAAMMDD
           PERFORM 2490-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO CAB-CTL-DATA
           MOVE WS-HORA-AGORA          TO CAB-CTL-HORA
           INSPECT CAB-CTL-HORA        REPLACING ALL " " BY ":"

           WRITE REG-REL-CONTROLE      FROM CAB-CONTROLE
           WRITE REG-REL-CONTROLE      FROM LINHA-TRACO
           WRITE REG-REL-CONTROLE      FROM CAB-CTL-COLUNAS
           WRITE REG-REL-CONTROLE      FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   UNTIL WS-IDX-BAL GREATER 9
              PERFORM 2410-GRAVA-LINHA-PASSO
           END-PERFORM

           WRITE REG-REL-CONTROLE      FROM LINHA-TRACO

           CLOSE REL-CONTROLE

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELCONTROLECADEIA.TXT"
                                       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DO PASSO WS-IDX-BAL (E A DIVERGENCIA, QUANDO HOUVER)     *
      *----------------------------------------------------------------*
       2410-GRAVA-LINHA-PASSO          SECTION.

           MOVE WS-IDX-BAL             TO DET-CTL-PASSO
           MOVE PC-NOME-HBSIS94L (WS-IDX-BAL)
                                       TO DET-CTL-NOME

           EVALUATE PC-STATUS-HBSIS94L (WS-IDX-BAL)
               WHEN "O"
                    MOVE "OK"          TO DET-CTL-SITUACAO
               WHEN "E"
                    MOVE "ERRO"        TO DET-CTL-SITUACAO
               WHEN "B"
                    MOVE "DESBALAN"    TO DET-CTL-SITUACAO
               WHEN "I"
                    MOVE "EM EXEC"     TO DET-CTL-SITUACAO
               WHEN OTHER
                    MOVE "NAO EXEC"    TO DET-CTL-SITUACAO
           END-EVALUATE

           MOVE PC-DATA-INI-HBSIS94L (WS-IDX-BAL)
                                       TO WS-DATA-AAAAMMDD
           PERFORM 2490-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO DET-CTL-DATA-INI
           MOVE PC-DATA-FIM-HBSIS94L (WS-IDX-BAL)
                                       TO WS-DATA-AAAAMMDD
           PERFORM 2490-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO DET-CTL-DATA-FIM

           MOVE PC-HORA-INI-HBSIS94L (WS-IDX-BAL)
                                       TO WS-HORA-HHMMSS
           DIVIDE WS-HORA-HHMMSS       BY 100
                                       GIVING WS-HORA-HHMM
           MOVE WS-HORA-HHMM           TO DET-CTL-HORA-INI
           INSPECT DET-CTL-HORA-INI    REPLACING ALL " " BY ":"
           MOVE PC-HORA-FIM-HBSIS94L (WS-IDX-BAL)
                                       TO WS-HORA-HHMMSS
           DIVIDE WS-HORA-HHMMSS       BY 100
                                       GIVING WS-HORA-HHMM
           MOVE WS-HORA-HHMM           TO DET-CTL-HORA-FIM
           INSPECT DET-CTL-HORA-FIM    REPLACING ALL " " BY ":"
           MOVE PC-RC-HBSIS94L (WS-IDX-BAL)
                                       TO DET-CTL-RC

           MOVE WS-BAL-LIDOS (WS-IDX-BAL)
                                       TO DET-CTL-LIDOS
           MOVE WS-BAL-ACEITOS (WS-IDX-BAL)
                                       TO DET-CTL-ACEITOS
           MOVE WS-BAL-REJEITADOS (WS-IDX-BAL)
                                       TO DET-CTL-REJEITADOS
           MOVE WS-BAL-GRAVADOS (WS-IDX-BAL)
                                       TO DET-CTL-GRAVADOS
           MOVE WS-BAL-REFERENCIA (WS-IDX-BAL)
                                       TO DET-CTL-REFERENCIA

           EVALUATE TRUE
               WHEN WS-BAL-PASSO (WS-IDX-BAL) EQUAL ZEROS
                    MOVE SPACES        TO DET-CTL-BALANCO
               WHEN WS-BAL-SITUACAO (WS-IDX-BAL) EQUAL "O"
                    MOVE "BALANCEADO"  TO DET-CTL-BALANCO
               WHEN WS-BAL-SITUACAO (WS-IDX-BAL) EQUAL "D"
                    MOVE "DIVERGENTE"  TO DET-CTL-BALANCO
               WHEN WS-BAL-SITUACAO (WS-IDX-BAL) EQUAL "N"
                    MOVE "SEM CONFER"  TO DET-CTL-BALANCO
               WHEN OTHER
                    MOVE "NAO CONFER"  TO DET-CTL-BALANCO
           END-EVALUATE

           WRITE REG-REL-CONTROLE      FROM DET-CONTROLE
           ADD 1                       TO WS-QTD-LINHAS-REL

           IF WS-BAL-MSG (WS-IDX-BAL)  NOT EQUAL SPACES
           OR WS-BAL-NOME-ARQ-REF (WS-IDX-BAL) NOT EQUAL SPACES
              MOVE WS-BAL-NOME-ARQ-REF (WS-IDX-BAL)
                                       TO DET-MSG-ARQUIVO
              MOVE WS-BAL-MSG (WS-IDX-BAL)
                                       TO DET-MSG-TEXTO
              WRITE REG-REL-CONTROLE   FROM DET-CTL-MENSAGEM
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AAAAMMDD (WS-DATA-AAAAMMDD) PARA DDMMAAAA (WS-DATA-DDMMAAAA)   *
      *----------------------------------------------------------------*
       2490-CONVERTE-DATA              SECTION.

           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DATA-DDMMAAAA (1:2)
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-DATA-DDMMAAAA (3:2)
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-DATA-DDMMAAAA (5:4)

           .
       2490-EXIT.
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
      * FIM DO PROGRAMA HBSIS94P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS94P.
      *----------------------------------------------------------------*
