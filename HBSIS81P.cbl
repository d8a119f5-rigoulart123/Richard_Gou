       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS81P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: PREVER O VOLUME E A RECEITA DO MES POR CLIENTE  *
      *                A PARTIR DO HISTORICO FATURADO (ARQ-VOLUME),    *
      *                COM TENDENCIA E SAZONALIDADE DO MESMO MES DO    *
      *                ANO ANTERIOR; TOTALIZAR NA CARTEIRA ATUAL DO    *
      *                VENDEDOR (ULTIMA DISTRIBUICAO) COMO QUOTA       *
      *                PROPOSTA; APROVAR A PROPOSTA COM AJUSTE EM      *
      *                ARQ-QUOTA (HBSIS44P) E EMITIR O RELATORIO DE    *
      *                QUOTA PROPOSTA X APROVADA X REALIZADA DOS       *
      *                MESES FECHADOS                                  *
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
           SELECT ARQ-QUOTA-PROPOSTA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS81C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-QUOTA          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS44C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-QUO.

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS07C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS07C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT REL-QUOTA-PROPOSTA ASSIGN TO
                                    "RELQUOTAPROPOSTA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-QUOTA-PROPOSTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqQuotaProposta'.
       COPY "HBSIS81C.CPY".

       FD  ARQ-QUOTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqQuota'.
       COPY "HBSIS44C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  REL-QUOTA-PROPOSTA.
       01  REG-REL-QUOTA-PROPOSTA      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-QUO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-COD-VEND                 PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-QTD-GERADAS              PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-MANTIDAS             PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-AM-MES-REL               PIC  9(006)         VALUE ZEROS.
       01  WS-MES-FECHADO              PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * INDICE CONTINUO DE MES (ANO * 12 + MES - 1)                    *
      *----------------------------------------------------------------*
       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R                REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).
       01  WS-IDX-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-IDX-ALVO                 PIC  9(006)         VALUE ZEROS.
       01  WS-IDX-JAN-INI              PIC  9(006)         VALUE ZEROS.
       01  WS-AM-JAN-INI               PIC  9(006)         VALUE ZEROS.
       01  WS-AM-JAN-FIM               PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * HISTORICO DO CLIENTE NA JANELA DA PREVISAO: 15 MESES, DO MES   *
      * ALVO - 16 AO MES ALVO - 2 (O MES ANTERIOR AO ALVO PODE ESTAR   *
      * EM ABERTO E NAO ENTRA). POSICOES NA TABELA:                    *
      *   01 A 03 - JANELA DO ANO ANTERIOR (ALVO - 16 A ALVO - 14)     *
      *   05      - MESMO MES DO ANO ANTERIOR (ALVO - 12)              *
      *   10 A 12 - JANELA ANTERIOR (ALVO - 7 A ALVO - 5)              *
      *   13 A 15 - JANELA RECENTE  (ALVO - 4 A ALVO - 2)              *
      *----------------------------------------------------------------*
       01  WS-TAB-HISTORICO.
           05  WS-HIS-ITEM             OCCURS 15 TIMES.
               10  WS-HIS-VOLUME       PIC S9(011)V9(002).
               10  WS-HIS-RECEITA      PIC S9(013)V9(002).
       01  WS-IDX-HIS                  PIC  9(004)         VALUE ZEROS.

      *    MEDIAS, FATOR SAZONAL E PREVISAO DE UMA GRANDEZA
       01  WS-PREVISAO-CALC.
           05  WS-PRC-VALOR            OCCURS 15 TIMES
                                       PIC S9(013)V9(002).
           05  WS-PRC-MEDIA-REC        PIC S9(013)V9(004).
           05  WS-PRC-MEDIA-ANT        PIC S9(013)V9(004).
           05  WS-PRC-MEDIA-AA         PIC S9(013)V9(004).
           05  WS-PRC-TENDENCIA        PIC S9(013)V9(004).
           05  WS-PRC-FATOR            PIC  9(003)V9(004).
           05  WS-PRC-RESULTADO        PIC  9(013)V9(002).

       01  WS-PREV-VOLUME-CLI          PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-PREV-RECEITA-CLI         PIC  9(013)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADOS POR VENDEDOR (SUBSCRITO = CODIGO DO VENDEDOR)       *
      *----------------------------------------------------------------*
       01  WS-TAB-PREVISAO.
           05  WS-PRV-ITEM             OCCURS 999 TIMES.
               10  WS-PRV-QTD          PIC  9(005).
               10  WS-PRV-VOLUME       PIC  9(013)V9(002).
               10  WS-PRV-RECEITA      PIC  9(013)V9(002).
               10  WS-PRV-NOME-VEND    PIC  X(040).

       01  WS-TAB-REALIZADO.
           05  WS-REA-ITEM             OCCURS 999 TIMES.
               10  WS-REA-VOLUME       PIC S9(013)V9(002).
               10  WS-REA-RECEITA      PIC S9(013)V9(002).
               10  WS-REA-NOME-VEND    PIC  X(040).

      *    TOTAIS DO MES NO RELATORIO
       01  WS-TOT-MES.
           05  WS-TOT-PROP-VOL         PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-TOT-APROV-VOL        PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-TOT-REAL-VOL         PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-TOT-PROP-REC         PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-TOT-APROV-REC        PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-TOT-REAL-REC         PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-APROV-VOLUME             PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-APROV-RECEITA            PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-TEM-QUOTA                PIC  X(001)         VALUE "N".
       01  WS-PCT-CALC                 PIC S9(005)V9(002)  VALUE ZEROS.

      *    VALORES DA LINHA DE COMPARACAO EM EMISSAO
       01  WS-LINHA-COMPARA.
           05  WS-LCO-PROPOSTA         PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-LCO-APROVADA         PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-LCO-REAL             PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS44                  PIC  X(009)         VALUE
           'HBSIS44P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS66                  PIC  X(009)         VALUE
           'HBSIS66P'.

       COPY HBSIS42L.
       COPY HBSIS44L.
       COPY HBSIS49L.
       COPY HBSIS66L.

       01  CAB-QUOTA-PROPOSTA.
           03 FILLER                   PIC  X(060)         VALUE
              "QUOTA PROPOSTA X APROVADA X REALIZADA - MESES FECHADOS".
           03 FILLER                   PIC  X(015)         VALUE
              "EMITIDO EM: ".
           03 CAB-QPR-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(049)         VALUE SPACES.

       01  CAB-QPR-COLUNAS.
           03 FILLER                   PIC  X(044)         VALUE
              "ANOMES VEN NOME                      SIT MED".
           03 FILLER                   PIC  X(044)         VALUE
              "IDA            PROPOSTA           APROVADA".
           03 FILLER                   PIC  X(044)         VALUE
              "          REALIZADA REAL/PRO REAL/APR".

       01  DET-QUOTA-PROPOSTA.
           03 DET-QPR-ANO-MES          PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-COD-VEND         PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-NOME-VEND        PIC  X(025)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-SITUACAO         PIC  X(003)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-MEDIDA           PIC  X(007)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-PROPOSTA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-APROVADA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-REAL             PIC  ---.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-PCT-PROP         PIC  ----9,99       VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-QPR-PCT-APROV        PIC  ----9,99       VALUE ZEROS.
           03 FILLER                   PIC  X(009)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS81L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS81L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS81L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS81L
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

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
           IF (COD-FUNCAO-HBSIS81L     EQUAL 1 OR 2) AND
              OPERADOR-HBSIS81L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS81L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS81L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS81L
               WHEN 0
                    PERFORM 2100-CONSULTA-PROPOSTA
               WHEN 1
                    PERFORM 2200-GERA-PROPOSTAS
               WHEN 2
                    PERFORM 2400-APROVA-PROPOSTA
               WHEN 3
                    PERFORM 2500-RELAT-COMPARATIVO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS81L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS81L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE QUOTAS PROPOSTAS (CRIA NA PRIMEIRA VEZ) *
      *----------------------------------------------------------------*
       2010-OPEN-ARQ-PROPOSTA          SECTION.

           OPEN I-O ARQ-QUOTA-PROPOSTA

           IF WS-FL-STATUS-PRO         EQUAL "35"
              OPEN OUTPUT ARQ-QUOTA-PROPOSTA

              IF WS-FL-STATUS-PRO      EQUAL ZEROS
                 CLOSE ARQ-QUOTA-PROPOSTA
                 OPEN I-O ARQ-QUOTA-PROPOSTA
              END-IF
           END-IF

           IF WS-FL-STATUS-PRO         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS81L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE QUOTAS PROPOSTAS"
                                       TO MSG-RETORNO-HBSIS81L
           END-IF

           .
       2010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA SE O ANO-MES DE HBSIS66L ESTA FECHADO (HBSIS66P)      *
      *----------------------------------------------------------------*
       2020-VERIFICA-MES-FECHADO       SECTION.

           MOVE 0                      TO COD-FUNCAO-HBSIS66L
           MOVE OPERADOR-HBSIS81L      TO OPERADOR-HBSIS66L
           MOVE SPACES                 TO FLAG-FECHADO-HBSIS66L

           CALL WS-HBSIS66             USING HBSIS66L

           IF FLAG-FECHADO-HBSIS66L    EQUAL "S"
              MOVE "S"                 TO WS-MES-FECHADO
           ELSE
              MOVE "N"                 TO WS-MES-FECHADO
           END-IF

           .
       2020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A ULTIMA EXECUCAO DA DISTRIBUICAO (A ORDEM DA CHAVE E *
      * A ORDEM CRONOLOGICA) - O ARQUIVO FICA ABERTO SE HOUVER         *
      *----------------------------------------------------------------*
       2030-ULTIMA-DISTRIBUICAO        SECTION.

           MOVE ZEROS                  TO WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2030-EXIT
           END-IF

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

           IF WS-ULT-DATA-EXEC         EQUAL ZEROS
              CLOSE ARQ-DISTRIBUICAO
           END-IF

           .
       2030-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA NO PRIMEIRO CLIENTE DA ULTIMA EXECUCAO E LE          *
      *----------------------------------------------------------------*
       2035-INICIA-CARTEIRA            SECTION.

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS07C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS NOT LESS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              READ ARQ-DISTRIBUICAO NEXT
           END-IF

           .
       2035-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DA PROPOSTA DO VENDEDOR NO ANO-MES                    *
      *----------------------------------------------------------------*
       2100-CONSULTA-PROPOSTA          SECTION.

           OPEN INPUT ARQ-QUOTA-PROPOSTA

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "NAO HA QUOTAS PROPOSTAS GERADAS"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2100-EXIT
           END-IF

           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS81C
           MOVE COD-VENDEDOR-HBSIS81L  TO COD-VENDEDOR-HBSIS81C

           READ ARQ-QUOTA-PROPOSTA KEY IS CHAVE-HBSIS81C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              PERFORM 2110-DEVOLVE-PROPOSTA
              MOVE ZEROS               TO COD-RETORNO-HBSIS81L
              IF SITUACAO-HBSIS81C     EQUAL "A"
                 MOVE "PROPOSTA JA APROVADA"
                                       TO MSG-RETORNO-HBSIS81L
              ELSE
                 MOVE "PROPOSTA PENDENTE DE APROVACAO"
                                       TO MSG-RETORNO-HBSIS81L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "PROPOSTA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS81L
           END-IF

           CLOSE ARQ-QUOTA-PROPOSTA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DA PROPOSTA LIDA NA AREA DE COMUNICACAO       *
      *----------------------------------------------------------------*
       2110-DEVOLVE-PROPOSTA           SECTION.

           MOVE SITUACAO-HBSIS81C      TO SITUACAO-HBSIS81L
           MOVE QTD-CLIENTES-HBSIS81C  TO QTD-CLIENTES-HBSIS81L
           MOVE PCT-UPLIFT-HBSIS81C    TO PCT-UPLIFT-HBSIS81L
           MOVE META-VOLUME-PROP-HBSIS81C
                                       TO META-VOLUME-PROP-HBSIS81L
           MOVE META-RECEITA-PROP-HBSIS81C
                                       TO META-RECEITA-PROP-HBSIS81L
           MOVE META-VOLUME-APROV-HBSIS81C
                                       TO META-VOLUME-APROV-HBSIS81L
           MOVE META-RECEITA-APROV-HBSIS81C
                                       TO META-RECEITA-APROV-HBSIS81L

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERACAO DAS QUOTAS PROPOSTAS DO MES ALVO (ZERO = MES SEGUINTE):*
      * PREVISAO POR CLIENTE DA CARTEIRA ATUAL, SOMADA POR VENDEDOR.   *
      * PROPOSTA JA APROVADA NAO E SUBSTITUIDA                         *
      *----------------------------------------------------------------*
       2200-GERA-PROPOSTAS             SECTION.

           IF ANO-MES-HBSIS81L         EQUAL ZEROS
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
              COMPUTE WS-IDX-ALVO = WS-AM-ANO * 12 + WS-AM-MES
           ELSE
              MOVE ANO-MES-HBSIS81L    TO WS-ANO-MES
              IF WS-AM-MES             LESS 1 OR GREATER 12
                 MOVE 1                TO COD-RETORNO-HBSIS81L
                 MOVE "ANO-MES INVALIDO"
                                       TO MSG-RETORNO-HBSIS81L
                 GO TO 2200-EXIT
              END-IF
              COMPUTE WS-IDX-ALVO = WS-AM-ANO * 12 + WS-AM-MES - 1
           END-IF

           MOVE WS-IDX-ALVO            TO WS-IDX-MES
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO ANO-MES-HBSIS81L

           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS66L
           PERFORM 2020-VERIFICA-MES-FECHADO

           IF WS-MES-FECHADO           EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "MES JA FECHADO - PROPOSTA NAO PODE SER GERADA"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2200-EXIT
           END-IF

      *    JANELA DE HISTORICO: ALVO - 16 A ALVO - 2
           COMPUTE WS-IDX-JAN-INI = WS-IDX-ALVO - 16
           MOVE WS-IDX-JAN-INI         TO WS-IDX-MES
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO WS-AM-JAN-INI
           COMPUTE WS-IDX-MES = WS-IDX-ALVO - 2
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO WS-AM-JAN-FIM

           INITIALIZE WS-TAB-PREVISAO

           PERFORM 2030-ULTIMA-DISTRIBUICAO

           IF WS-ULT-DATA-EXEC         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "NAO HA EXECUCAO DE DISTRIBUICAO GRAVADA"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2200-EXIT
           END-IF

           OPEN INPUT ARQ-VOLUME

           PERFORM 2035-INICIA-CARTEIRA

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
                      OR DATA-EXECUCAO-HBSIS07C
                                       NOT EQUAL WS-ULT-DATA-EXEC
                      OR HORA-EXECUCAO-HBSIS07C
                                       NOT EQUAL WS-ULT-HORA-EXEC
              IF FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
              AND COD-VENDEDOR-HBSIS07C GREATER ZEROS
                 PERFORM 2210-PREVISAO-CLIENTE
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-COD-VEND
                 MOVE NOME-VEND-HBSIS07C
                                       TO WS-PRV-NOME-VEND
                                          (WS-COD-VEND)
                 ADD 1                 TO WS-PRV-QTD (WS-COD-VEND)
                 ADD WS-PREV-VOLUME-CLI
                                       TO WS-PRV-VOLUME (WS-COD-VEND)
                 ADD WS-PREV-RECEITA-CLI
                                       TO WS-PRV-RECEITA (WS-COD-VEND)
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           CLOSE ARQ-VOLUME
           CLOSE ARQ-DISTRIBUICAO

           PERFORM 2010-OPEN-ARQ-PROPOSTA

           IF COD-RETORNO-HBSIS81L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           MOVE ZEROS                  TO WS-QTD-GERADAS
                                          WS-QTD-MANTIDAS

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999
              IF WS-PRV-QTD (WS-IDX-VEND) GREATER ZEROS
                 MOVE WS-IDX-VEND      TO WS-COD-VEND
                 PERFORM 2300-GRAVA-PROPOSTA
              END-IF
           END-PERFORM

           CLOSE ARQ-QUOTA-PROPOSTA

           MOVE WS-QTD-GERADAS         TO QTD-REGISTROS-HBSIS81L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS81L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS81L
           STRING "MES " ANO-MES-HBSIS81L
                  " PROPOSTAS: " WS-QTD-GERADAS
                  " JA APROVADAS: " WS-QTD-MANTIDAS
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS81L

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREVISAO DO CLIENTE DA DISTRIBUICAO CORRENTE: CARREGA OS 15    *
      * MESES DA JANELA (TODAS AS CATEGORIAS) E PROJETA VOLUME E       *
      * RECEITA                                                        *
      *----------------------------------------------------------------*
       2210-PREVISAO-CLIENTE           SECTION.

           INITIALIZE WS-TAB-HISTORICO
           MOVE ZEROS                  TO WS-PREV-VOLUME-CLI
                                          WS-PREV-RECEITA-CLI

           MOVE COD-CLIENTE-HBSIS07C   TO COD-CLIENTE-HBSIS16C
           MOVE WS-AM-JAN-INI          TO ANO-MES-HBSIS16C
           MOVE LOW-VALUES             TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS16C
                                       NOT EQUAL COD-CLIENTE-HBSIS07C
                      OR ANO-MES-HBSIS16C GREATER WS-AM-JAN-FIM
              MOVE ANO-MES-HBSIS16C    TO WS-ANO-MES
              COMPUTE WS-IDX-HIS = WS-AM-ANO * 12 + WS-AM-MES - 1
                                 - WS-IDX-JAN-INI + 1
              IF WS-IDX-HIS            NOT LESS 1
              AND WS-IDX-HIS           NOT GREATER 15
                 ADD VOLUME-HBSIS16C   TO WS-HIS-VOLUME (WS-IDX-HIS)
                 ADD RECEITA-HBSIS16C  TO WS-HIS-RECEITA (WS-IDX-HIS)
              END-IF
              READ ARQ-VOLUME NEXT
           END-PERFORM

           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS GREATER 15
              MOVE WS-HIS-VOLUME (WS-IDX-HIS)
                                       TO WS-PRC-VALOR (WS-IDX-HIS)
           END-PERFORM
           PERFORM 2220-PROJETA-GRANDEZA
           MOVE WS-PRC-RESULTADO       TO WS-PREV-VOLUME-CLI

           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS GREATER 15
              MOVE WS-HIS-RECEITA (WS-IDX-HIS)
                                       TO WS-PRC-VALOR (WS-IDX-HIS)
           END-PERFORM
           PERFORM 2220-PROJETA-GRANDEZA
           MOVE WS-PRC-RESULTADO       TO WS-PREV-RECEITA-CLI

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROJECAO DE UMA GRANDEZA (WS-PRC-VALOR, POSICAO 1 = ALVO - 16):*
      *  - NIVEL: MEDIA DOS 3 MESES RECENTES (ALVO - 4 A ALVO - 2)     *
      *  - TENDENCIA: METADE DA VARIACAO SOBRE OS 3 MESES ANTERIORES   *
      *    (ALVO - 7 A ALVO - 5), AMORTECIDA PARA NAO EXAGERAR OSCI-   *
      *    LACOES; A PROJECAO NAO FICA NEGATIVA                        *
      *  - SAZONALIDADE: MESMO MES DO ANO ANTERIOR (ALVO - 12) SOBRE   *
      *    A MEDIA DA MESMA JANELA NO ANO ANTERIOR (ALVO - 16 A        *
      *    ALVO - 14), LIMITADO ENTRE 0,5 E 2,0; SEM HISTORICO NO ANO  *
      *    ANTERIOR O FATOR E 1                                        *
      *----------------------------------------------------------------*
       2220-PROJETA-GRANDEZA           SECTION.

           COMPUTE WS-PRC-MEDIA-REC ROUNDED =
                   (WS-PRC-VALOR (13) + WS-PRC-VALOR (14)
                  + WS-PRC-VALOR (15)) / 3
           COMPUTE WS-PRC-MEDIA-ANT ROUNDED =
                   (WS-PRC-VALOR (10) + WS-PRC-VALOR (11)
                  + WS-PRC-VALOR (12)) / 3
           COMPUTE WS-PRC-MEDIA-AA ROUNDED =
                   (WS-PRC-VALOR (01) + WS-PRC-VALOR (02)
                  + WS-PRC-VALOR (03)) / 3

           COMPUTE WS-PRC-TENDENCIA ROUNDED =
                   WS-PRC-MEDIA-REC
                 + (WS-PRC-MEDIA-REC - WS-PRC-MEDIA-ANT) / 2

           IF WS-PRC-TENDENCIA         LESS ZEROS
              MOVE ZEROS               TO WS-PRC-TENDENCIA
           END-IF

           MOVE 1                      TO WS-PRC-FATOR

           IF WS-PRC-MEDIA-AA          GREATER ZEROS
           AND WS-PRC-VALOR (05)       GREATER ZEROS
              COMPUTE WS-PRC-FATOR ROUNDED =
                      WS-PRC-VALOR (05) / WS-PRC-MEDIA-AA
                 ON SIZE ERROR
                    MOVE 2             TO WS-PRC-FATOR
              END-COMPUTE
              IF WS-PRC-FATOR          LESS 0,5
                 MOVE 0,5              TO WS-PRC-FATOR
              END-IF
              IF WS-PRC-FATOR          GREATER 2
                 MOVE 2                TO WS-PRC-FATOR
              END-IF
           END-IF

           COMPUTE WS-PRC-RESULTADO ROUNDED =
                   WS-PRC-TENDENCIA * WS-PRC-FATOR

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OU SUBSTITUI A PROPOSTA DO VENDEDOR (SITUACAO "P"),      *
      * PRESERVANDO A PROPOSTA JA APROVADA                             *
      *----------------------------------------------------------------*
       2300-GRAVA-PROPOSTA             SECTION.

           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS81C
           MOVE WS-COD-VEND            TO COD-VENDEDOR-HBSIS81C

           READ ARQ-QUOTA-PROPOSTA KEY IS CHAVE-HBSIS81C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              IF SITUACAO-HBSIS81C     EQUAL "A"
                 ADD 1                 TO WS-QTD-MANTIDAS
                 GO TO 2300-EXIT
              END-IF
           ELSE
              INITIALIZE ARQ-HBSIS81C
              MOVE ANO-MES-HBSIS81L    TO ANO-MES-HBSIS81C
              MOVE WS-COD-VEND         TO COD-VENDEDOR-HBSIS81C
           END-IF

           MOVE "P"                    TO SITUACAO-HBSIS81C
           MOVE WS-PRV-QTD (WS-COD-VEND)
                                       TO QTD-CLIENTES-HBSIS81C
           MOVE WS-PRV-VOLUME (WS-COD-VEND)
                                       TO META-VOLUME-PROP-HBSIS81C
           MOVE WS-PRV-RECEITA (WS-COD-VEND)
                                       TO META-RECEITA-PROP-HBSIS81C
           MOVE ZEROS                  TO PCT-UPLIFT-HBSIS81C
                                          META-VOLUME-APROV-HBSIS81C
                                          META-RECEITA-APROV-HBSIS81C
                                          DATA-APROV-HBSIS81C
                                          HORA-APROV-HBSIS81C
           MOVE SPACES                 TO OPERADOR-APROV-HBSIS81C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-GERACAO-HBSIS81C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-GERACAO-HBSIS81C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              REWRITE ARQ-HBSIS81C
           ELSE
              WRITE ARQ-HBSIS81C
           END-IF

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              ADD 1                    TO WS-QTD-GERADAS
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APROVACAO DA PROPOSTA: APLICA O PERCENTUAL DE AJUSTE (PODE SER *
      * NEGATIVO) E GRAVA A META EM ARQ-QUOTA PELO HBSIS44P (INCLUI OU *
      * ALTERA A QUOTA DO MES). MES FECHADO NAO ACEITA APROVACAO       *
      *----------------------------------------------------------------*
       2400-APROVA-PROPOSTA            SECTION.

           IF PCT-UPLIFT-HBSIS81L      NOT GREATER -100
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "PERCENTUAL DE AJUSTE INVALIDO"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2400-EXIT
           END-IF

           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS66L
           PERFORM 2020-VERIFICA-MES-FECHADO

           IF WS-MES-FECHADO           EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "MES JA FECHADO - QUOTA NAO PODE SER APROVADA"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2400-EXIT
           END-IF

           OPEN I-O ARQ-QUOTA-PROPOSTA

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "NAO HA QUOTAS PROPOSTAS GERADAS"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2400-EXIT
           END-IF

           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS81C
           MOVE COD-VENDEDOR-HBSIS81L  TO COD-VENDEDOR-HBSIS81C

           READ ARQ-QUOTA-PROPOSTA WITH LOCK KEY IS CHAVE-HBSIS81C

           IF WS-FL-STATUS-PRO         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS81L
              MOVE "PROPOSTA EM APROVACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS81L
              CLOSE ARQ-QUOTA-PROPOSTA
              GO TO 2400-EXIT
           END-IF

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "PROPOSTA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS81L
              CLOSE ARQ-QUOTA-PROPOSTA
              GO TO 2400-EXIT
           END-IF

           COMPUTE WS-APROV-VOLUME ROUNDED =
                   META-VOLUME-PROP-HBSIS81C
                 * (100 + PCT-UPLIFT-HBSIS81L) / 100
           COMPUTE WS-APROV-RECEITA ROUNDED =
                   META-RECEITA-PROP-HBSIS81C
                 * (100 + PCT-UPLIFT-HBSIS81L) / 100

      *    QUOTA JA EXISTENTE NO MES E ALTERADA, SENAO INCLUIDA
           INITIALIZE HBSIS44L
           MOVE 0                      TO COD-FUNCAO-HBSIS44L
           MOVE COD-VENDEDOR-HBSIS81L  TO COD-VENDEDOR-HBSIS44L
           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS44L
           MOVE OPERADOR-HBSIS81L      TO OPERADOR-HBSIS44L

           CALL WS-HBSIS44             USING HBSIS44L

           IF COD-RETORNO-HBSIS44L     EQUAL ZEROS
              MOVE 2                   TO COD-FUNCAO-HBSIS44L
           ELSE
              MOVE 1                   TO COD-FUNCAO-HBSIS44L
           END-IF

           MOVE COD-VENDEDOR-HBSIS81L  TO COD-VENDEDOR-HBSIS44L
           MOVE ANO-MES-HBSIS81L       TO ANO-MES-HBSIS44L
           MOVE WS-APROV-VOLUME        TO META-VOLUME-HBSIS44L
           MOVE WS-APROV-RECEITA       TO META-RECEITA-HBSIS44L
           MOVE OPERADOR-HBSIS81L      TO OPERADOR-HBSIS44L

           CALL WS-HBSIS44             USING HBSIS44L

           IF COD-RETORNO-HBSIS44L     NOT EQUAL ZEROS
              MOVE COD-RETORNO-HBSIS44L
                                       TO COD-RETORNO-HBSIS81L
              MOVE MSG-RETORNO-HBSIS44L
                                       TO MSG-RETORNO-HBSIS81L
              UNLOCK ARQ-QUOTA-PROPOSTA
              CLOSE ARQ-QUOTA-PROPOSTA
              GO TO 2400-EXIT
           END-IF

           MOVE "A"                    TO SITUACAO-HBSIS81C
           MOVE PCT-UPLIFT-HBSIS81L    TO PCT-UPLIFT-HBSIS81C
           MOVE WS-APROV-VOLUME        TO META-VOLUME-APROV-HBSIS81C
           MOVE WS-APROV-RECEITA       TO META-RECEITA-APROV-HBSIS81C
           MOVE OPERADOR-HBSIS81L      TO OPERADOR-APROV-HBSIS81C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-APROV-HBSIS81C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-APROV-HBSIS81C

           REWRITE ARQ-HBSIS81C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              PERFORM 2110-DEVOLVE-PROPOSTA
              MOVE ZEROS               TO COD-RETORNO-HBSIS81L
              MOVE "QUOTA APROVADA E GRAVADA"
                                       TO MSG-RETORNO-HBSIS81L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS81L
              MOVE "QUOTA GRAVADA - ERRO AO ATUALIZAR A PROPOSTA"
                                       TO MSG-RETORNO-HBSIS81L
           END-IF

           CLOSE ARQ-QUOTA-PROPOSTA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO PROPOSTA X APROVADA (ARQ-QUOTA) X REALIZADA DOS      *
      * MESES FECHADOS (HBSIS66P) DO PERIODO. O REALIZADO E O VOLUME   *
      * DA CARTEIRA ATUAL DO VENDEDOR, NA MESMA BASE DO RELATORIO DE   *
      * ATINGIMENTO (HBSIS44P)                                         *
      *----------------------------------------------------------------*
       2500-RELAT-COMPARATIVO          SECTION.

           IF ANO-MES-FIM-HBSIS81L     EQUAL ZEROS
              MOVE 999999              TO ANO-MES-FIM-HBSIS81L
           END-IF

           OPEN INPUT ARQ-QUOTA-PROPOSTA

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "NAO HA QUOTAS PROPOSTAS GERADAS"
                                       TO MSG-RETORNO-HBSIS81L
              GO TO 2500-EXIT
           END-IF

           PERFORM 2030-ULTIMA-DISTRIBUICAO

           IF WS-ULT-DATA-EXEC         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS81L
              MOVE "NAO HA EXECUCAO DE DISTRIBUICAO GRAVADA"
                                       TO MSG-RETORNO-HBSIS81L
              CLOSE ARQ-QUOTA-PROPOSTA
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-VOLUME
           OPEN INPUT ARQ-QUOTA
           OPEN OUTPUT REL-QUOTA-PROPOSTA

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-AM-MES-REL
           MOVE WS-DATA-HOJE           TO CAB-QPR-DATA

           WRITE REG-REL-QUOTA-PROPOSTA
                                       FROM LINHA-TRACO
           WRITE REG-REL-QUOTA-PROPOSTA
                                       FROM CAB-QUOTA-PROPOSTA
           WRITE REG-REL-QUOTA-PROPOSTA
                                       FROM LINHA-TRACO
           WRITE REG-REL-QUOTA-PROPOSTA
                                       FROM CAB-QPR-COLUNAS

           MOVE ANO-MES-INI-HBSIS81L   TO ANO-MES-HBSIS81C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS81C

           START ARQ-QUOTA-PROPOSTA KEY IS NOT LESS CHAVE-HBSIS81C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              READ ARQ-QUOTA-PROPOSTA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-PRO NOT EQUAL "00"
                      OR ANO-MES-HBSIS81C
                                       GREATER ANO-MES-FIM-HBSIS81L
              IF ANO-MES-HBSIS81C      NOT EQUAL WS-AM-MES-REL
                 PERFORM 2510-QUEBRA-MES
              END-IF
              IF WS-MES-FECHADO        EQUAL "S"
                 PERFORM 2530-GRAVA-VENDEDOR
              END-IF
              READ ARQ-QUOTA-PROPOSTA NEXT
           END-PERFORM

           MOVE ZEROS                  TO ANO-MES-HBSIS81C
           PERFORM 2510-QUEBRA-MES

           CLOSE ARQ-QUOTA-PROPOSTA
           CLOSE ARQ-QUOTA
           CLOSE ARQ-VOLUME
           CLOSE ARQ-DISTRIBUICAO
           CLOSE REL-QUOTA-PROPOSTA

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELQUOTAPROPOSTA.TXT" TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS81L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS81L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS81L
           STRING "VENDEDORES-MES NO RELATORIO: "
                  WS-QTD-LINHAS-REL
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS81L

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUEBRA DE MES: FECHA OS TOTAIS DO MES ANTERIOR E, SE O NOVO    *
      * MES ESTIVER FECHADO, APURA O REALIZADO DA CARTEIRA NO MES      *
      *----------------------------------------------------------------*
       2510-QUEBRA-MES                 SECTION.

           IF WS-AM-MES-REL            NOT EQUAL ZEROS
           AND WS-MES-FECHADO          EQUAL "S"
              MOVE SPACES              TO DET-QPR-NOME-VEND
                                          DET-QPR-SITUACAO
              MOVE WS-AM-MES-REL       TO DET-QPR-ANO-MES
              MOVE ZEROS               TO DET-QPR-COD-VEND
              MOVE "TOTAL DO MES"      TO DET-QPR-NOME-VEND
              MOVE WS-TOT-PROP-VOL     TO WS-LCO-PROPOSTA
              MOVE WS-TOT-APROV-VOL    TO WS-LCO-APROVADA
              MOVE WS-TOT-REAL-VOL     TO WS-LCO-REAL
              MOVE "VOLUME"            TO DET-QPR-MEDIDA
              PERFORM 2540-GRAVA-LINHA-COMPARA
              MOVE SPACES              TO DET-QPR-NOME-VEND
              MOVE WS-TOT-PROP-REC     TO WS-LCO-PROPOSTA
              MOVE WS-TOT-APROV-REC    TO WS-LCO-APROVADA
              MOVE WS-TOT-REAL-REC     TO WS-LCO-REAL
              MOVE "RECEITA"           TO DET-QPR-MEDIDA
              PERFORM 2540-GRAVA-LINHA-COMPARA
              WRITE REG-REL-QUOTA-PROPOSTA
                                       FROM LINHA-TRACO
           END-IF

           MOVE ANO-MES-HBSIS81C       TO WS-AM-MES-REL
           INITIALIZE WS-TOT-MES

           IF WS-AM-MES-REL            EQUAL ZEROS
              GO TO 2510-EXIT
           END-IF

           MOVE WS-AM-MES-REL          TO ANO-MES-HBSIS66L
           PERFORM 2020-VERIFICA-MES-FECHADO

           IF WS-MES-FECHADO           EQUAL "S"
              PERFORM 2520-APURA-REALIZADO
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REALIZADO DO MES POR VENDEDOR: VOLUME E RECEITA (TODAS AS      *
      * CATEGORIAS) DOS CLIENTES DA ULTIMA DISTRIBUICAO                *
      *----------------------------------------------------------------*
       2520-APURA-REALIZADO            SECTION.

           INITIALIZE WS-TAB-REALIZADO

           PERFORM 2035-INICIA-CARTEIRA

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
                      OR DATA-EXECUCAO-HBSIS07C
                                       NOT EQUAL WS-ULT-DATA-EXEC
                      OR HORA-EXECUCAO-HBSIS07C
                                       NOT EQUAL WS-ULT-HORA-EXEC
              IF FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
              AND COD-VENDEDOR-HBSIS07C GREATER ZEROS
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-COD-VEND
                 MOVE NOME-VEND-HBSIS07C
                                       TO WS-REA-NOME-VEND
                                          (WS-COD-VEND)
                 MOVE COD-CLIENTE-HBSIS07C
                                       TO COD-CLIENTE-HBSIS16C
                 MOVE WS-AM-MES-REL    TO ANO-MES-HBSIS16C
                 MOVE LOW-VALUES       TO CATEGORIA-HBSIS16C
                 START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C
                 IF WS-FL-STATUS-VOL   EQUAL ZEROS
                    READ ARQ-VOLUME NEXT
                 END-IF
                 PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                    OR COD-CLIENTE-HBSIS16C
                                       NOT EQUAL COD-CLIENTE-HBSIS07C
                    OR ANO-MES-HBSIS16C NOT EQUAL WS-AM-MES-REL
                    ADD VOLUME-HBSIS16C
                                       TO WS-REA-VOLUME (WS-COD-VEND)
                    ADD RECEITA-HBSIS16C
                                       TO WS-REA-RECEITA (WS-COD-VEND)
                    READ ARQ-VOLUME NEXT
                 END-PERFORM
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA AS LINHAS DE VOLUME E RECEITA DO VENDEDOR DA PROPOSTA    *
      *----------------------------------------------------------------*
       2530-GRAVA-VENDEDOR             SECTION.

           MOVE COD-VENDEDOR-HBSIS81C  TO WS-COD-VEND

      *    META EM VIGOR NO ARQ-QUOTA (APROVADA OU DIGITADA)
           MOVE COD-VENDEDOR-HBSIS81C  TO COD-VENDEDOR-HBSIS44C
           MOVE ANO-MES-HBSIS81C       TO ANO-MES-HBSIS44C

           READ ARQ-QUOTA KEY IS CHAVE-HBSIS44C

           IF WS-FL-STATUS-QUO         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-QUOTA
           ELSE
              MOVE "N"                 TO WS-TEM-QUOTA
              MOVE ZEROS               TO META-VOLUME-HBSIS44C
                                          META-RECEITA-HBSIS44C
           END-IF

           MOVE ANO-MES-HBSIS81C       TO DET-QPR-ANO-MES
           MOVE COD-VENDEDOR-HBSIS81C  TO DET-QPR-COD-VEND
           MOVE WS-REA-NOME-VEND (WS-COD-VEND)
                                       TO DET-QPR-NOME-VEND
           EVALUATE TRUE
               WHEN SITUACAO-HBSIS81C  EQUAL "A"
                    MOVE "APR"         TO DET-QPR-SITUACAO
               WHEN WS-TEM-QUOTA       EQUAL "S"
                    MOVE "DIG"         TO DET-QPR-SITUACAO
               WHEN OTHER
                    MOVE "PEN"         TO DET-QPR-SITUACAO
           END-EVALUATE

           MOVE META-VOLUME-PROP-HBSIS81C
                                       TO WS-LCO-PROPOSTA
           MOVE META-VOLUME-HBSIS44C   TO WS-LCO-APROVADA
           MOVE WS-REA-VOLUME (WS-COD-VEND)
                                       TO WS-LCO-REAL
           MOVE "VOLUME"               TO DET-QPR-MEDIDA
           PERFORM 2540-GRAVA-LINHA-COMPARA

           ADD WS-LCO-PROPOSTA         TO WS-TOT-PROP-VOL
           ADD WS-LCO-APROVADA         TO WS-TOT-APROV-VOL
           ADD WS-LCO-REAL             TO WS-TOT-REAL-VOL

           MOVE SPACES                 TO DET-QPR-NOME-VEND
                                          DET-QPR-SITUACAO
           MOVE META-RECEITA-PROP-HBSIS81C
                                       TO WS-LCO-PROPOSTA
           MOVE META-RECEITA-HBSIS44C  TO WS-LCO-APROVADA
           MOVE WS-REA-RECEITA (WS-COD-VEND)
                                       TO WS-LCO-REAL
           MOVE "RECEITA"              TO DET-QPR-MEDIDA
           PERFORM 2540-GRAVA-LINHA-COMPARA

           ADD WS-LCO-PROPOSTA         TO WS-TOT-PROP-REC
           ADD WS-LCO-APROVADA         TO WS-TOT-APROV-REC
           ADD WS-LCO-REAL             TO WS-TOT-REAL-REC

           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE COMPARACAO A PARTIR DE WS-LINHA-COMPARA     *
      *----------------------------------------------------------------*
       2540-GRAVA-LINHA-COMPARA        SECTION.

           MOVE WS-LCO-PROPOSTA        TO DET-QPR-PROPOSTA
           MOVE WS-LCO-APROVADA        TO DET-QPR-APROVADA
           MOVE WS-LCO-REAL            TO DET-QPR-REAL

           MOVE ZEROS                  TO WS-PCT-CALC
           IF WS-LCO-PROPOSTA          GREATER ZEROS
              COMPUTE WS-PCT-CALC ROUNDED =
                      WS-LCO-REAL * 100 / WS-LCO-PROPOSTA
                 ON SIZE ERROR
                    MOVE 99999,99      TO WS-PCT-CALC
              END-COMPUTE
           END-IF
           MOVE WS-PCT-CALC            TO DET-QPR-PCT-PROP

           MOVE ZEROS                  TO WS-PCT-CALC
           IF WS-LCO-APROVADA          GREATER ZEROS
              COMPUTE WS-PCT-CALC ROUNDED =
                      WS-LCO-REAL * 100 / WS-LCO-APROVADA
                 ON SIZE ERROR
                    MOVE 99999,99      TO WS-PCT-CALC
              END-COMPUTE
           END-IF
           MOVE WS-PCT-CALC            TO DET-QPR-PCT-APROV

           WRITE REG-REL-QUOTA-PROPOSTA
                                       FROM DET-QUOTA-PROPOSTA

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE O INDICE CONTINUO DE MES EM ANO-MES (AAAAMM)          *
      *----------------------------------------------------------------*
       2690-INDICE-PARA-ANO-MES        SECTION.

           COMPUTE WS-AM-ANO = WS-IDX-MES / 12
           COMPUTE WS-AM-MES = WS-IDX-MES - (WS-AM-ANO * 12) + 1

           .
       2690-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK

           .
       3000-EXIT.
           EXIT.
