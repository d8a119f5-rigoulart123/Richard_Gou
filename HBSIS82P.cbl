       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS82P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER OS AJUSTES MANUAIS DE COMISSAO           *
      *                (ARQ-AJUSTE-COMISSAO): BONUS, ESTORNO DE        *
      *                COMISSAO (CLAWBACK) E CORRECAO POR VENDEDOR E   *
      *                ANO-MES, COM SOLICITANTE E APROVACAO DO         *
      *                SUPERVISOR. SO OS AJUSTES APROVADOS ENTRAM NA   *
      *                APURACAO DE COMISSAO DO MES (HBSIS45P). MES     *
      *                COM COMISSAO FECHADA NAO RECEBE MAIS AJUSTES    *
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
           SELECT ARQ-AJUSTE-COMISSAO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS82C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-AJU.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS04C
                       ALTERNATE RECORD KEY IS CPF-HBSIS04C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS04C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-FECHA-COMISSAO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-HBSIS83C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FCM.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-AJUSTE-COMISSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAjusteComissao'.
       COPY "HBSIS82C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-FECHA-COMISSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFechaComissao'.
       COPY "HBSIS83C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-AJU            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FCM            PIC  X(002)         VALUE "00".

       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).

       01  WS-DADOS-INVALIDOS          PIC  X(001)         VALUE "N".
       01  WS-ULT-SEQUENCIA            PIC  9(003)         VALUE ZEROS.
       01  WS-VALOR-AJUSTE             PIC S9(009)V9(002)  VALUE ZEROS.

       01  WS-HBSIS66                  PIC  X(009)         VALUE
           'HBSIS66P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS66L.
       COPY HBSIS49L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS82L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS82L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS82L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS82L

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
           IF COD-FUNCAO-HBSIS82L      GREATER ZEROS AND
              OPERADOR-HBSIS82L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS82L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS82L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS82L
               WHEN 0
                    PERFORM 2100-CONSULTA-AJUSTE
               WHEN 1
                    PERFORM 2200-INCLUI-AJUSTE
               WHEN 2
                    PERFORM 2300-ALTERA-AJUSTE
               WHEN 3
                    PERFORM 2400-EXCLUI-AJUSTE
               WHEN 4
               WHEN 5
                    PERFORM 2500-DECIDE-AJUSTE
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS82L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS82L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE AJUSTES (CRIA NA PRIMEIRA VEZ)          *
      *----------------------------------------------------------------*
       2010-OPEN-ARQ-AJUSTE            SECTION.

           OPEN I-O ARQ-AJUSTE-COMISSAO

           IF WS-FL-STATUS-AJU         EQUAL "35"
              OPEN OUTPUT ARQ-AJUSTE-COMISSAO

              IF WS-FL-STATUS-AJU      EQUAL ZEROS
                 CLOSE ARQ-AJUSTE-COMISSAO
                 OPEN I-O ARQ-AJUSTE-COMISSAO
              END-IF
           END-IF

           IF WS-FL-STATUS-AJU         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS82L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AJUSTES"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           .
       2010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MES FECHADO PELO FECHAMENTO DE PERIODO (HBSIS66P) NAO ACEITA   *
      * AJUSTES - O LANCAMENTO DEVE SER FEITO NO MES SEGUINTE          *
      *----------------------------------------------------------------*
       2020-VERIFICA-MES-FECHADO       SECTION.

           INITIALIZE HBSIS66L
           MOVE 0                      TO COD-FUNCAO-HBSIS66L
           MOVE ANO-MES-HBSIS82L       TO ANO-MES-HBSIS66L
           MOVE OPERADOR-HBSIS82L      TO OPERADOR-HBSIS66L

           CALL WS-HBSIS66             USING HBSIS66L

           IF FLAG-FECHADO-HBSIS66L    EQUAL "S"
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 6                   TO COD-RETORNO-HBSIS82L
              MOVE "MES FECHADO - LANCE O AJUSTE NO MES SEGUINTE"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2020-EXIT
           END-IF

      *    COMISSAO JA FECHADA E EXPORTADA PARA A FOLHA (HBSIS45P)
           OPEN INPUT ARQ-FECHA-COMISSAO

           IF WS-FL-STATUS-FCM         NOT EQUAL ZEROS
              GO TO 2020-EXIT
           END-IF

           MOVE ANO-MES-HBSIS82L       TO ANO-MES-HBSIS83C

           READ ARQ-FECHA-COMISSAO KEY IS ANO-MES-HBSIS83C

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 6                   TO COD-RETORNO-HBSIS82L
              MOVE "COMISSAO DO MES FECHADA - AJUSTE NO MES SEGUINTE"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-FECHA-COMISSAO

           .
       2020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSISTE OS DADOS INFORMADOS E AJUSTA O SINAL DO VALOR PELO    *
      * TIPO: BONUS CREDITA, ESTORNO DEBITA, CORRECAO COMO INFORMADA   *
      *----------------------------------------------------------------*
       2030-VALIDA-DADOS               SECTION.

           MOVE "N"                    TO WS-DADOS-INVALIDOS
           MOVE ANO-MES-HBSIS82L       TO WS-ANO-MES

           IF COD-VENDEDOR-HBSIS82L    EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "CODIGO DE VENDEDOR NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2030-EXIT
           END-IF

           IF WS-AM-ANO                EQUAL ZEROS
           OR WS-AM-MES                LESS 1 OR GREATER 12
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "ANO-MES INVALIDO"  TO MSG-RETORNO-HBSIS82L
              GO TO 2030-EXIT
           END-IF

           IF TIPO-AJUSTE-HBSIS82L     NOT EQUAL "B" AND "E" AND "C"
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "TIPO DE AJUSTE INVALIDO (B/E/C)"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2030-EXIT
           END-IF

           IF VALOR-AJUSTE-HBSIS82L    EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "VALOR DO AJUSTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2030-EXIT
           END-IF

           IF MOTIVO-AJUSTE-HBSIS82L   EQUAL SPACES
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "MOTIVO DO AJUSTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2030-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR
           MOVE COD-VENDEDOR-HBSIS82L  TO COD-VENDEDOR-HBSIS04C
           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-DADOS-INVALIDOS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-VENDEDOR

           IF WS-DADOS-INVALIDOS       EQUAL "S"
              GO TO 2030-EXIT
           END-IF

           PERFORM 2020-VERIFICA-MES-FECHADO

           MOVE VALOR-AJUSTE-HBSIS82L  TO WS-VALOR-AJUSTE

           IF WS-VALOR-AJUSTE          LESS ZEROS
              COMPUTE WS-VALOR-AJUSTE = WS-VALOR-AJUSTE * -1
           END-IF

           EVALUATE TIPO-AJUSTE-HBSIS82L
               WHEN "B"
                    MOVE WS-VALOR-AJUSTE
                                       TO VALOR-AJUSTE-HBSIS82L
               WHEN "E"
                    COMPUTE VALOR-AJUSTE-HBSIS82L =
                            WS-VALOR-AJUSTE * -1
           END-EVALUATE

           .
       2030-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DO AJUSTE                                             *
      *----------------------------------------------------------------*
       2100-CONSULTA-AJUSTE            SECTION.

           OPEN INPUT ARQ-AJUSTE-COMISSAO

           IF WS-FL-STATUS-AJU         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2100-EXIT
           END-IF

           MOVE COD-VENDEDOR-HBSIS82L  TO COD-VENDEDOR-HBSIS82C
           MOVE ANO-MES-HBSIS82L       TO ANO-MES-HBSIS82C
           MOVE SEQUENCIA-HBSIS82L     TO SEQUENCIA-HBSIS82C

           READ ARQ-AJUSTE-COMISSAO KEY IS CHAVE-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              PERFORM 2110-DEVOLVE-AJUSTE
              MOVE ZEROS               TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE ENCONTRADO" TO MSG-RETORNO-HBSIS82L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-AJUSTE-COMISSAO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DO AJUSTE LIDO NA AREA DE COMUNICACAO         *
      *----------------------------------------------------------------*
       2110-DEVOLVE-AJUSTE             SECTION.

           MOVE SEQUENCIA-HBSIS82C     TO SEQUENCIA-HBSIS82L
           MOVE TIPO-AJUSTE-HBSIS82C   TO TIPO-AJUSTE-HBSIS82L
           MOVE VALOR-AJUSTE-HBSIS82C  TO VALOR-AJUSTE-HBSIS82L
           MOVE MOTIVO-AJUSTE-HBSIS82C TO MOTIVO-AJUSTE-HBSIS82L
           MOVE SITUACAO-HBSIS82C      TO SITUACAO-HBSIS82L
           MOVE OPERADOR-SOLIC-HBSIS82C
                                       TO OPERADOR-SOLIC-HBSIS82L
           MOVE OPERADOR-APROV-HBSIS82C
                                       TO OPERADOR-APROV-HBSIS82L
           MOVE DATA-APLIC-HBSIS82C    TO DATA-APLIC-HBSIS82L

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DO AJUSTE PENDENTE NA PROXIMA SEQUENCIA DO VENDEDOR   *
      * NO ANO-MES                                                     *
      *----------------------------------------------------------------*
       2200-INCLUI-AJUSTE              SECTION.

           PERFORM 2030-VALIDA-DADOS

           IF WS-DADOS-INVALIDOS       EQUAL "S"
              GO TO 2200-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-AJUSTE

           IF COD-RETORNO-HBSIS82L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           PERFORM 2210-ULTIMA-SEQUENCIA

           IF WS-ULT-SEQUENCIA         EQUAL 999
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "LIMITE DE AJUSTES DO VENDEDOR NO MES"
                                       TO MSG-RETORNO-HBSIS82L
              CLOSE ARQ-AJUSTE-COMISSAO
              GO TO 2200-EXIT
           END-IF

           INITIALIZE ARQ-HBSIS82C

           MOVE COD-VENDEDOR-HBSIS82L  TO COD-VENDEDOR-HBSIS82C
           MOVE ANO-MES-HBSIS82L       TO ANO-MES-HBSIS82C
           COMPUTE SEQUENCIA-HBSIS82C = WS-ULT-SEQUENCIA + 1
           MOVE TIPO-AJUSTE-HBSIS82L   TO TIPO-AJUSTE-HBSIS82C
           MOVE VALOR-AJUSTE-HBSIS82L  TO VALOR-AJUSTE-HBSIS82C
           MOVE MOTIVO-AJUSTE-HBSIS82L TO MOTIVO-AJUSTE-HBSIS82C
           MOVE "P"                    TO SITUACAO-HBSIS82C
           MOVE OPERADOR-HBSIS82L      TO OPERADOR-SOLIC-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-SOLIC-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-SOLIC-HBSIS82C

           WRITE ARQ-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              PERFORM 2110-DEVOLVE-AJUSTE
              MOVE ZEROS               TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE INCLUIDO - PENDENTE DE APROVACAO"
                                       TO MSG-RETORNO-HBSIS82L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS82L
              MOVE "ERRO AO GRAVAR O AJUSTE"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-AJUSTE-COMISSAO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ULTIMA SEQUENCIA USADA PELO VENDEDOR NO ANO-MES                *
      *----------------------------------------------------------------*
       2210-ULTIMA-SEQUENCIA           SECTION.

           MOVE ZEROS                  TO WS-ULT-SEQUENCIA

           MOVE COD-VENDEDOR-HBSIS82L  TO COD-VENDEDOR-HBSIS82C
           MOVE ANO-MES-HBSIS82L       TO ANO-MES-HBSIS82C
           MOVE 1                      TO SEQUENCIA-HBSIS82C

           START ARQ-AJUSTE-COMISSAO KEY IS NOT LESS CHAVE-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              READ ARQ-AJUSTE-COMISSAO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-AJU NOT EQUAL "00"
              OR COD-VENDEDOR-HBSIS82C NOT EQUAL COD-VENDEDOR-HBSIS82L
              OR ANO-MES-HBSIS82C      NOT EQUAL ANO-MES-HBSIS82L
              MOVE SEQUENCIA-HBSIS82C  TO WS-ULT-SEQUENCIA
              READ ARQ-AJUSTE-COMISSAO NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-AJU

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DO AJUSTE PENDENTE - QUEM ALTERA PASSA A SER O       *
      * SOLICITANTE                                                    *
      *----------------------------------------------------------------*
       2300-ALTERA-AJUSTE              SECTION.

           PERFORM 2030-VALIDA-DADOS

           IF WS-DADOS-INVALIDOS       EQUAL "S"
              GO TO 2300-EXIT
           END-IF

           PERFORM 2600-LE-AJUSTE-PENDENTE

           IF COD-RETORNO-HBSIS82L     NOT EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           MOVE TIPO-AJUSTE-HBSIS82L   TO TIPO-AJUSTE-HBSIS82C
           MOVE VALOR-AJUSTE-HBSIS82L  TO VALOR-AJUSTE-HBSIS82C
           MOVE MOTIVO-AJUSTE-HBSIS82L TO MOTIVO-AJUSTE-HBSIS82C
           MOVE OPERADOR-HBSIS82L      TO OPERADOR-SOLIC-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-SOLIC-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-SOLIC-HBSIS82C

           REWRITE ARQ-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              PERFORM 2110-DEVOLVE-AJUSTE
              MOVE ZEROS               TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS82L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS82L
              MOVE "ERRO AO ALTERAR O AJUSTE"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-AJUSTE-COMISSAO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DO AJUSTE PENDENTE                                    *
      *----------------------------------------------------------------*
       2400-EXCLUI-AJUSTE              SECTION.

           PERFORM 2600-LE-AJUSTE-PENDENTE

           IF COD-RETORNO-HBSIS82L     NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           DELETE ARQ-AJUSTE-COMISSAO

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS82L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS82L
              MOVE "ERRO AO EXCLUIR O AJUSTE"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-AJUSTE-COMISSAO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APROVACAO (FUNCAO 4) OU RECUSA (FUNCAO 5) DO AJUSTE PENDENTE - *
      * O SUPERVISOR NAO APROVA O PROPRIO LANCAMENTO                   *
      *----------------------------------------------------------------*
       2500-DECIDE-AJUSTE              SECTION.

           PERFORM 2600-LE-AJUSTE-PENDENTE

           IF COD-RETORNO-HBSIS82L     NOT EQUAL ZEROS
              GO TO 2500-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS82L      EQUAL 4
              IF OPERADOR-SOLIC-HBSIS82C
                                       EQUAL OPERADOR-HBSIS82L
                 MOVE 1                TO COD-RETORNO-HBSIS82L
                 MOVE "APROVADOR DEVE SER DIFERENTE DO SOLICITANTE"
                                       TO MSG-RETORNO-HBSIS82L
                 UNLOCK ARQ-AJUSTE-COMISSAO
                 CLOSE ARQ-AJUSTE-COMISSAO
                 GO TO 2500-EXIT
              END-IF

              MOVE "N"                 TO WS-DADOS-INVALIDOS
              MOVE ANO-MES-HBSIS82C    TO ANO-MES-HBSIS82L
              PERFORM 2020-VERIFICA-MES-FECHADO

              IF WS-DADOS-INVALIDOS    EQUAL "S"
                 UNLOCK ARQ-AJUSTE-COMISSAO
                 CLOSE ARQ-AJUSTE-COMISSAO
                 GO TO 2500-EXIT
              END-IF

              MOVE "A"                 TO SITUACAO-HBSIS82C
           ELSE
              MOVE "R"                 TO SITUACAO-HBSIS82C
           END-IF

           MOVE OPERADOR-HBSIS82L      TO OPERADOR-APROV-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-APROV-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-APROV-HBSIS82C

           REWRITE ARQ-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              PERFORM 2110-DEVOLVE-AJUSTE
              MOVE ZEROS               TO COD-RETORNO-HBSIS82L
              IF SITUACAO-HBSIS82C     EQUAL "A"
                 MOVE "AJUSTE APROVADO - ENTRA NA APURACAO DO MES"
                                       TO MSG-RETORNO-HBSIS82L
              ELSE
                 MOVE "AJUSTE RECUSADO"
                                       TO MSG-RETORNO-HBSIS82L
              END-IF
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS82L
              MOVE "ERRO AO ATUALIZAR O AJUSTE"
                                       TO MSG-RETORNO-HBSIS82L
           END-IF

           CLOSE ARQ-AJUSTE-COMISSAO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE COM BLOQUEIO O AJUSTE DA CHAVE INFORMADA - SO AJUSTES       *
      * MANUAIS PENDENTES PODEM SER ALTERADOS, EXCLUIDOS OU DECIDIDOS. *
      * COM RETORNO ZERO O ARQUIVO FICA ABERTO E O REGISTRO BLOQUEADO  *
      *----------------------------------------------------------------*
       2600-LE-AJUSTE-PENDENTE         SECTION.

           OPEN I-O ARQ-AJUSTE-COMISSAO

           IF WS-FL-STATUS-AJU         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS82L
              GO TO 2600-EXIT
           END-IF

           MOVE COD-VENDEDOR-HBSIS82L  TO COD-VENDEDOR-HBSIS82C
           MOVE ANO-MES-HBSIS82L       TO ANO-MES-HBSIS82C
           MOVE SEQUENCIA-HBSIS82L     TO SEQUENCIA-HBSIS82C

           READ ARQ-AJUSTE-COMISSAO WITH LOCK KEY IS CHAVE-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS82L
              CLOSE ARQ-AJUSTE-COMISSAO
              GO TO 2600-EXIT
           END-IF

           IF WS-FL-STATUS-AJU         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS82L
              CLOSE ARQ-AJUSTE-COMISSAO
              GO TO 2600-EXIT
           END-IF

           IF TIPO-AJUSTE-HBSIS82C     EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "SALDO TRANSPORTADO E MANTIDO PELA APURACAO"
                                       TO MSG-RETORNO-HBSIS82L
              UNLOCK ARQ-AJUSTE-COMISSAO
              CLOSE ARQ-AJUSTE-COMISSAO
              GO TO 2600-EXIT
           END-IF

           IF SITUACAO-HBSIS82C        NOT EQUAL "P"
              PERFORM 2110-DEVOLVE-AJUSTE
              MOVE 1                   TO COD-RETORNO-HBSIS82L
              MOVE "AJUSTE JA DECIDIDO - NAO PODE SER MODIFICADO"
                                       TO MSG-RETORNO-HBSIS82L
              UNLOCK ARQ-AJUSTE-COMISSAO
              CLOSE ARQ-AJUSTE-COMISSAO
              GO TO 2600-EXIT
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS82L

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
      * FIM DO PROGRAMA HBSIS82P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS82P.
      *----------------------------------------------------------------*
