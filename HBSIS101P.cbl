       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS101P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE TEMPORADAS DO    *
      *                CLIENTE (ARQ-TEMPORADA): FLAG DE CLIENTE        *
      *                SAZONAL E ATE QUATRO JANELAS ANUAIS DE          *
      *                FUNCIONAMENTO, USADAS NA DISTRIBUICAO           *
      *                (HBSIS07P), NA AGENDA (HBSIS35P), NA FOLHA DE   *
      *                ROTA (HBSIS34P) E NOS ALERTAS DE QUEDA DE       *
      *                RECEITA (HBSIS53P); EMITE O RELATORIO DE        *
      *                PRE-TEMPORADA COM OS CLIENTES QUE REABREM NOS   *
      *                PROXIMOS DIAS E O VENDEDOR ANTERIOR             *
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
           SELECT ARQ-TEMPORADA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS101C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TMP.

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

           SELECT REL-PRE-TEMPORADA  ASSIGN TO "RELPRETEMPORADA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-SORT           ASSIGN TO "SORTPRETEMPORADA.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TEMPORADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTemporada'.
       COPY "HBSIS101C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  REL-PRE-TEMPORADA.
       01  REG-REL-PRE-TEMPORADA       PIC X(132).

      *    CLIENTES QUE REABREM, EM ORDEM DE DATA DE ABERTURA
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-DATA-ABERTURA       PIC  9(008).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-DIAS                PIC  9(003).
           05  SRT-DIA-INI             PIC  9(002).
           05  SRT-MES-INI             PIC  9(002).
           05  SRT-DIA-FIM             PIC  9(002).
           05  SRT-MES-FIM             PIC  9(002).
           05  SRT-COD-VEND            PIC  9(003).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-IDX-TMP                  PIC  9(001)         VALUE ZEROS.
       01  WS-TEMPORADA-VALIDA         PIC  X(001)         VALUE "S".

      *----------------------------------------------------------------*
      * ULTIMO DIA DE CADA MES (29/02 NAO E ACEITO COMO LIMITE DE UMA  *
      * JANELA QUE SE REPETE TODO ANO)                                 *
      *----------------------------------------------------------------*
       01  WS-TAB-DIAS-MES             PIC  X(024)         VALUE
           "312831303130313130313031".
       01  FILLER                      REDEFINES WS-TAB-DIAS-MES.
           05  WS-DIAS-MES             PIC  9(002)  OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      * SITUACAO DO CLIENTE NA DATA DE TESTE: DENTRO DE ALGUMA JANELA  *
      * (MMDD) OU A PROXIMA DATA DE ABERTURA                           *
      *----------------------------------------------------------------*
       01  WS-DATA-TESTE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO            PIC  9(004).
           05  WS-TESTE-MMDD           PIC  9(004).
       01  WS-MMDD-INI                 PIC  9(004)         VALUE ZEROS.
       01  WS-MMDD-FIM                 PIC  9(004)         VALUE ZEROS.
       01  WS-EM-TEMPORADA             PIC  X(001)         VALUE "S".
       01  WS-DATA-CANDIDATA           PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-ABERTURA            PIC  9(008)         VALUE ZEROS.
       01  WS-IDX-ABERTURA             PIC  9(001)         VALUE ZEROS.
       01  WS-DIAS-ABERTURA            PIC S9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * RELATORIO DE PRE-TEMPORADA                                     *
      *----------------------------------------------------------------*
       01  WS-DIAS-ANTECEDENCIA        PIC  9(003)         VALUE 30.
       01  WS-QTD-CLIENTES             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS49L.

       01  CAB-PRE-TEMPORADA.
           03 FILLER                   PIC  X(043)         VALUE
              "CLIENTES SAZONAIS QUE REABREM NOS PROXIMOS ".
           03 CAB-PRE-DIAS             PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(054)         VALUE
              " DIAS".
           03 FILLER                   PIC  X(015)         VALUE
              "EMITIDO EM: ".
           03 CAB-PRE-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(009)         VALUE SPACES.

       01  CAB-PRE-COLUNAS.
           03 FILLER                   PIC  X(013)         VALUE
              "  ABERTURA   ".
           03 FILLER                   PIC  X(007)         VALUE
              "DIAS   ".
           03 FILLER                   PIC  X(015)         VALUE
              "TEMPORADA".
           03 FILLER                   PIC  X(039)         VALUE
              "CLIENTE RAZAO SOCIAL".
           03 FILLER                   PIC  X(021)         VALUE
              "MUNICIPIO".
           03 FILLER                   PIC  X(005)         VALUE
              "REG".
           03 FILLER                   PIC  X(032)         VALUE
              "VENDEDOR ANTERIOR".

       01  DET-PRE-TEMPORADA.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-ABE-DIA          PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-PRE-ABE-MES          PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-PRE-ABE-ANO          PIC  9(004)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-DIAS             PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-PRE-DIA-INI          PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-PRE-MES-INI          PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " A ".
           03 DET-PRE-DIA-FIM          PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-PRE-MES-FIM          PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-PRE-NOME             PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-PRE-MUNICIPIO        PIC  X(020)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-PRE-COD-REGIAO       PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-COD-VEND         PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 DET-PRE-NOME-VEND        PIC  X(025)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.

       01  ROD-PRE-TOTAL.
           03 FILLER                   PIC  X(030)         VALUE
              "CLIENTES QUE REABREM: ".
           03 ROD-PRE-CLIENTES         PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(095)         VALUE SPACES.

       01  LINHA-PRE-AVISO             PIC  X(132)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS101L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS101L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS101L

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

           IF COD-FUNCAO-HBSIS101L     EQUAL 5
              PERFORM 2600-RELATORIO-PRE-TEMPORADA
              GO TO 2000-EXIT
           END-IF

           IF COD-CLIENTE-HBSIS101L    EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              MOVE "CODIGO DO CLIENTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS101L
              GO TO 2000-EXIT
           END-IF

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF (COD-FUNCAO-HBSIS101L    EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS101L       NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS101L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS101L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS101L
               WHEN 0
                    PERFORM 2100-BUSCAR-TEMPORADA
               WHEN 1
                    PERFORM 2200-INCLUIR-TEMPORADA
               WHEN 2
                    PERFORM 2300-ALTERAR-TEMPORADA
               WHEN 3
                    PERFORM 2400-EXCLUIR-TEMPORADA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS101L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS101L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-TEMPORADA         SECTION.

           OPEN I-O ARQ-TEMPORADA

           IF WS-FL-STATUS-TMP         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-TEMPORADA
              CLOSE ARQ-TEMPORADA
              OPEN I-O ARQ-TEMPORADA

              IF WS-FL-STATUS-TMP      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS101L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE TEMPORADAS"
                                       TO MSG-RETORNO-HBSIS101L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-TEMPORADA        SECTION.

           CLOSE ARQ-TEMPORADA

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O FLAG E AS JANELAS: DIA E MES VALIDOS (SEM 29/02), A   *
      * PRIMEIRA JANELA OBRIGATORIA PARA CLIENTE SAZONAL E AS DEMAIS   *
      * OPCIONAIS (ZERADAS). A JANELA COM INICIO APOS O FIM VIRA O ANO *
      *----------------------------------------------------------------*
       2150-VALIDA-TEMPORADAS          SECTION.

           MOVE "S"                    TO WS-TEMPORADA-VALIDA

           IF FLAG-SAZONAL-HBSIS101L   NOT EQUAL "S" AND "N"
              MOVE "N"                 TO WS-TEMPORADA-VALIDA
              MOVE "CLIENTE SAZONAL DEVE SER S OU N"
                                       TO MSG-RETORNO-HBSIS101L
              GO TO 2150-EXIT
           END-IF

           IF FLAG-SAZONAL-HBSIS101L   EQUAL "S"
           AND TEMPORADA-HBSIS101L (1) EQUAL ZEROS
              MOVE "N"                 TO WS-TEMPORADA-VALIDA
              MOVE "PRIMEIRA TEMPORADA NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS101L
              GO TO 2150-EXIT
           END-IF

           PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                   UNTIL WS-IDX-TMP GREATER 4
              IF TEMPORADA-HBSIS101L (WS-IDX-TMP)
                                       NOT EQUAL ZEROS
                 IF MES-INI-HBSIS101L (WS-IDX-TMP) LESS 1
                 OR MES-INI-HBSIS101L (WS-IDX-TMP) GREATER 12
                 OR MES-FIM-HBSIS101L (WS-IDX-TMP) LESS 1
                 OR MES-FIM-HBSIS101L (WS-IDX-TMP) GREATER 12
                    MOVE "N"           TO WS-TEMPORADA-VALIDA
                 ELSE
                    IF DIA-INI-HBSIS101L (WS-IDX-TMP) LESS 1
                    OR DIA-INI-HBSIS101L (WS-IDX-TMP) GREATER
                       WS-DIAS-MES (MES-INI-HBSIS101L (WS-IDX-TMP))
                    OR DIA-FIM-HBSIS101L (WS-IDX-TMP) LESS 1
                    OR DIA-FIM-HBSIS101L (WS-IDX-TMP) GREATER
                       WS-DIAS-MES (MES-FIM-HBSIS101L (WS-IDX-TMP))
                       MOVE "N"        TO WS-TEMPORADA-VALIDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-TEMPORADA-VALIDA      EQUAL "N"
              MOVE "DATA INVALIDA NA TEMPORADA - INFORME DD/MM"
                                       TO MSG-RETORNO-HBSIS101L
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DAS TEMPORADAS DO CLIENTE E DA SITUACAO NA DATA DE       *
      * REFERENCIA (ZERO = HOJE)                                       *
      *----------------------------------------------------------------*
       2100-BUSCAR-TEMPORADA           SECTION.

           PERFORM 2110-OPEN-ARQ-TEMPORADA

           MOVE COD-CLIENTE-HBSIS101L  TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE FLAG-SAZONAL-HBSIS101C
                                       TO FLAG-SAZONAL-HBSIS101L
              PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                      UNTIL WS-IDX-TMP GREATER 4
                 MOVE TEMPORADA-HBSIS101C (WS-IDX-TMP)
                                 TO TEMPORADA-HBSIS101L (WS-IDX-TMP)
              END-PERFORM
              MOVE COD-VEND-ANTERIOR-HBSIS101C
                                       TO COD-VEND-ANTERIOR-HBSIS101L
              MOVE DATA-ULT-ATRIB-HBSIS101C
                                       TO DATA-ULT-ATRIB-HBSIS101L

              IF DATA-REF-HBSIS101L    EQUAL ZEROS
                 MOVE WS-DATA-HOJE     TO DATA-REF-HBSIS101L
              END-IF
              MOVE DATA-REF-HBSIS101L  TO WS-DATA-TESTE
              PERFORM 2500-SITUACAO-TEMPORADA
              MOVE WS-EM-TEMPORADA     TO FLAG-EM-TEMPORADA-HBSIS101L
              MOVE WS-DATA-ABERTURA    TO DATA-ABERTURA-HBSIS101L

              MOVE ZEROS               TO COD-RETORNO-HBSIS101L
              IF WS-EM-TEMPORADA       EQUAL "S"
                 MOVE "TEMPORADA ENCONTRADA - CLIENTE EM FUNCIONAMENTO"
                                       TO MSG-RETORNO-HBSIS101L
              ELSE
                 MOVE "TEMPORADA ENCONTRADA - CLIENTE FORA DA TEMPORADA"
                                       TO MSG-RETORNO-HBSIS101L
              END-IF
           ELSE
              MOVE "S"                 TO FLAG-EM-TEMPORADA-HBSIS101L
              MOVE ZEROS               TO DATA-ABERTURA-HBSIS101L
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              MOVE "CLIENTE SEM TEMPORADA (FUNCIONA O ANO TODO)"
                                       TO MSG-RETORNO-HBSIS101L
           END-IF

           PERFORM 2120-CLOSE-ARQ-TEMPORADA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DAS TEMPORADAS DO CLIENTE                             *
      *----------------------------------------------------------------*
       2200-INCLUIR-TEMPORADA          SECTION.

           PERFORM 2150-VALIDA-TEMPORADAS

           IF WS-TEMPORADA-VALIDA      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-TEMPORADA

           INITIALIZE ARQ-HBSIS101C
           MOVE COD-CLIENTE-HBSIS101L  TO COD-CLIENTE-HBSIS101C
           MOVE FLAG-SAZONAL-HBSIS101L TO FLAG-SAZONAL-HBSIS101C
           PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                   UNTIL WS-IDX-TMP GREATER 4
              MOVE TEMPORADA-HBSIS101L (WS-IDX-TMP)
                                 TO TEMPORADA-HBSIS101C (WS-IDX-TMP)
           END-PERFORM
           MOVE OPERADOR-HBSIS101L     TO OPERADOR-ALTER-HBSIS101C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS101C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS101C

           WRITE ARQ-HBSIS101C

           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS101L
              MOVE "TEMPORADA CADASTRADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS101L
           ELSE
           IF WS-FL-STATUS-TMP         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              MOVE "TEMPORADA JA CADASTRADA PARA O CLIENTE"
                                       TO MSG-RETORNO-HBSIS101L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS101L
              MOVE "ERRO AO GRAVAR A TEMPORADA"
                                       TO MSG-RETORNO-HBSIS101L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TEMPORADA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DAS TEMPORADAS DO CLIENTE - O VENDEDOR ANTERIOR E    *
      * MANTIDO (SO A DISTRIBUICAO O ATUALIZA)                         *
      *----------------------------------------------------------------*
       2300-ALTERAR-TEMPORADA          SECTION.

           PERFORM 2150-VALIDA-TEMPORADAS

           IF WS-TEMPORADA-VALIDA      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              GO TO 2300-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-TEMPORADA

           MOVE COD-CLIENTE-HBSIS101L  TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA WITH LOCK KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS101L
              MOVE "TEMPORADA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS101L
           ELSE
           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE FLAG-SAZONAL-HBSIS101L
                                       TO FLAG-SAZONAL-HBSIS101C
              PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                      UNTIL WS-IDX-TMP GREATER 4
                 MOVE TEMPORADA-HBSIS101L (WS-IDX-TMP)
                                 TO TEMPORADA-HBSIS101C (WS-IDX-TMP)
              END-PERFORM
              MOVE OPERADOR-HBSIS101L  TO OPERADOR-ALTER-HBSIS101C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS101C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS101C

              REWRITE ARQ-HBSIS101C

              MOVE ZEROS               TO COD-RETORNO-HBSIS101L
              MOVE "TEMPORADA ALTERADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS101L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              MOVE "CLIENTE SEM TEMPORADA CADASTRADA"
                                       TO MSG-RETORNO-HBSIS101L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TEMPORADA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DAS TEMPORADAS DO CLIENTE (PASSA A FUNCIONAR O ANO    *
      * TODO)                                                          *
      *----------------------------------------------------------------*
       2400-EXCLUIR-TEMPORADA          SECTION.

           PERFORM 2110-OPEN-ARQ-TEMPORADA

           MOVE COD-CLIENTE-HBSIS101L  TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA WITH LOCK KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS101L
              MOVE "TEMPORADA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS101L
           ELSE
           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              DELETE ARQ-TEMPORADA

              MOVE ZEROS               TO COD-RETORNO-HBSIS101L
              MOVE "TEMPORADA EXCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS101L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS101L
              MOVE "CLIENTE SEM TEMPORADA CADASTRADA"
                                       TO MSG-RETORNO-HBSIS101L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TEMPORADA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SITUACAO DO REGISTRO LIDO NA DATA DE TESTE: EM TEMPORADA SE A  *
      * DATA (MMDD) CAI EM ALGUMA JANELA; A JANELA COM INICIO APOS O   *
      * FIM VIRA O ANO. FORA DA TEMPORADA, DEVOLVE A PROXIMA ABERTURA  *
      * (A MAIS PROXIMA DATA DE INICIO POSTERIOR A DATA DE TESTE)      *
      *----------------------------------------------------------------*
       2500-SITUACAO-TEMPORADA         SECTION.

           MOVE "S"                    TO WS-EM-TEMPORADA
           MOVE ZEROS                  TO WS-DATA-ABERTURA
                                          WS-IDX-ABERTURA

           IF FLAG-SAZONAL-HBSIS101C   NOT EQUAL "S"
              GO TO 2500-EXIT
           END-IF

           MOVE "N"                    TO WS-EM-TEMPORADA

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
                       MOVE "S"        TO WS-EM-TEMPORADA
                    END-IF
                 ELSE
                    IF WS-TESTE-MMDD   NOT LESS WS-MMDD-INI
                    OR WS-TESTE-MMDD   NOT GREATER WS-MMDD-FIM
                       MOVE "S"        TO WS-EM-TEMPORADA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-EM-TEMPORADA          EQUAL "S"
              GO TO 2500-EXIT
           END-IF

           PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                   UNTIL WS-IDX-TMP GREATER 4
              IF MES-INI-HBSIS101C (WS-IDX-TMP) GREATER ZEROS
                 COMPUTE WS-DATA-CANDIDATA =
                         WS-TESTE-ANO * 10000
                       + MES-INI-HBSIS101C (WS-IDX-TMP) * 100
                       + DIA-INI-HBSIS101C (WS-IDX-TMP)
                 IF WS-DATA-CANDIDATA  NOT GREATER WS-DATA-TESTE
                    ADD 10000          TO WS-DATA-CANDIDATA
                 END-IF
                 IF WS-DATA-ABERTURA   EQUAL ZEROS
                 OR WS-DATA-CANDIDATA  LESS WS-DATA-ABERTURA
                    MOVE WS-DATA-CANDIDATA
                                       TO WS-DATA-ABERTURA
                    MOVE WS-IDX-TMP    TO WS-IDX-ABERTURA
                 END-IF
              END-IF
           END-PERFORM

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE PRE-TEMPORADA: CLIENTES SAZONAIS FORA DA          *
      * TEMPORADA HOJE CUJA PROXIMA ABERTURA CAI NOS PROXIMOS DIAS     *
      * (PADRAO 30), EM ORDEM DE DATA DE ABERTURA                      *
      *----------------------------------------------------------------*
       2600-RELATORIO-PRE-TEMPORADA    SECTION.

           MOVE 30                     TO WS-DIAS-ANTECEDENCIA
           IF DIAS-ANTECEDENCIA-HBSIS101L
                                       GREATER ZEROS
              MOVE DIAS-ANTECEDENCIA-HBSIS101L
                                       TO WS-DIAS-ANTECEDENCIA
           END-IF

           MOVE ZEROS                  TO WS-QTD-CLIENTES
                                          WS-QTD-LINHAS-REL

           SORT ARQ-SORT
                ON ASCENDING KEY SRT-DATA-ABERTURA
                                 SRT-COD-CLIENTE
                INPUT PROCEDURE  IS 2610-INPUT-TEMPORADAS
                OUTPUT PROCEDURE IS 2650-OUTPUT-RELATORIO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELPRETEMPORADA.TXT"  TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-CLIENTES        TO QTD-CLIENTES-HBSIS101L
           MOVE "RELPRETEMPORADA.TXT"  TO NOME-REL-HBSIS101L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS101L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS101L
           STRING "CLIENTES QUE REABREM: "
                  WS-QTD-CLIENTES
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS101L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DO SORT: LEITURA SEQUENCIAL DAS TEMPORADAS             *
      *----------------------------------------------------------------*
       2610-INPUT-TEMPORADAS           SECTION.

           OPEN INPUT ARQ-TEMPORADA

           IF WS-FL-STATUS-TMP         NOT EQUAL ZEROS
              GO TO 2610-EXIT
           END-IF

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS101C

           START ARQ-TEMPORADA KEY IS NOT LESS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              READ ARQ-TEMPORADA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-TMP NOT EQUAL "00"
              PERFORM 2620-SELECIONA-TEMPORADA
              READ ARQ-TEMPORADA NEXT
           END-PERFORM

           CLOSE ARQ-TEMPORADA

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SELECIONA O CLIENTE FORA DA TEMPORADA HOJE QUE REABRE DENTRO   *
      * DA ANTECEDENCIA PEDIDA                                         *
      *----------------------------------------------------------------*
       2620-SELECIONA-TEMPORADA        SECTION.

           MOVE WS-DATA-HOJE           TO WS-DATA-TESTE
           PERFORM 2500-SITUACAO-TEMPORADA

           IF WS-EM-TEMPORADA          EQUAL "S"
           OR WS-DATA-ABERTURA         EQUAL ZEROS
              GO TO 2620-EXIT
           END-IF

           COMPUTE WS-DIAS-ABERTURA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ABERTURA)
                 - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)

           IF WS-DIAS-ABERTURA         GREATER WS-DIAS-ANTECEDENCIA
              GO TO 2620-EXIT
           END-IF

           MOVE WS-DATA-ABERTURA       TO SRT-DATA-ABERTURA
           MOVE COD-CLIENTE-HBSIS101C  TO SRT-COD-CLIENTE
           MOVE WS-DIAS-ABERTURA       TO SRT-DIAS
           MOVE DIA-INI-HBSIS101C (WS-IDX-ABERTURA)
                                       TO SRT-DIA-INI
           MOVE MES-INI-HBSIS101C (WS-IDX-ABERTURA)
                                       TO SRT-MES-INI
           MOVE DIA-FIM-HBSIS101C (WS-IDX-ABERTURA)
                                       TO SRT-DIA-FIM
           MOVE MES-FIM-HBSIS101C (WS-IDX-ABERTURA)
                                       TO SRT-MES-FIM
           MOVE COD-VEND-ANTERIOR-HBSIS101C
                                       TO SRT-COD-VEND

           RELEASE REG-SORT

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SORT: RELATORIO COM OS DADOS DO CLIENTE E O NOME DO   *
      * VENDEDOR ANTERIOR (CLIENTES INATIVOS NAO SAO LISTADOS)         *
      *----------------------------------------------------------------*
       2650-OUTPUT-RELATORIO           SECTION.

           OPEN OUTPUT REL-PRE-TEMPORADA
           OPEN INPUT  ARQ-CLIENTE
           OPEN INPUT  ARQ-VENDEDOR

           MOVE "00"                   TO WS-FL-STATUS-SORT

           MOVE WS-DIAS-ANTECEDENCIA   TO CAB-PRE-DIAS
           MOVE WS-DATA-HOJE           TO CAB-PRE-DATA

           WRITE REG-REL-PRE-TEMPORADA FROM LINHA-TRACO
           WRITE REG-REL-PRE-TEMPORADA FROM CAB-PRE-TEMPORADA
           WRITE REG-REL-PRE-TEMPORADA FROM LINHA-TRACO
           WRITE REG-REL-PRE-TEMPORADA FROM CAB-PRE-COLUNAS

           RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              PERFORM 2660-GRAVA-CLIENTE
              RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           IF WS-QTD-CLIENTES          EQUAL ZEROS
              MOVE "NENHUM CLIENTE SAZONAL REABRE NO PERIODO"
                                       TO LINHA-PRE-AVISO
              WRITE REG-REL-PRE-TEMPORADA
                                       FROM LINHA-PRE-AVISO
           END-IF

           MOVE WS-QTD-CLIENTES        TO ROD-PRE-CLIENTES
           WRITE REG-REL-PRE-TEMPORADA FROM LINHA-TRACO
           WRITE REG-REL-PRE-TEMPORADA FROM ROD-PRE-TOTAL

           CLOSE REL-PRE-TEMPORADA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE DETALHE DO CLIENTE QUE REABRE                         *
      *----------------------------------------------------------------*
       2660-GRAVA-CLIENTE              SECTION.

           MOVE SRT-COD-CLIENTE        TO COD-CLIENTE-HBSIS02C
           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
           OR FLAG-ATIVO-HBSIS02C      EQUAL "N"
              GO TO 2660-EXIT
           END-IF

           MOVE SRT-DATA-ABERTURA (7:2)
                                       TO DET-PRE-ABE-DIA
           MOVE SRT-DATA-ABERTURA (5:2)
                                       TO DET-PRE-ABE-MES
           MOVE SRT-DATA-ABERTURA (1:4)
                                       TO DET-PRE-ABE-ANO
           MOVE SRT-DIAS               TO DET-PRE-DIAS
           MOVE SRT-DIA-INI            TO DET-PRE-DIA-INI
           MOVE SRT-MES-INI            TO DET-PRE-MES-INI
           MOVE SRT-DIA-FIM            TO DET-PRE-DIA-FIM
           MOVE SRT-MES-FIM            TO DET-PRE-MES-FIM
           MOVE SRT-COD-CLIENTE        TO DET-PRE-COD-CLIENTE
           MOVE RAZAO-SOCIAL-HBSIS02C  TO DET-PRE-NOME
           MOVE MUNICIPIO-HBSIS02C     TO DET-PRE-MUNICIPIO
           MOVE COD-REGIAO-HBSIS02C    TO DET-PRE-COD-REGIAO
           MOVE SRT-COD-VEND           TO DET-PRE-COD-VEND

           MOVE "SEM VENDEDOR ANTERIOR"
                                       TO DET-PRE-NOME-VEND
           IF SRT-COD-VEND             GREATER ZEROS
              MOVE SPACES              TO DET-PRE-NOME-VEND
              MOVE SRT-COD-VEND        TO COD-VENDEDOR-HBSIS04C
              READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VEND-HBSIS04C
                                       TO DET-PRE-NOME-VEND
              END-IF
           END-IF

           WRITE REG-REL-PRE-TEMPORADA FROM DET-PRE-TEMPORADA

           ADD 1                       TO WS-QTD-CLIENTES
                                          WS-QTD-LINHAS-REL

           .
       2660-EXIT.
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
      * FIM DO PROGRAMA HBSIS101P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS101P.
      *----------------------------------------------------------------*
