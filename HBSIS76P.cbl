       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS76P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: PARTICOES POR FILIAL DA DISTRIBUICAO PARALELA   *
      *                DA CADEIA NOTURNA (HBSIS21P PASSO 4): MONTA AS  *
      *                PARTICOES A PARTIR DO CADASTRO DE CLIENTES E,   *
      *                APOS AS EXECUCOES DAS FILIAIS, CONFERE CADA     *
      *                PARTICAO CONTRA O ARQUIVO DE DISTRIBUICAO,      *
      *                EMITE O RELATORIO DE VERIFICACAO E CONSOLIDA A  *
      *                ESTATISTICA DA EXECUCAO                         *
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

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS07C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS07C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-DISTRIB-LINHA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS69C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS69C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DLN.

           SELECT ARQ-RASTREIO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS74C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RAS.

           SELECT ARQ-CACHE-DIST    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS28C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CCH.

           SELECT ARQ-ESTAT-FILIAL   ASSIGN TO WS-NOME-ESTAT-FILIAL
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EFI.

           SELECT ARQ-ESTATISTICA    ASSIGN TO
                                     "ESTATISTICADISTRIB.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EST.

           SELECT REL-VERIFICACAO    ASSIGN TO "RELVERIFFILIAIS.TXT"
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

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".

       FD  ARQ-RASTREIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRastreio'.
       COPY "HBSIS74C.CPY".

       FD  ARQ-CACHE-DIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCacheDist'.
       COPY "HBSIS28C.CPY".

       FD  ARQ-ESTAT-FILIAL
           LABEL RECORD IS STANDARD.
       01  REG-ESTAT-FILIAL.
           05  EFI-DATA-EXECUCAO       PIC  9(008).
           05  EFI-HORA-EXECUCAO       PIC  9(006).
           05  EFI-NOME-PARAM          PIC  X(020).
           05  EFI-QTD-PROCESSADOS     PIC  9(007).
           05  EFI-QTD-ATRIBUIDOS      PIC  9(007).
           05  EFI-QTD-NAO-ATRIB       PIC  9(007).
           05  EFI-DIST-MEDIA          PIC  9(009)V9(002).
           05  EFI-DIST-MAXIMA         PIC  9(009)V9(002).
           05  EFI-QTD-VENDEDORES      PIC  9(003).
           05  EFI-TEMPO-SEGUNDOS      PIC  9(007).
           05  EFI-PARAM-EXEC          PIC  X(060).

       FD  ARQ-ESTATISTICA
           LABEL RECORD IS STANDARD.
       COPY "HBSIS23C.CPY".

       FD  REL-VERIFICACAO.
       01  REG-REL-VERIFICACAO         PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RAS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CCH            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EFI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-NOME-ESTAT-FILIAL        PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CLIENTES ATIVOS E APROVADOS POR FILIAL (INDICE = FILIAL + 1)   *
      * E REGISTROS DA EXECUCAO GRAVADOS PARA CLIENTES DE CADA FILIAL  *
      *----------------------------------------------------------------*
       01  WS-TAB-FILIAIS.
           05  WS-FILIAL-ITEM          OCCURS 100 TIMES.
               10  WS-FIL-QTD-CLIENTES PIC  9(007).
               10  WS-FIL-QTD-GRAVADOS PIC  9(007).

      *----------------------------------------------------------------*
      * CLIENTES ATRIBUIDOS A CADA VENDEDOR NA EXECUCAO COMUM          *
      *----------------------------------------------------------------*
       01  WS-TAB-CARGA.
           05  WS-CARGA-VEND           OCCURS 999 TIMES
                                       PIC  9(007).

       01  WS-IDX-FILIAL               PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-PAR                  PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-QTD-SEM-CADASTRO         PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ERROS                PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-AVISOS               PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-EST-QTD-PROCESSADOS      PIC  9(007)         VALUE ZEROS.
       01  WS-EST-QTD-ATRIBUIDOS       PIC  9(007)         VALUE ZEROS.
       01  WS-EST-QTD-NAO-ATRIB        PIC  9(007)         VALUE ZEROS.
       01  WS-EST-SOMA-DIST            PIC  9(015)V9(002)  VALUE ZEROS.
       01  WS-EST-DIST-MAXIMA          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-EST-QTD-VENDEDORES       PIC  9(003)         VALUE ZEROS.
       01  WS-EST-TEMPO-MAXIMO         PIC  9(007)         VALUE ZEROS.
       01  WS-EST-PARAM-EXEC           PIC  X(060)         VALUE SPACES.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE VERIFICACAO DAS FILIAIS                 *
      *----------------------------------------------------------------*
       01  LINHA-TRACO.
           03 FILLER                   PIC  X(100)         VALUE
              ALL "-".

       01  CAB-VERIFICACAO.
           03 FILLER                   PIC  X(047)         VALUE
              "HBSIS76P - VERIFICACAO DA DISTRIBUICAO POR FIL".
           03 FILLER                   PIC  X(016)         VALUE
              "IAL - EXECUCAO: ".
           03 CAB-VER-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".
           03 CAB-VER-HORA             PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(022)         VALUE SPACES.

       01  CAB-COLUNAS.
           03 FILLER                   PIC  X(050)         VALUE
              "FILIAL  SIT  CLIENTES  GRAVADOS  MOTIVO".
           03 FILLER                   PIC  X(050)         VALUE SPACES.

       01  DET-VERIFICACAO.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-VER-FILIAL           PIC  99             VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-VER-STATUS           PIC  X(001)         VALUE SPACE.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-VER-CLIENTES         PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-VER-GRAVADOS         PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-VER-MOTIVO           PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(029)         VALUE SPACES.

       01  DET-SEM-CADASTRO.
           03 FILLER                   PIC  X(050)         VALUE
              "REGISTROS DA EXECUCAO SEM CLIENTE NO CADASTRO:".
           03 DET-SEM-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(043)         VALUE SPACES.

       01  CAB-AVISO-CARGA.
           03 FILLER                   PIC  X(050)         VALUE
              "AVISO: VENDEDORES ACIMA DO MAXIMO DE CLIENTES NA S".
           03 FILLER                   PIC  X(036)         VALUE
              "OMA DAS FILIAIS - MAXIMO: ".
           03 CAB-AVI-MAXIMO           PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(007)         VALUE SPACES.

       01  DET-AVISO-CARGA.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AVI-VENDEDOR         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-AVI-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(011)         VALUE
              " CLIENTES: ".
           03 DET-AVI-CARGA            PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(036)         VALUE SPACES.

       01  TOT-VERIFICACAO.
           03 FILLER                   PIC  X(012)         VALUE
              "PARTICOES: ".
           03 TOT-VER-PARTICOES        PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(016)         VALUE
              "   COM ERRO: ".
           03 TOT-VER-ERROS            PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(017)         VALUE
              "   PROCESSADOS: ".
           03 TOT-VER-PROCESSADOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(016)         VALUE
              "   ATRIBUIDOS: ".
           03 TOT-VER-ATRIBUIDOS       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(019)         VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS76L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS76L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS76L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS76L

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS76L
               WHEN 1
                    PERFORM 2100-MONTA-PARTICOES
               WHEN 2
                    PERFORM 2200-VERIFICA-PARTICOES
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS76L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS76L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1: UMA PARTICAO POR FILIAL COM CLIENTES ATIVOS E        *
      * APROVADOS (FILIAL 00 = CLIENTES SEM FILIAL) E A EXECUCAO       *
      * ANTERIOR A EXECUCAO COMUM DA CADEIA. CRIA OS ARQUIVOS COMUNS   *
      * QUE AINDA NAO EXISTEM, ANTES DE AS FILIAIS RODAREM AO MESMO    *
      * TEMPO                                                          *
      *----------------------------------------------------------------*
       2100-MONTA-PARTICOES            SECTION.

           PERFORM 2110-CONTA-CLIENTES-FILIAL

           IF COD-RETORNO-HBSIS76L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           MOVE ZEROS                  TO QTD-PARTICOES-HBSIS76L

           PERFORM VARYING WS-IDX-FILIAL FROM 1 BY 1
                   UNTIL WS-IDX-FILIAL GREATER 100
              IF WS-FIL-QTD-CLIENTES (WS-IDX-FILIAL) GREATER ZEROS
                 ADD 1                 TO QTD-PARTICOES-HBSIS76L
                 MOVE QTD-PARTICOES-HBSIS76L
                                       TO WS-IDX-PAR
                 COMPUTE PAR-FILIAL-HBSIS76L (WS-IDX-PAR) =
                         WS-IDX-FILIAL - 1
                 MOVE "P"              TO PAR-STATUS-HBSIS76L
                                          (WS-IDX-PAR)
                 MOVE WS-FIL-QTD-CLIENTES (WS-IDX-FILIAL)
                                       TO PAR-QTD-CLIENTES-HBSIS76L
                                          (WS-IDX-PAR)
                 MOVE ZEROS            TO PAR-QTD-GRAVADOS-HBSIS76L
                                          (WS-IDX-PAR)
                 MOVE SPACES           TO PAR-MOTIVO-HBSIS76L
                                          (WS-IDX-PAR)
              END-IF
           END-PERFORM

           PERFORM 2120-DESCOBRE-EXEC-ANTERIOR

           PERFORM 2130-CRIA-ARQUIVOS-COMUNS

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA OS CLIENTES ATIVOS E APROVADOS DE CADA FILIAL - OS MESMOS*
      * QUE A DISTRIBUICAO GRAVA NA EXECUCAO                           *
      *----------------------------------------------------------------*
       2110-CONTA-CLIENTES-FILIAL      SECTION.

           INITIALIZE WS-TAB-FILIAIS

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS76L
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES'
                                       TO MSG-RETORNO-HBSIS76L
              GO TO 2110-EXIT
           END-IF

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02C

           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              IF FLAG-ATIVO-HBSIS02C   NOT EQUAL "N"
              AND SITUACAO-APROV-HBSIS02C NOT EQUAL "P"
                 COMPUTE WS-IDX-FILIAL = COD-FILIAL-HBSIS02C + 1
                 ADD 1                 TO WS-FIL-QTD-CLIENTES
                                          (WS-IDX-FILIAL)
              END-IF
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           CLOSE ARQ-CLIENTE

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ULTIMA EXECUCAO GRAVADA ANTES DA EXECUCAO COMUM DA CADEIA: A   *
      * CHAVE COMECA POR DATA+HORA, ENTAO SALTA DE EXECUCAO EM EXECUCAO*
      * COM START, SEM LER O ARQUIVO INTEIRO                           *
      *----------------------------------------------------------------*
       2120-DESCOBRE-EXEC-ANTERIOR     SECTION.

           MOVE ZEROS                  TO DATA-EXEC-ANT-HBSIS76L
                                          HORA-EXEC-ANT-HBSIS76L

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2120-EXIT
           END-IF

           MOVE ZEROS                  TO DATA-EXECUCAO-HBSIS07C
                                          HORA-EXECUCAO-HBSIS07C
                                          COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS GREATER CHAVE-HBSIS07C

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              READ ARQ-DISTRIBUICAO NEXT
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
                 IF DATA-EXECUCAO-HBSIS07C LESS DATA-EXEC-HBSIS76L
                 OR (DATA-EXECUCAO-HBSIS07C EQUAL DATA-EXEC-HBSIS76L
                 AND HORA-EXECUCAO-HBSIS07C LESS HORA-EXEC-HBSIS76L)
                    MOVE DATA-EXECUCAO-HBSIS07C
                                       TO DATA-EXEC-ANT-HBSIS76L
                    MOVE HORA-EXECUCAO-HBSIS07C
                                       TO HORA-EXEC-ANT-HBSIS76L
                    MOVE 9999999       TO COD-CLIENTE-HBSIS07C
                    START ARQ-DISTRIBUICAO KEY IS GREATER
                                       CHAVE-HBSIS07C
                 ELSE
                    MOVE "10"          TO WS-FL-STATUS-DIS
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARQ-DISTRIBUICAO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CRIA OS ARQUIVOS GRAVADOS POR TODAS AS FILIAIS (DISTRIBUICAO,  *
      * DISTRIBUICAO POR LINHA, RASTREIO E CACHE DE DISTANCIAS) QUE    *
      * AINDA NAO EXISTEM. NA EXECUCAO PARALELA O HBSIS07P NAO OS CRIA *
      *----------------------------------------------------------------*
       2130-CRIA-ARQUIVOS-COMUNS       SECTION.

           OPEN I-O ARQ-DISTRIBUICAO
           IF WS-FL-STATUS-DIS         EQUAL "35"
              OPEN OUTPUT ARQ-DISTRIBUICAO
           END-IF

           OPEN I-O ARQ-DISTRIB-LINHA
           IF WS-FL-STATUS-DLN         EQUAL "35"
              OPEN OUTPUT ARQ-DISTRIB-LINHA
           END-IF

           OPEN I-O ARQ-RASTREIO
           IF WS-FL-STATUS-RAS         EQUAL "35"
              OPEN OUTPUT ARQ-RASTREIO
           END-IF

           OPEN I-O ARQ-CACHE-DIST
           IF WS-FL-STATUS-CCH         EQUAL "35"
              OPEN OUTPUT ARQ-CACHE-DIST
           END-IF

           IF WS-FL-STATUS-DIS         EQUAL ZEROS OR "05"
              CLOSE ARQ-DISTRIBUICAO
           END-IF

           IF WS-FL-STATUS-DLN         EQUAL ZEROS OR "05"
              CLOSE ARQ-DISTRIB-LINHA
           END-IF

           IF WS-FL-STATUS-RAS         EQUAL ZEROS OR "05"
              CLOSE ARQ-RASTREIO
           END-IF

           IF WS-FL-STATUS-CCH         EQUAL ZEROS OR "05"
              CLOSE ARQ-CACHE-DIST
           END-IF

           IF (WS-FL-STATUS-DIS        NOT EQUAL ZEROS AND
               WS-FL-STATUS-DIS        NOT EQUAL "05")
           OR (WS-FL-STATUS-DLN        NOT EQUAL ZEROS AND
               WS-FL-STATUS-DLN        NOT EQUAL "05")
              MOVE 1                   TO COD-RETORNO-HBSIS76L
              MOVE 'ERRO NA CRIACAO DOS ARQUIVOS DA DISTRIBUICAO'
                                       TO MSG-RETORNO-HBSIS76L
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2: CONFERE CADA PARTICAO (ESTATISTICA DA FILIAL GRAVADA *
      * NA EXECUCAO COMUM E UM REGISTRO DE DISTRIBUICAO POR CLIENTE DA *
      * FILIAL). COM TODAS CONFERIDAS, CONSOLIDA A ESTATISTICA         *
      *----------------------------------------------------------------*
       2200-VERIFICA-PARTICOES         SECTION.

           PERFORM 2110-CONTA-CLIENTES-FILIAL

           IF COD-RETORNO-HBSIS76L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           PERFORM 2210-LE-EXECUCAO

           IF COD-RETORNO-HBSIS76L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           MOVE ZEROS                  TO WS-QTD-ERROS
                                          WS-EST-TEMPO-MAXIMO
           MOVE SPACES                 TO WS-EST-PARAM-EXEC

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER QTD-PARTICOES-HBSIS76L
              PERFORM 2220-CONFERE-PARTICAO
           END-PERFORM

           PERFORM 2250-EMITE-RELATORIO

           IF WS-QTD-ERROS             GREATER ZEROS
              MOVE 8                   TO COD-RETORNO-HBSIS76L
              MOVE 'PARTICAO DE FILIAL COM ERRO - VER RELVERIFFILIAIS'
                                       TO MSG-RETORNO-HBSIS76L
           ELSE
              PERFORM 2270-CONSOLIDA-ESTATISTICA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE OS REGISTROS DA EXECUCAO COMUM: GRAVADOS POR FILIAL DO      *
      * CLIENTE, CARGA DOS VENDEDORES E TOTAIS DA ESTATISTICA          *
      *----------------------------------------------------------------*
       2210-LE-EXECUCAO                SECTION.

           INITIALIZE WS-TAB-CARGA
           MOVE ZEROS                  TO WS-QTD-SEM-CADASTRO
                                          WS-EST-QTD-PROCESSADOS
                                          WS-EST-QTD-ATRIBUIDOS
                                          WS-EST-QTD-NAO-ATRIB
                                          WS-EST-SOMA-DIST
                                          WS-EST-DIST-MAXIMA
                                          WS-EST-QTD-VENDEDORES

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
           OR WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS76L
              MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DA DISTRIBUICAO'
                                       TO MSG-RETORNO-HBSIS76L
              CLOSE ARQ-CLIENTE
                    ARQ-DISTRIBUICAO
              GO TO 2210-EXIT
           END-IF

           MOVE DATA-EXEC-HBSIS76L     TO DATA-EXECUCAO-HBSIS07C
           MOVE HORA-EXEC-HBSIS76L     TO HORA-EXECUCAO-HBSIS07C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS NOT LESS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              READ ARQ-DISTRIBUICAO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
                      OR DATA-EXECUCAO-HBSIS07C NOT EQUAL
                         DATA-EXEC-HBSIS76L
                      OR HORA-EXECUCAO-HBSIS07C NOT EQUAL
                         HORA-EXEC-HBSIS76L
              ADD 1                    TO WS-EST-QTD-PROCESSADOS

              MOVE COD-CLIENTE-HBSIS07C
                                       TO COD-CLIENTE-HBSIS02C
              READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 COMPUTE WS-IDX-FILIAL = COD-FILIAL-HBSIS02C + 1
                 ADD 1                 TO WS-FIL-QTD-GRAVADOS
                                          (WS-IDX-FILIAL)
              ELSE
                 ADD 1                 TO WS-QTD-SEM-CADASTRO
              END-IF

              IF FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
              OR COD-VENDEDOR-HBSIS07C EQUAL ZEROS
                 ADD 1                 TO WS-EST-QTD-NAO-ATRIB
              ELSE
                 ADD 1                 TO WS-EST-QTD-ATRIBUIDOS
                 ADD DISTANCIA-HBSIS07C TO WS-EST-SOMA-DIST
                 IF DISTANCIA-HBSIS07C GREATER WS-EST-DIST-MAXIMA
                    MOVE DISTANCIA-HBSIS07C
                                       TO WS-EST-DIST-MAXIMA
                 END-IF
                 IF WS-CARGA-VEND (COD-VENDEDOR-HBSIS07C) EQUAL ZEROS
                    ADD 1              TO WS-EST-QTD-VENDEDORES
                 END-IF
                 ADD 1                 TO WS-CARGA-VEND
                                          (COD-VENDEDOR-HBSIS07C)
              END-IF

              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           CLOSE ARQ-CLIENTE
                 ARQ-DISTRIBUICAO

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE A PARTICAO WS-IDX-PAR                                  *
      *----------------------------------------------------------------*
       2220-CONFERE-PARTICAO           SECTION.

           COMPUTE WS-IDX-FILIAL =
                   PAR-FILIAL-HBSIS76L (WS-IDX-PAR) + 1

           MOVE WS-FIL-QTD-CLIENTES (WS-IDX-FILIAL)
                                       TO PAR-QTD-CLIENTES-HBSIS76L
                                          (WS-IDX-PAR)
           MOVE WS-FIL-QTD-GRAVADOS (WS-IDX-FILIAL)
                                       TO PAR-QTD-GRAVADOS-HBSIS76L
                                          (WS-IDX-PAR)
           MOVE SPACES                 TO PAR-MOTIVO-HBSIS76L
                                          (WS-IDX-PAR)

           MOVE SPACES                 TO WS-NOME-ESTAT-FILIAL
           STRING "ESTATISTICADISTRIB-"
                  PAR-FILIAL-HBSIS76L (WS-IDX-PAR)
                  ".TXT"
                  DELIMITED BY SIZE  INTO WS-NOME-ESTAT-FILIAL

           OPEN INPUT ARQ-ESTAT-FILIAL

           IF WS-FL-STATUS-EFI         EQUAL ZEROS
              READ ARQ-ESTAT-FILIAL
              IF WS-FL-STATUS-EFI      NOT EQUAL ZEROS
                 MOVE ZEROS            TO EFI-DATA-EXECUCAO
                                          EFI-HORA-EXECUCAO
              END-IF
              CLOSE ARQ-ESTAT-FILIAL
           ELSE
              MOVE ZEROS               TO EFI-DATA-EXECUCAO
                                          EFI-HORA-EXECUCAO
           END-IF

           EVALUATE TRUE
               WHEN EFI-DATA-EXECUCAO  EQUAL ZEROS
                    MOVE "FILIAL NAO CONCLUIU (SEM ESTATISTICA)"
                                       TO PAR-MOTIVO-HBSIS76L
                                          (WS-IDX-PAR)
               WHEN EFI-DATA-EXECUCAO  NOT EQUAL DATA-EXEC-HBSIS76L
                 OR EFI-HORA-EXECUCAO  NOT EQUAL HORA-EXEC-HBSIS76L
                    MOVE "ESTATISTICA DE OUTRA EXECUCAO"
                                       TO PAR-MOTIVO-HBSIS76L
                                          (WS-IDX-PAR)
               WHEN PAR-QTD-GRAVADOS-HBSIS76L (WS-IDX-PAR) NOT EQUAL
                    PAR-QTD-CLIENTES-HBSIS76L (WS-IDX-PAR)
                    MOVE "GRAVADOS DIFERENTE DOS CLIENTES DA FILIAL"
                                       TO PAR-MOTIVO-HBSIS76L
                                          (WS-IDX-PAR)
               WHEN OTHER
                    IF EFI-TEMPO-SEGUNDOS GREATER WS-EST-TEMPO-MAXIMO
                       MOVE EFI-TEMPO-SEGUNDOS
                                       TO WS-EST-TEMPO-MAXIMO
                    END-IF
                    IF WS-EST-PARAM-EXEC EQUAL SPACES
                       MOVE EFI-PARAM-EXEC
                                       TO WS-EST-PARAM-EXEC
                    END-IF
           END-EVALUATE

           IF PAR-MOTIVO-HBSIS76L (WS-IDX-PAR) EQUAL SPACES
              MOVE "O"                 TO PAR-STATUS-HBSIS76L
                                          (WS-IDX-PAR)
           ELSE
              MOVE "E"                 TO PAR-STATUS-HBSIS76L
                                          (WS-IDX-PAR)
              ADD 1                    TO WS-QTD-ERROS
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE VERIFICACAO DAS PARTICOES (RELVERIFFILIAIS.TXT),  *
      * COM AVISO DOS VENDEDORES QUE PASSARAM DO MAXIMO DE CLIENTES NA *
      * SOMA DAS FILIAIS (O MAXIMO E APLICADO EM CADA FILIAL)          *
      *----------------------------------------------------------------*
       2250-EMITE-RELATORIO            SECTION.

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-QTD-AVISOS

           OPEN OUTPUT REL-VERIFICACAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              GO TO 2250-EXIT
           END-IF

           MOVE DATA-EXEC-HBSIS76L     TO CAB-VER-DATA
           MOVE HORA-EXEC-HBSIS76L     TO CAB-VER-HORA
           WRITE REG-REL-VERIFICACAO   FROM LINHA-TRACO
           WRITE REG-REL-VERIFICACAO   FROM CAB-VERIFICACAO
           WRITE REG-REL-VERIFICACAO   FROM LINHA-TRACO
           WRITE REG-REL-VERIFICACAO   FROM CAB-COLUNAS

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER QTD-PARTICOES-HBSIS76L
              MOVE PAR-FILIAL-HBSIS76L (WS-IDX-PAR)
                                       TO DET-VER-FILIAL
              MOVE PAR-STATUS-HBSIS76L (WS-IDX-PAR)
                                       TO DET-VER-STATUS
              MOVE PAR-QTD-CLIENTES-HBSIS76L (WS-IDX-PAR)
                                       TO DET-VER-CLIENTES
              MOVE PAR-QTD-GRAVADOS-HBSIS76L (WS-IDX-PAR)
                                       TO DET-VER-GRAVADOS
              MOVE PAR-MOTIVO-HBSIS76L (WS-IDX-PAR)
                                       TO DET-VER-MOTIVO
              WRITE REG-REL-VERIFICACAO FROM DET-VERIFICACAO
              ADD 1                    TO WS-QTD-LINHAS-REL
           END-PERFORM

           IF WS-QTD-SEM-CADASTRO      GREATER ZEROS
              MOVE WS-QTD-SEM-CADASTRO TO DET-SEM-QTD
              WRITE REG-REL-VERIFICACAO FROM DET-SEM-CADASTRO
           END-IF

           IF MAX-CLI-VEND-HBSIS76L    GREATER ZEROS
              PERFORM 2260-AVISA-CARGA-VENDEDOR
           END-IF

           MOVE QTD-PARTICOES-HBSIS76L TO TOT-VER-PARTICOES
           MOVE WS-QTD-ERROS           TO TOT-VER-ERROS
           MOVE WS-EST-QTD-PROCESSADOS TO TOT-VER-PROCESSADOS
           MOVE WS-EST-QTD-ATRIBUIDOS  TO TOT-VER-ATRIBUIDOS
           WRITE REG-REL-VERIFICACAO   FROM LINHA-TRACO
           WRITE REG-REL-VERIFICACAO   FROM TOT-VERIFICACAO
           WRITE REG-REL-VERIFICACAO   FROM LINHA-TRACO

           CLOSE REL-VERIFICACAO

           INITIALIZE HBSIS42L
           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELVERIFFILIAIS.TXT"  TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDORES COM CARGA TOTAL ACIMA DO MAXIMO DE CLIENTES         *
      *----------------------------------------------------------------*
       2260-AVISA-CARGA-VENDEDOR       SECTION.

           OPEN INPUT ARQ-VENDEDOR

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999
              IF WS-CARGA-VEND (WS-IDX-VEND) GREATER
                 MAX-CLI-VEND-HBSIS76L
                 IF WS-QTD-AVISOS      EQUAL ZEROS
                    MOVE MAX-CLI-VEND-HBSIS76L
                                       TO CAB-AVI-MAXIMO
                    WRITE REG-REL-VERIFICACAO FROM CAB-AVISO-CARGA
                 END-IF
                 ADD 1                 TO WS-QTD-AVISOS
                 MOVE WS-IDX-VEND      TO DET-AVI-VENDEDOR
                                          COD-VENDEDOR-HBSIS04C
                 MOVE SPACES           TO DET-AVI-NOME
                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
                    IF WS-FL-STATUS-VEN EQUAL ZEROS
                       MOVE NOME-VEND-HBSIS04C
                                       TO DET-AVI-NOME
                    END-IF
                    MOVE "00"          TO WS-FL-STATUS-VEN
                 END-IF
                 MOVE WS-CARGA-VEND (WS-IDX-VEND)
                                       TO DET-AVI-CARGA
                 WRITE REG-REL-VERIFICACAO FROM DET-AVISO-CARGA
              END-IF
           END-PERFORM

           CLOSE ARQ-VENDEDOR

           .
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO HISTORICO DE ESTATISTICAS (ESTATISTICADISTRIB)   *
      * O REGISTRO DA EXECUCAO COMUM, CALCULADO SOBRE O ARQUIVO DE     *
      * DISTRIBUICAO; O TEMPO E O DA FILIAL MAIS DEMORADA E OS         *
      * PARAMETROS, IGUAIS EM TODAS, SAO OS DA PRIMEIRA FILIAL         *
      * CONFERIDA                                                      *
      *----------------------------------------------------------------*
       2270-CONSOLIDA-ESTATISTICA      SECTION.

           OPEN EXTEND ARQ-ESTATISTICA
           IF WS-FL-STATUS-EST         EQUAL "35"
              OPEN OUTPUT ARQ-ESTATISTICA
           END-IF

           IF WS-FL-STATUS-EST         NOT EQUAL ZEROS
              GO TO 2270-EXIT
           END-IF

           MOVE DATA-EXEC-HBSIS76L     TO DATA-EXECUCAO-HBSIS23C
           MOVE HORA-EXEC-HBSIS76L     TO HORA-EXECUCAO-HBSIS23C
           MOVE NOME-PARAM-HBSIS76L    TO NOME-PARAM-HBSIS23C
           MOVE WS-EST-QTD-PROCESSADOS TO QTD-PROCESSADOS-HBSIS23C
           MOVE WS-EST-QTD-ATRIBUIDOS  TO QTD-ATRIBUIDOS-HBSIS23C
           MOVE WS-EST-QTD-NAO-ATRIB   TO QTD-NAO-ATRIB-HBSIS23C

           IF WS-EST-QTD-ATRIBUIDOS    GREATER ZEROS
              DIVIDE WS-EST-SOMA-DIST BY WS-EST-QTD-ATRIBUIDOS
                                       GIVING DIST-MEDIA-HBSIS23C
                                       ROUNDED
           ELSE
              MOVE ZEROS               TO DIST-MEDIA-HBSIS23C
           END-IF

           MOVE WS-EST-DIST-MAXIMA     TO DIST-MAXIMA-HBSIS23C
           MOVE WS-EST-QTD-VENDEDORES  TO QTD-VENDEDORES-HBSIS23C
           MOVE WS-EST-TEMPO-MAXIMO    TO TEMPO-SEGUNDOS-HBSIS23C
           MOVE WS-EST-PARAM-EXEC      TO PARAM-EXEC-HBSIS23C

           WRITE ARQ-HBSIS23C

           CLOSE ARQ-ESTATISTICA

           .
       2270-EXIT.
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
      * FIM DO PROGRAMA HBSIS76P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS76P.
      *----------------------------------------------------------------*
