       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS78P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER AS CAMPANHAS DE TRADE (ARQ-CAMPANHA) E A *
      *                LISTA EXPLICITA DE INCLUSAO/EXCLUSAO DE         *
      *                CLIENTES, GERAR O PUBLICO-ALVO PELAS REGRAS DA  *
      *                CAMPANHA COM A LISTA POR VENDEDOR DA ULTIMA     *
      *                DISTRIBUICAO, REGISTRAR A EXECUCAO INFORMADA NA *
      *                CARGA DE VISITAS (HBSIS43P) E EMITIR O          *
      *                RELATORIO DE EXECUCAO COM O GANHO DE RECEITA    *
      *                DOS CLIENTES EXECUTADOS X NAO EXECUTADOS        *
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
           SELECT ARQ-CAMPANHA       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CAMPANHA-HBSIS78C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAM.

           SELECT ARQ-CAMPANHA-CLI   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS79C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CCL.

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

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT REL-ALVO           ASSIGN TO
                                    "RELALVOCAMPANHA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-EXECUCAO       ASSIGN TO
                                    "RELEXECCAMPANHA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCampanha'.
       COPY "HBSIS78C.CPY".

       FD  ARQ-CAMPANHA-CLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCampanhaCli'.
       COPY "HBSIS79C.CPY".

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

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  REL-ALVO.
       01  REG-REL-ALVO                PIC X(100).

       FD  REL-EXECUCAO.
       01  REG-REL-EXECUCAO            PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CAM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CCL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-CAMPANHA-VALIDA          PIC  X(001)         VALUE "S".
       01  WS-IDX-CLA                  PIC  9(001)         VALUE ZEROS.
       01  WS-CLASSIF-ALVO             PIC  X(003)         VALUE SPACES.
       01  WS-CLASSIF-ALVO-R           REDEFINES WS-CLASSIF-ALVO.
           05  WS-CLA-LETRA            PIC  X(001)  OCCURS 3 TIMES.

      *----------------------------------------------------------------*
      * ULTIMA EXECUCAO DA DISTRIBUICAO (VENDEDOR RESPONSAVEL)         *
      *----------------------------------------------------------------*
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * MESES DA CAMPANHA COMO INDICE CONTINUO (ANO * 12 + MES - 1):   *
      * O PERIODO DE COMPARACAO E O MESMO NUMERO DE MESES IMEDIATAMENTE*
      * ANTERIOR AO INICIO; A CATEGORIA DO PUBLICO-ALVO E PROCURADA    *
      * NOS 12 MESES ANTERIORES AO INICIO                              *
      *----------------------------------------------------------------*
       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R                REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).
       01  WS-IDX-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-MES-INI                  PIC  9(006)         VALUE ZEROS.
       01  WS-MES-FIM                  PIC  9(006)         VALUE ZEROS.
       01  WS-MES-BASE-INI             PIC  9(006)         VALUE ZEROS.
       01  WS-MES-COMPRA-INI           PIC  9(006)         VALUE ZEROS.
       01  WS-QTD-MESES                PIC  9(003)         VALUE ZEROS.

       01  WS-CLIENTE-ELEGIVEL         PIC  X(001)         VALUE "N".
       01  WS-ATENDE-REGRAS            PIC  X(001)         VALUE "N".
       01  WS-COMPROU-CATEGORIA        PIC  X(001)         VALUE "N".
       01  WS-ALVO                     PIC  X(001)         VALUE "N".
       01  WS-REG-EXISTE               PIC  X(001)         VALUE "N".
       01  WS-COD-VEND-ALVO            PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-ALVO                 PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * PUBLICO-ALVO GERADO, PARA A LISTA POR VENDEDOR (SUBSCRITO =    *
      * CODIGO DO VENDEDOR + 1; VENDEDOR ZERO = SEM VENDEDOR NA ULTIMA *
      * DISTRIBUICAO)                                                  *
      *----------------------------------------------------------------*
       01  WS-TAB-ALVO.
           05  WS-TAB-ALV-QTD          PIC  9(005)         VALUE ZEROS.
           05  WS-TAB-ALV-ITEM         OCCURS 99999 TIMES
                                       INDEXED BY WS-IDX-ALV.
               10  WS-ALV-COD-VEND     PIC  9(003).
               10  WS-ALV-COD-CLI      PIC  9(007).

       01  WS-TAB-ALVO-VEND.
           05  WS-AVE-QTD              PIC  9(007)  OCCURS 1000 TIMES.

       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-COD-VEND-REL             PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * EXECUCAO E RECEITA POR VENDEDOR E POR REGIAO (SUBSCRITO =      *
      * CODIGO + 1): ANTES = MESES ANTERIORES, DURANTE = MESES DA      *
      * CAMPANHA, SEPARADOS ENTRE CLIENTES EXECUTADOS E NAO EXECUTADOS *
      *----------------------------------------------------------------*
       01  WS-TAB-EXEC-VEND.
           05  WS-EVE-ITEM             OCCURS 1000 TIMES.
               10  WS-EVE-ALVO         PIC  9(007).
               10  WS-EVE-EXECUTADOS   PIC  9(007).
               10  WS-EVE-ANTES-EXE    PIC S9(013)V9(002).
               10  WS-EVE-DURANTE-EXE  PIC S9(013)V9(002).
               10  WS-EVE-ANTES-NEX    PIC S9(013)V9(002).
               10  WS-EVE-DURANTE-NEX  PIC S9(013)V9(002).

       01  WS-TAB-EXEC-REG.
           05  WS-ERE-ITEM             OCCURS 1000 TIMES.
               10  WS-ERE-ALVO         PIC  9(007).
               10  WS-ERE-EXECUTADOS   PIC  9(007).
               10  WS-ERE-ANTES-EXE    PIC S9(013)V9(002).
               10  WS-ERE-DURANTE-EXE  PIC S9(013)V9(002).
               10  WS-ERE-ANTES-NEX    PIC S9(013)V9(002).
               10  WS-ERE-DURANTE-NEX  PIC S9(013)V9(002).

      *    LINHA EM EMISSAO (VENDEDOR, REGIAO OU TOTAL)
       01  WS-EXE-LINHA.
           05  WS-EXL-ALVO             PIC  9(007)         VALUE ZEROS.
           05  WS-EXL-EXECUTADOS       PIC  9(007)         VALUE ZEROS.
           05  WS-EXL-ANTES-EXE        PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-EXL-DURANTE-EXE      PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-EXL-ANTES-NEX        PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-EXL-DURANTE-NEX      PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-EXE-TOTAL.
           05  WS-EXT-ALVO             PIC  9(007)         VALUE ZEROS.
           05  WS-EXT-EXECUTADOS       PIC  9(007)         VALUE ZEROS.
           05  WS-EXT-ANTES-EXE        PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-EXT-DURANTE-EXE      PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-EXT-ANTES-NEX        PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-EXT-DURANTE-NEX      PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-REC-ANTES                PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-REC-DURANTE              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-GANHO-EXE                PIC S9(005)V9(002)  VALUE ZEROS.
       01  WS-GANHO-NEX                PIC S9(005)V9(002)  VALUE ZEROS.
       01  WS-PCT-EXECUTADOS           PIC  9(003)V9(002)  VALUE ZEROS.
       01  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS42L.
       COPY HBSIS49L.

      *----------------------------------------------------------------*
      * LISTA DO PUBLICO-ALVO POR VENDEDOR                             *
      *----------------------------------------------------------------*
       01  CAB-ALVO.
           03 FILLER                   PIC  X(025)         VALUE
              "PUBLICO-ALVO DA CAMPANHA ".
           03 CAB-ALV-COD-CAMPANHA     PIC  9(004)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-ALV-DESCRICAO        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(028)         VALUE SPACES.

       01  CAB-ALV-PERIODO.
           03 FILLER                   PIC  X(009)         VALUE
              "PERIODO: ".
           03 CAB-ALV-DATA-INI         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " A ".
           03 CAB-ALV-DATA-FIM         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(018)         VALUE
              "  DISTRIBUICAO DE ".
           03 CAB-ALV-DATA-EXEC        PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 CAB-ALV-HORA-EXEC        PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(039)         VALUE SPACES.

       01  CAB-ALV-VENDEDOR.
           03 FILLER                   PIC  X(010)         VALUE
              "VENDEDOR: ".
           03 CAB-ALV-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-ALV-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(044)         VALUE SPACES.

       01  CAB-ALV-COLUNAS.
           03 FILLER                   PIC  X(050)         VALUE
              "    CLIENTE  RAZAO SOCIAL".
           03 FILLER                   PIC  X(050)         VALUE
              "            CL REG MUNICIPIO".

       01  DET-ALVO.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-ALV-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ALV-RAZAO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(009)         VALUE SPACES.
           03 DET-ALV-CLASSIF          PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ALV-REGIAO           PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-ALV-MUNICIPIO        PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.

       01  SUB-ALVO.
           03 FILLER                   PIC  X(024)         VALUE
              "    CLIENTES NA LISTA: ".
           03 SUB-ALV-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(069)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DE EXECUCAO DA CAMPANHA                              *
      *----------------------------------------------------------------*
       01  CAB-EXECUCAO.
           03 FILLER                   PIC  X(022)         VALUE
              "EXECUCAO DA CAMPANHA ".
           03 CAB-EXE-COD-CAMPANHA     PIC  9(004)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-EXE-DESCRICAO        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 CAB-EXE-PARCIAL          PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(009)         VALUE SPACES.

       01  CAB-EXE-PERIODO.
           03 FILLER                   PIC  X(021)         VALUE
              "MESES DA CAMPANHA: ".
           03 CAB-EXE-AM-INI           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " A ".
           03 CAB-EXE-AM-FIM           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(025)         VALUE
              "  COMPARADOS COM OS ".
           03 CAB-EXE-QTD-MESES        PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(056)         VALUE
              " MESES ANTERIORES AO INICIO (RECEITA ARQ-VOLUME)".

       01  CAB-EXE-COLUNAS.
           03 FILLER                   PIC  X(040)         VALUE
              "CODIGO NOME".
           03 FILLER                   PIC  X(040)         VALUE
              "       ALVO  EXECUT.  %EXEC  GANHO EXEC".
           03 FILLER                   PIC  X(040)         VALUE
              "  GANHO N/EXEC  DIFERENCA".

       01  DET-EXECUCAO.
           03 DET-EXE-CODIGO           PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-EXE-NOME             PIC  X(033)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-EXE-ALVO             PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXE-EXECUTADOS       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-EXE-PCT              PIC  ZZ9,99         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXE-GANHO-EXE        PIC  -ZZZZ9,99      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-EXE-GANHO-NEX        PIC  -ZZZZ9,99      VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-EXE-DIFERENCA        PIC  -ZZZZ9,99      VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE " P.P".
           03 FILLER                   PIC  X(017)         VALUE SPACES.

       01  CAB-EXE-BLOCO               PIC  X(120)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS78L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS78L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS78L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS78L
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

           IF COD-CAMPANHA-HBSIS78L    EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CODIGO DA CAMPANHA NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2000-EXIT
           END-IF

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES DO CADASTRO SAO
      *    RECUSADAS (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR,
      *    PASSA)
           IF (COD-FUNCAO-HBSIS78L     EQUAL 1 OR 2 OR 3 OR 4 OR 5) AND
              OPERADOR-HBSIS78L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS78L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS78L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS78L
               WHEN 0
                    PERFORM 2100-BUSCAR-CAMPANHA
               WHEN 1
                    PERFORM 2200-INCLUIR-CAMPANHA
               WHEN 2
                    PERFORM 2300-ALTERAR-CAMPANHA
               WHEN 3
                    PERFORM 2400-EXCLUIR-CAMPANHA
               WHEN 4
                    PERFORM 2500-INCLUIR-LISTA
               WHEN 5
                    PERFORM 2550-RETIRAR-LISTA
               WHEN 6
                    PERFORM 2600-GERA-PUBLICO-ALVO
               WHEN 7
                    PERFORM 2700-REGISTRA-EXECUCAO
               WHEN 8
                    PERFORM 2800-RELAT-EXECUCAO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS78L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS78L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CADASTRO DE CAMPANHAS (CRIA NO PRIMEIRO USO)       *
      *----------------------------------------------------------------*
       2010-OPEN-ARQ-CAMPANHA          SECTION.

           OPEN I-O ARQ-CAMPANHA

           IF WS-FL-STATUS-CAM         EQUAL "35"
              OPEN OUTPUT ARQ-CAMPANHA

              IF WS-FL-STATUS-CAM      EQUAL ZEROS
                 CLOSE ARQ-CAMPANHA
                 OPEN I-O ARQ-CAMPANHA
              END-IF
           END-IF

           IF WS-FL-STATUS-CAM         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS78L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CAMPANHAS"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF

           .
       2010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS CLIENTES DAS CAMPANHAS (CRIA NO PRIMEIRO USO)     *
      *----------------------------------------------------------------*
       2020-OPEN-ARQ-CAMPANHA-CLI      SECTION.

           OPEN I-O ARQ-CAMPANHA-CLI

           IF WS-FL-STATUS-CCL         EQUAL "35"
              OPEN OUTPUT ARQ-CAMPANHA-CLI

              IF WS-FL-STATUS-CCL      EQUAL ZEROS
                 CLOSE ARQ-CAMPANHA-CLI
                 OPEN I-O ARQ-CAMPANHA-CLI
              END-IF
           END-IF

           IF WS-FL-STATUS-CCL         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS78L
              MOVE "ERRO NA ABERTURA DOS CLIENTES DA CAMPANHA"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF

           .
       2020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A CAMPANHA INFORMADA (ARQUIVO JA ABERTO)                    *
      *----------------------------------------------------------------*
       2030-LER-CAMPANHA               SECTION.

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS78C

           READ ARQ-CAMPANHA KEY IS COD-CAMPANHA-HBSIS78C

           IF WS-FL-STATUS-CAM         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF

           .
       2030-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA OS INDICES DE MES DO PERIODO DA CAMPANHA LIDA          *
      *----------------------------------------------------------------*
       2040-CALCULA-MESES              SECTION.

           MOVE DATA-INI-HBSIS78C (1:6)
                                       TO WS-ANO-MES
           COMPUTE WS-MES-INI = WS-AM-ANO * 12 + WS-AM-MES - 1

           MOVE DATA-FIM-HBSIS78C (1:6)
                                       TO WS-ANO-MES
           COMPUTE WS-MES-FIM = WS-AM-ANO * 12 + WS-AM-MES - 1

           COMPUTE WS-QTD-MESES      = WS-MES-FIM - WS-MES-INI + 1
           COMPUTE WS-MES-BASE-INI   = WS-MES-INI - WS-QTD-MESES
           COMPUTE WS-MES-COMPRA-INI = WS-MES-INI - 12

           .
       2040-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DADOS DA CAMPANHA INFORMADOS                         *
      *----------------------------------------------------------------*
       2050-VALIDA-CAMPANHA            SECTION.

           MOVE "N"                    TO WS-CAMPANHA-VALIDA

           IF DESCRICAO-HBSIS78L       EQUAL SPACES
              MOVE "DESCRICAO DA CAMPANHA NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2050-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (DATA-INI-HBSIS78L)
                                       NOT EQUAL ZEROS
           OR FUNCTION TEST-DATE-YYYYMMDD (DATA-FIM-HBSIS78L)
                                       NOT EQUAL ZEROS
              MOVE "DATA INVALIDA - INFORME AAAAMMDD"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2050-EXIT
           END-IF

           IF DATA-INI-HBSIS78L        GREATER DATA-FIM-HBSIS78L
              MOVE "INICIO DA CAMPANHA APOS O FIM"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2050-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE (CLASSIF-ALVO-HBSIS78L)
                                       TO WS-CLASSIF-ALVO

           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA GREATER 3
              IF WS-CLA-LETRA (WS-IDX-CLA) NOT EQUAL SPACES
              AND WS-CLA-LETRA (WS-IDX-CLA) NOT EQUAL "A"
              AND WS-CLA-LETRA (WS-IDX-CLA) NOT EQUAL "B"
              AND WS-CLA-LETRA (WS-IDX-CLA) NOT EQUAL "C"
                 MOVE "CLASSIFICACAO INVALIDA (A/B/C)"
                                       TO MSG-RETORNO-HBSIS78L
                 GO TO 2050-EXIT
              END-IF
           END-PERFORM

           MOVE WS-CLASSIF-ALVO        TO CLASSIF-ALVO-HBSIS78L
           MOVE FUNCTION UPPER-CASE (CATEGORIA-ALVO-HBSIS78L)
                                       TO CATEGORIA-ALVO-HBSIS78L
           MOVE FUNCTION UPPER-CASE (SITUACAO-HBSIS78L)
                                       TO SITUACAO-HBSIS78L

           IF SITUACAO-HBSIS78L        EQUAL SPACES
              MOVE "A"                 TO SITUACAO-HBSIS78L
           END-IF

           IF SITUACAO-HBSIS78L        NOT EQUAL "A"
           AND SITUACAO-HBSIS78L       NOT EQUAL "C"
              MOVE "SITUACAO INVALIDA (A-ATIVA C-CANCELADA)"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2050-EXIT
           END-IF

           MOVE "S"                    TO WS-CAMPANHA-VALIDA

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MOVE OS DADOS INFORMADOS PARA O REGISTRO DA CAMPANHA           *
      *----------------------------------------------------------------*
       2060-MOVE-CAMPANHA              SECTION.

           MOVE DESCRICAO-HBSIS78L     TO DESCRICAO-HBSIS78C
           MOVE DATA-INI-HBSIS78L      TO DATA-INI-HBSIS78C
           MOVE DATA-FIM-HBSIS78L      TO DATA-FIM-HBSIS78C
           MOVE CLASSIF-ALVO-HBSIS78L  TO WS-CLASSIF-ALVO
           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA GREATER 3
              MOVE WS-CLA-LETRA (WS-IDX-CLA)
                                       TO CLASSIF-ALVO-HBSIS78C
                                          (WS-IDX-CLA)
           END-PERFORM
           MOVE COD-REGIAO-ALVO-HBSIS78L
                                       TO COD-REGIAO-ALVO-HBSIS78C
           MOVE COD-FILIAL-ALVO-HBSIS78L
                                       TO COD-FILIAL-ALVO-HBSIS78C
           MOVE CATEGORIA-ALVO-HBSIS78L
                                       TO CATEGORIA-ALVO-HBSIS78C
           MOVE SITUACAO-HBSIS78L      TO SITUACAO-HBSIS78C
           MOVE OPERADOR-HBSIS78L      TO OPERADOR-ALTER-HBSIS78C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS78C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS78C

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DA CAMPANHA                                           *
      *----------------------------------------------------------------*
       2100-BUSCAR-CAMPANHA            SECTION.

           PERFORM 2010-OPEN-ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           PERFORM 2030-LER-CAMPANHA

           IF COD-RETORNO-HBSIS78L     EQUAL ZEROS
              MOVE DESCRICAO-HBSIS78C  TO DESCRICAO-HBSIS78L
              MOVE DATA-INI-HBSIS78C   TO DATA-INI-HBSIS78L
              MOVE DATA-FIM-HBSIS78C   TO DATA-FIM-HBSIS78L
              PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                      UNTIL WS-IDX-CLA GREATER 3
                 MOVE CLASSIF-ALVO-HBSIS78C (WS-IDX-CLA)
                                       TO WS-CLA-LETRA (WS-IDX-CLA)
              END-PERFORM
              MOVE WS-CLASSIF-ALVO     TO CLASSIF-ALVO-HBSIS78L
              MOVE COD-REGIAO-ALVO-HBSIS78C
                                       TO COD-REGIAO-ALVO-HBSIS78L
              MOVE COD-FILIAL-ALVO-HBSIS78C
                                       TO COD-FILIAL-ALVO-HBSIS78L
              MOVE CATEGORIA-ALVO-HBSIS78C
                                       TO CATEGORIA-ALVO-HBSIS78L
              MOVE SITUACAO-HBSIS78C   TO SITUACAO-HBSIS78L
              MOVE DATA-GERACAO-HBSIS78C
                                       TO DATA-GERACAO-HBSIS78L
              MOVE QTD-ALVO-HBSIS78C   TO QTD-ALVO-HBSIS78L
              MOVE "CAMPANHA ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF

           CLOSE ARQ-CAMPANHA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DA CAMPANHA                                           *
      *----------------------------------------------------------------*
       2200-INCLUIR-CAMPANHA           SECTION.

           PERFORM 2050-VALIDA-CAMPANHA

           IF WS-CAMPANHA-VALIDA       EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           INITIALIZE ARQ-HBSIS78C
           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS78C
           PERFORM 2060-MOVE-CAMPANHA

           WRITE ARQ-HBSIS78C

           IF WS-FL-STATUS-CAM         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA CADASTRADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
           IF WS-FL-STATUS-CAM         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA JA CADASTRADA"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS78L
              MOVE "ERRO AO GRAVAR A CAMPANHA"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF
           END-IF

           CLOSE ARQ-CAMPANHA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DA CAMPANHA (O PUBLICO-ALVO SO MUDA NA PROXIMA       *
      * GERACAO)                                                       *
      *----------------------------------------------------------------*
       2300-ALTERAR-CAMPANHA           SECTION.

           PERFORM 2050-VALIDA-CAMPANHA

           IF WS-CAMPANHA-VALIDA       EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              GO TO 2300-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS78C

           READ ARQ-CAMPANHA WITH LOCK KEY IS COD-CAMPANHA-HBSIS78C

           IF WS-FL-STATUS-CAM         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
           IF WS-FL-STATUS-CAM         EQUAL ZEROS
              PERFORM 2060-MOVE-CAMPANHA
              REWRITE ARQ-HBSIS78C
              MOVE ZEROS               TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA ALTERADA - GERE O PUBLICO-ALVO"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF
           END-IF

           CLOSE ARQ-CAMPANHA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DA CAMPANHA E DOS SEUS CLIENTES                       *
      *----------------------------------------------------------------*
       2400-EXCLUIR-CAMPANHA           SECTION.

           PERFORM 2010-OPEN-ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS78C

           READ ARQ-CAMPANHA WITH LOCK KEY IS COD-CAMPANHA-HBSIS78C

           IF WS-FL-STATUS-CAM         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS78L
              CLOSE ARQ-CAMPANHA
              GO TO 2400-EXIT
           END-IF

           IF WS-FL-STATUS-CAM         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS78L
              CLOSE ARQ-CAMPANHA
              GO TO 2400-EXIT
           END-IF

           DELETE ARQ-CAMPANHA

           CLOSE ARQ-CAMPANHA

           PERFORM 2020-OPEN-ARQ-CAMPANHA-CLI

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS79C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS79C

           START ARQ-CAMPANHA-CLI KEY IS NOT LESS CHAVE-HBSIS79C

           IF WS-FL-STATUS-CCL         EQUAL ZEROS
              READ ARQ-CAMPANHA-CLI NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CCL NOT EQUAL "00"
                      OR COD-CAMPANHA-HBSIS79C
                                       NOT EQUAL COD-CAMPANHA-HBSIS78L
              DELETE ARQ-CAMPANHA-CLI
              READ ARQ-CAMPANHA-CLI NEXT
           END-PERFORM

           CLOSE ARQ-CAMPANHA-CLI

           MOVE ZEROS                  TO COD-RETORNO-HBSIS78L
           MOVE "CAMPANHA EXCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS78L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI O CLIENTE NA LISTA EXPLICITA DA CAMPANHA: "I" SEMPRE NO *
      * PUBLICO-ALVO, "E" NUNCA (A EXECUCAO JA REGISTRADA E MANTIDA)   *
      *----------------------------------------------------------------*
       2500-INCLUIR-LISTA              SECTION.

           MOVE FUNCTION UPPER-CASE (TIPO-LISTA-HBSIS78L)
                                       TO TIPO-LISTA-HBSIS78L

           IF TIPO-LISTA-HBSIS78L      NOT EQUAL "I"
           AND TIPO-LISTA-HBSIS78L     NOT EQUAL "E"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "TIPO INVALIDO (I-INCLUIR E-EXCLUIR)"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2500-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2500-EXIT
           END-IF

           PERFORM 2030-LER-CAMPANHA

           CLOSE ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE COD-CLIENTE-HBSIS78L   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           CLOSE ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2500-EXIT
           END-IF

           PERFORM 2020-OPEN-ARQ-CAMPANHA-CLI

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2500-EXIT
           END-IF

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS79C
           MOVE COD-CLIENTE-HBSIS78L   TO COD-CLIENTE-HBSIS79C

           READ ARQ-CAMPANHA-CLI WITH LOCK KEY IS CHAVE-HBSIS79C

           IF WS-FL-STATUS-CCL         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS78L
              MOVE "CLIENTE EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS78L
              CLOSE ARQ-CAMPANHA-CLI
              GO TO 2500-EXIT
           END-IF

           IF WS-FL-STATUS-CCL         EQUAL ZEROS
              MOVE "S"                 TO WS-REG-EXISTE
           ELSE
              MOVE "N"                 TO WS-REG-EXISTE
              INITIALIZE ARQ-HBSIS79C
              MOVE COD-CAMPANHA-HBSIS78L
                                       TO COD-CAMPANHA-HBSIS79C
              MOVE COD-CLIENTE-HBSIS78L
                                       TO COD-CLIENTE-HBSIS79C
              MOVE "N"                 TO FLAG-ALVO-HBSIS79C
                                          FLAG-EXECUTADA-HBSIS79C
           END-IF

           MOVE TIPO-LISTA-HBSIS78L    TO TIPO-LISTA-HBSIS79C
           MOVE OPERADOR-HBSIS78L      TO OPERADOR-ALTER-HBSIS79C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS79C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS79C

           IF WS-REG-EXISTE            EQUAL "S"
              REWRITE ARQ-HBSIS79C
           ELSE
              WRITE ARQ-HBSIS79C
           END-IF

           IF WS-FL-STATUS-CCL         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS78L
              MOVE "LISTA ATUALIZADA - GERE O PUBLICO-ALVO"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS78L
              MOVE "ERRO AO GRAVAR O CLIENTE DA CAMPANHA"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF

           CLOSE ARQ-CAMPANHA-CLI

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETIRA O CLIENTE DA LISTA EXPLICITA: VOLTA A VALER A REGRA DA  *
      * CAMPANHA (O REGISTRO PASSA A "R" ATE A PROXIMA GERACAO)        *
      *----------------------------------------------------------------*
       2550-RETIRAR-LISTA              SECTION.

           PERFORM 2020-OPEN-ARQ-CAMPANHA-CLI

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2550-EXIT
           END-IF

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS79C
           MOVE COD-CLIENTE-HBSIS78L   TO COD-CLIENTE-HBSIS79C

           READ ARQ-CAMPANHA-CLI WITH LOCK KEY IS CHAVE-HBSIS79C

           IF WS-FL-STATUS-CCL         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS78L
              MOVE "CLIENTE EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
           IF WS-FL-STATUS-CCL         NOT EQUAL ZEROS
           OR (TIPO-LISTA-HBSIS79C     NOT EQUAL "I"
           AND TIPO-LISTA-HBSIS79C     NOT EQUAL "E")
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CLIENTE NAO ESTA NA LISTA EXPLICITA"
                                       TO MSG-RETORNO-HBSIS78L
           ELSE
              MOVE "R"                 TO TIPO-LISTA-HBSIS79C
              MOVE OPERADOR-HBSIS78L   TO OPERADOR-ALTER-HBSIS79C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS79C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS79C
              REWRITE ARQ-HBSIS79C
              MOVE ZEROS               TO COD-RETORNO-HBSIS78L
              MOVE "CLIENTE RETIRADO - GERE O PUBLICO-ALVO"
                                       TO MSG-RETORNO-HBSIS78L
           END-IF
           END-IF

           CLOSE ARQ-CAMPANHA-CLI

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA O PUBLICO-ALVO: PERCORRE O CADASTRO DE CLIENTES, APLICA   *
      * AS REGRAS E A LISTA EXPLICITA, GRAVA O VENDEDOR RESPONSAVEL DA *
      * ULTIMA DISTRIBUICAO E EMITE A LISTA POR VENDEDOR               *
      *----------------------------------------------------------------*
       2600-GERA-PUBLICO-ALVO          SECTION.

           PERFORM 2010-OPEN-ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2600-EXIT
           END-IF

           PERFORM 2030-LER-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              CLOSE ARQ-CAMPANHA
              GO TO 2600-EXIT
           END-IF

           IF SITUACAO-HBSIS78C        EQUAL "C"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA CANCELADA"
                                       TO MSG-RETORNO-HBSIS78L
              CLOSE ARQ-CAMPANHA
              GO TO 2600-EXIT
           END-IF

           PERFORM 2040-CALCULA-MESES

           PERFORM 2020-OPEN-ARQ-CAMPANHA-CLI

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              CLOSE ARQ-CAMPANHA
              GO TO 2600-EXIT
           END-IF

           PERFORM 2610-ULTIMA-DISTRIBUICAO

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VOLUME

           MOVE ZEROS                  TO WS-TAB-ALV-QTD
                                          WS-QTD-ALVO
           INITIALIZE WS-TAB-ALVO-VEND

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02C

           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              PERFORM 2620-AVALIA-CLIENTE
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           IF WS-ULT-DATA-EXEC         NOT EQUAL ZEROS
              CLOSE ARQ-DISTRIBUICAO
           END-IF
           CLOSE ARQ-VOLUME
           CLOSE ARQ-CAMPANHA-CLI

           MOVE WS-DATA-HOJE           TO DATA-GERACAO-HBSIS78C
           MOVE WS-QTD-ALVO            TO QTD-ALVO-HBSIS78C
           REWRITE ARQ-HBSIS78C

           CLOSE ARQ-CAMPANHA

           PERFORM 2650-GRAVA-REL-ALVO

           CLOSE ARQ-CLIENTE

           MOVE WS-QTD-ALVO            TO QTD-ALVO-HBSIS78L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS78L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS78L
           STRING "PUBLICO-ALVO GERADO - CLIENTES: "
                  WS-QTD-ALVO
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS78L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A ULTIMA EXECUCAO DA DISTRIBUICAO (A ORDEM DA CHAVE E *
      * A ORDEM CRONOLOGICA) - O ARQUIVO FICA ABERTO PARA A GERACAO    *
      *----------------------------------------------------------------*
       2610-ULTIMA-DISTRIBUICAO        SECTION.

           MOVE ZEROS                  TO WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2610-EXIT
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
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA UM CLIENTE: ELEGIVEL (ATIVO, APROVADO E NAO FUNDIDO),   *
      * REGRAS DA CAMPANHA E LISTA EXPLICITA; ATUALIZA O REGISTRO DO   *
      * CLIENTE NA CAMPANHA PRESERVANDO A EXECUCAO JA INFORMADA        *
      *----------------------------------------------------------------*
       2620-AVALIA-CLIENTE             SECTION.

           MOVE "S"                    TO WS-CLIENTE-ELEGIVEL

           IF FLAG-ATIVO-HBSIS02C      EQUAL "N"
           OR SITUACAO-APROV-HBSIS02C  EQUAL "P" OR "R"
           OR COD-FUSAO-HBSIS02C       NOT EQUAL ZEROS
              MOVE "N"                 TO WS-CLIENTE-ELEGIVEL
           END-IF

           MOVE "N"                    TO WS-ATENDE-REGRAS

           IF WS-CLIENTE-ELEGIVEL      EQUAL "S"
              PERFORM 2630-TESTA-REGRAS
           END-IF

           MOVE COD-CAMPANHA-HBSIS78C  TO COD-CAMPANHA-HBSIS79C
           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS79C

           READ ARQ-CAMPANHA-CLI KEY IS CHAVE-HBSIS79C

           IF WS-FL-STATUS-CCL         EQUAL ZEROS
              MOVE "S"                 TO WS-REG-EXISTE
           ELSE
              MOVE "N"                 TO WS-REG-EXISTE
           END-IF

           IF WS-REG-EXISTE            EQUAL "N"
           AND WS-ATENDE-REGRAS        EQUAL "N"
              GO TO 2620-EXIT
           END-IF

           IF WS-REG-EXISTE            EQUAL "N"
              INITIALIZE ARQ-HBSIS79C
              MOVE COD-CAMPANHA-HBSIS78C
                                       TO COD-CAMPANHA-HBSIS79C
              MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS79C
              MOVE "R"                 TO TIPO-LISTA-HBSIS79C
              MOVE "N"                 TO FLAG-EXECUTADA-HBSIS79C
           END-IF

           EVALUATE TRUE
               WHEN WS-CLIENTE-ELEGIVEL EQUAL "N"
                    MOVE "N"           TO WS-ALVO
               WHEN TIPO-LISTA-HBSIS79C EQUAL "I"
                    MOVE "S"           TO WS-ALVO
               WHEN TIPO-LISTA-HBSIS79C EQUAL "E"
                    MOVE "N"           TO WS-ALVO
               WHEN OTHER
                    MOVE WS-ATENDE-REGRAS
                                       TO WS-ALVO
           END-EVALUATE

           MOVE WS-ALVO                TO FLAG-ALVO-HBSIS79C
           MOVE ZEROS                  TO WS-COD-VEND-ALVO

           IF WS-ALVO                  EQUAL "S"
              PERFORM 2640-VENDEDOR-RESPONSAVEL
              ADD 1                    TO WS-QTD-ALVO
              COMPUTE WS-IDX-VEND = WS-COD-VEND-ALVO + 1
              ADD 1                    TO WS-AVE-QTD (WS-IDX-VEND)
              IF WS-TAB-ALV-QTD        LESS 99999
                 ADD 1                 TO WS-TAB-ALV-QTD
                 SET WS-IDX-ALV        TO WS-TAB-ALV-QTD
                 MOVE WS-COD-VEND-ALVO TO WS-ALV-COD-VEND (WS-IDX-ALV)
                 MOVE COD-CLIENTE-HBSIS02C
                                       TO WS-ALV-COD-CLI (WS-IDX-ALV)
              END-IF
           END-IF

           MOVE WS-COD-VEND-ALVO       TO COD-VENDEDOR-HBSIS79C
           MOVE COD-REGIAO-HBSIS02C    TO COD-REGIAO-HBSIS79C

           IF WS-REG-EXISTE            EQUAL "S"
              REWRITE ARQ-HBSIS79C
           ELSE
              MOVE OPERADOR-HBSIS78L   TO OPERADOR-ALTER-HBSIS79C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS79C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS79C
              WRITE ARQ-HBSIS79C
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAS DA CAMPANHA: CLASSIFICACAO, REGIAO, FILIAL E CATEGORIA  *
      * COMPRADA NOS 12 MESES ANTERIORES AO INICIO                     *
      *----------------------------------------------------------------*
       2630-TESTA-REGRAS               SECTION.

           IF CLASSIF-ALVO-HBSIS78C (1) NOT EQUAL SPACES
           OR CLASSIF-ALVO-HBSIS78C (2) NOT EQUAL SPACES
           OR CLASSIF-ALVO-HBSIS78C (3) NOT EQUAL SPACES
              IF CLASSIF-HBSIS02C      NOT EQUAL
                                       CLASSIF-ALVO-HBSIS78C (1)
              AND CLASSIF-HBSIS02C     NOT EQUAL
                                       CLASSIF-ALVO-HBSIS78C (2)
              AND CLASSIF-HBSIS02C     NOT EQUAL
                                       CLASSIF-ALVO-HBSIS78C (3)
                 GO TO 2630-EXIT
              END-IF
           END-IF

           IF COD-REGIAO-ALVO-HBSIS78C NOT EQUAL ZEROS
           AND COD-REGIAO-HBSIS02C     NOT EQUAL
                                       COD-REGIAO-ALVO-HBSIS78C
              GO TO 2630-EXIT
           END-IF

           IF COD-FILIAL-ALVO-HBSIS78C NOT EQUAL ZEROS
           AND COD-FILIAL-HBSIS02C     NOT EQUAL
                                       COD-FILIAL-ALVO-HBSIS78C
              GO TO 2630-EXIT
           END-IF

           IF CATEGORIA-ALVO-HBSIS78C  NOT EQUAL SPACES
              PERFORM 2635-TESTA-CATEGORIA
              IF WS-COMPROU-CATEGORIA  EQUAL "N"
                 GO TO 2630-EXIT
              END-IF
           END-IF

           MOVE "S"                    TO WS-ATENDE-REGRAS

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A CATEGORIA DA CAMPANHA NO HISTORICO DE VOLUME DO      *
      * CLIENTE (RECEITA NOS 12 MESES ANTERIORES AO INICIO)            *
      *----------------------------------------------------------------*
       2635-TESTA-CATEGORIA            SECTION.

           MOVE "N"                    TO WS-COMPROU-CATEGORIA

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS16C
           MOVE ZEROS                  TO ANO-MES-HBSIS16C
           MOVE SPACES                 TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS16C
                                       NOT EQUAL COD-CLIENTE-HBSIS02C
                      OR WS-COMPROU-CATEGORIA EQUAL "S"
              MOVE ANO-MES-HBSIS16C    TO WS-ANO-MES
              COMPUTE WS-IDX-MES = WS-AM-ANO * 12 + WS-AM-MES - 1
              IF CATEGORIA-HBSIS16C    EQUAL CATEGORIA-ALVO-HBSIS78C
              AND RECEITA-HBSIS16C     GREATER ZEROS
              AND WS-IDX-MES           NOT LESS WS-MES-COMPRA-INI
              AND WS-IDX-MES           LESS WS-MES-INI
                 MOVE "S"              TO WS-COMPROU-CATEGORIA
              END-IF
              READ ARQ-VOLUME NEXT
           END-PERFORM

           .
       2635-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDOR DO CLIENTE NA ULTIMA DISTRIBUICAO (ZERO = SEM         *
      * DISTRIBUICAO OU CLIENTE NAO ATRIBUIDO)                         *
      *----------------------------------------------------------------*
       2640-VENDEDOR-RESPONSAVEL       SECTION.

           MOVE ZEROS                  TO WS-COD-VEND-ALVO

           IF WS-ULT-DATA-EXEC         EQUAL ZEROS
              GO TO 2640-EXIT
           END-IF

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS07C
           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS07C

           READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
           AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
              MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-COD-VEND-ALVO
           END-IF

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA DO PUBLICO-ALVO POR VENDEDOR RESPONSAVEL, REGISTRADA NO  *
      * CONTROLE DE ARQUIVOS GERADOS (HBSIS42P)                        *
      *----------------------------------------------------------------*
       2650-GRAVA-REL-ALVO             SECTION.

           OPEN OUTPUT REL-ALVO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              GO TO 2650-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL

           MOVE COD-CAMPANHA-HBSIS78C  TO CAB-ALV-COD-CAMPANHA
           MOVE DESCRICAO-HBSIS78C     TO CAB-ALV-DESCRICAO
           MOVE DATA-INI-HBSIS78C      TO CAB-ALV-DATA-INI
           MOVE DATA-FIM-HBSIS78C      TO CAB-ALV-DATA-FIM
           MOVE WS-ULT-DATA-EXEC       TO CAB-ALV-DATA-EXEC
           MOVE WS-ULT-HORA-EXEC       TO CAB-ALV-HORA-EXEC

           WRITE REG-REL-ALVO          FROM LINHA-TRACO
           WRITE REG-REL-ALVO          FROM CAB-ALVO
           WRITE REG-REL-ALVO          FROM CAB-ALV-PERIODO
           WRITE REG-REL-ALVO          FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 1000
              IF WS-AVE-QTD (WS-IDX-VEND) GREATER ZEROS
                 PERFORM 2655-GRAVA-ALVO-VENDEDOR
              END-IF
           END-PERFORM

           MOVE WS-QTD-ALVO            TO SUB-ALV-QTD
           MOVE "TOTAL DA CAMPANHA"    TO REG-REL-ALVO
           WRITE REG-REL-ALVO
           WRITE REG-REL-ALVO          FROM SUB-ALVO
           WRITE REG-REL-ALVO          FROM LINHA-TRACO

           CLOSE REL-ALVO
           CLOSE ARQ-VENDEDOR

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELALVOCAMPANHA.TXT"  TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BLOCO DE UM VENDEDOR NA LISTA DO PUBLICO-ALVO                  *
      *----------------------------------------------------------------*
       2655-GRAVA-ALVO-VENDEDOR        SECTION.

           COMPUTE WS-COD-VEND-REL = WS-IDX-VEND - 1

           MOVE WS-COD-VEND-REL        TO CAB-ALV-COD-VEND
                                          COD-VENDEDOR-HBSIS04C
           MOVE "SEM VENDEDOR NA ULTIMA DISTRIBUICAO"
                                       TO CAB-ALV-NOME-VEND

           IF WS-COD-VEND-REL          GREATER ZEROS
              MOVE SPACES              TO CAB-ALV-NOME-VEND
              READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VEND-HBSIS04C
                                       TO CAB-ALV-NOME-VEND
              END-IF
           END-IF

           WRITE REG-REL-ALVO          FROM CAB-ALV-VENDEDOR
           WRITE REG-REL-ALVO          FROM CAB-ALV-COLUNAS

           PERFORM VARYING WS-IDX-ALV FROM 1 BY 1
                   UNTIL WS-IDX-ALV GREATER WS-TAB-ALV-QTD
              IF WS-ALV-COD-VEND (WS-IDX-ALV) EQUAL WS-COD-VEND-REL
                 MOVE WS-ALV-COD-CLI (WS-IDX-ALV)
                                       TO DET-ALV-COD-CLI
                                          COD-CLIENTE-HBSIS02C
                 MOVE SPACES           TO DET-ALV-RAZAO
                                          DET-ALV-CLASSIF
                                          DET-ALV-MUNICIPIO
                 MOVE ZEROS            TO DET-ALV-REGIAO
                 READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-ALV-RAZAO
                    MOVE CLASSIF-HBSIS02C
                                       TO DET-ALV-CLASSIF
                    MOVE COD-REGIAO-HBSIS02C
                                       TO DET-ALV-REGIAO
                    MOVE MUNICIPIO-HBSIS02C
                                       TO DET-ALV-MUNICIPIO
                 END-IF
                 WRITE REG-REL-ALVO    FROM DET-ALVO
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE WS-AVE-QTD (WS-IDX-VEND)
                                       TO SUB-ALV-QTD
           WRITE REG-REL-ALVO          FROM SUB-ALVO
           WRITE REG-REL-ALVO          FROM LINHA-TRACO

           .
       2655-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA A EXECUCAO DA CAMPANHA NO CLIENTE, INFORMADA NA CARGA *
      * DE VISITAS: A CAMPANHA PRECISA ESTAR ATIVA, A VISITA NO        *
      * PERIODO E O CLIENTE NO PUBLICO-ALVO. A PRIMEIRA EXECUCAO VALE  *
      *----------------------------------------------------------------*
       2700-REGISTRA-EXECUCAO          SECTION.

           OPEN INPUT ARQ-CAMPANHA

           IF WS-FL-STATUS-CAM         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2700-EXIT
           END-IF

           PERFORM 2030-LER-CAMPANHA

           CLOSE ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           IF SITUACAO-HBSIS78C        EQUAL "C"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA CANCELADA"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2700-EXIT
           END-IF

           IF DATA-EXECUCAO-HBSIS78L   LESS DATA-INI-HBSIS78C
           OR DATA-EXECUCAO-HBSIS78L   GREATER DATA-FIM-HBSIS78C
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "VISITA FORA DO PERIODO DA CAMPANHA"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2700-EXIT
           END-IF

           PERFORM 2020-OPEN-ARQ-CAMPANHA-CLI

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           MOVE COD-CAMPANHA-HBSIS78L  TO COD-CAMPANHA-HBSIS79C
           MOVE COD-CLIENTE-HBSIS78L   TO COD-CLIENTE-HBSIS79C

           READ ARQ-CAMPANHA-CLI WITH LOCK KEY IS CHAVE-HBSIS79C

           IF WS-FL-STATUS-CCL         NOT EQUAL ZEROS
           OR FLAG-ALVO-HBSIS79C       NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CLIENTE FORA DO PUBLICO-ALVO DA CAMPANHA"
                                       TO MSG-RETORNO-HBSIS78L
              CLOSE ARQ-CAMPANHA-CLI
              GO TO 2700-EXIT
           END-IF

           IF FLAG-EXECUTADA-HBSIS79C  NOT EQUAL "S"
              MOVE "S"                 TO FLAG-EXECUTADA-HBSIS79C
              MOVE DATA-EXECUCAO-HBSIS78L
                                       TO DATA-EXECUCAO-HBSIS79C
              MOVE COD-VENDEDOR-HBSIS78L
                                       TO COD-VEND-EXEC-HBSIS79C
              MOVE OPERADOR-HBSIS78L   TO OPERADOR-ALTER-HBSIS79C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS79C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS79C
              REWRITE ARQ-HBSIS79C
           END-IF

           CLOSE ARQ-CAMPANHA-CLI

           MOVE ZEROS                  TO COD-RETORNO-HBSIS78L
           MOVE "EXECUCAO DA CAMPANHA REGISTRADA"
                                       TO MSG-RETORNO-HBSIS78L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE EXECUCAO DA CAMPANHA POR VENDEDOR E POR REGIAO:   *
      * ALVO, EXECUTADOS E O GANHO DE RECEITA (ARQ-VOLUME) NOS MESES   *
      * DA CAMPANHA SOBRE O MESMO NUMERO DE MESES ANTERIORES, PARA OS  *
      * CLIENTES EXECUTADOS E PARA OS NAO EXECUTADOS                   *
      *----------------------------------------------------------------*
       2800-RELAT-EXECUCAO             SECTION.

           OPEN INPUT ARQ-CAMPANHA

           IF WS-FL-STATUS-CAM         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "CAMPANHA NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2800-EXIT
           END-IF

           PERFORM 2030-LER-CAMPANHA

           CLOSE ARQ-CAMPANHA

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              GO TO 2800-EXIT
           END-IF

           IF DATA-GERACAO-HBSIS78C    EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "PUBLICO-ALVO AINDA NAO GERADO"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2800-EXIT
           END-IF

           PERFORM 2040-CALCULA-MESES

           INITIALIZE WS-TAB-EXEC-VEND
                      WS-TAB-EXEC-REG
                      WS-EXE-TOTAL

           OPEN INPUT ARQ-CAMPANHA-CLI

           IF WS-FL-STATUS-CCL         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS78L
              MOVE "PUBLICO-ALVO AINDA NAO GERADO"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2800-EXIT
           END-IF

           OPEN INPUT ARQ-VOLUME

           MOVE COD-CAMPANHA-HBSIS78C  TO COD-CAMPANHA-HBSIS79C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS79C

           START ARQ-CAMPANHA-CLI KEY IS NOT LESS CHAVE-HBSIS79C

           IF WS-FL-STATUS-CCL         EQUAL ZEROS
              READ ARQ-CAMPANHA-CLI NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CCL NOT EQUAL "00"
                      OR COD-CAMPANHA-HBSIS79C
                                       NOT EQUAL COD-CAMPANHA-HBSIS78C
              IF FLAG-ALVO-HBSIS79C    EQUAL "S"
                 PERFORM 2810-ACUMULA-CLIENTE
              END-IF
              READ ARQ-CAMPANHA-CLI NEXT
           END-PERFORM

           CLOSE ARQ-CAMPANHA-CLI
           CLOSE ARQ-VOLUME

           PERFORM 2850-GRAVA-REL-EXECUCAO

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A RECEITA DO CLIENTE ANTES E DURANTE A CAMPANHA E ACUMULA *
      * NO VENDEDOR RESPONSAVEL E NA REGIAO                            *
      *----------------------------------------------------------------*
       2810-ACUMULA-CLIENTE            SECTION.

           MOVE ZEROS                  TO WS-REC-ANTES
                                          WS-REC-DURANTE

           MOVE COD-CLIENTE-HBSIS79C   TO COD-CLIENTE-HBSIS16C
           MOVE ZEROS                  TO ANO-MES-HBSIS16C
           MOVE SPACES                 TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS16C
                                       NOT EQUAL COD-CLIENTE-HBSIS79C
              MOVE ANO-MES-HBSIS16C    TO WS-ANO-MES
              COMPUTE WS-IDX-MES = WS-AM-ANO * 12 + WS-AM-MES - 1
              IF WS-IDX-MES            NOT LESS WS-MES-BASE-INI
              AND WS-IDX-MES           LESS WS-MES-INI
                 ADD RECEITA-HBSIS16C  TO WS-REC-ANTES
              END-IF
              IF WS-IDX-MES            NOT LESS WS-MES-INI
              AND WS-IDX-MES           NOT GREATER WS-MES-FIM
                 ADD RECEITA-HBSIS16C  TO WS-REC-DURANTE
              END-IF
              READ ARQ-VOLUME NEXT
           END-PERFORM

           COMPUTE WS-IDX-VEND = COD-VENDEDOR-HBSIS79C + 1
           COMPUTE WS-IDX-REG  = COD-REGIAO-HBSIS79C + 1

           ADD 1                       TO WS-EVE-ALVO (WS-IDX-VEND)
                                          WS-ERE-ALVO (WS-IDX-REG)
                                          WS-EXT-ALVO

           IF FLAG-EXECUTADA-HBSIS79C  EQUAL "S"
              ADD 1                    TO WS-EVE-EXECUTADOS
                                          (WS-IDX-VEND)
                                          WS-ERE-EXECUTADOS
                                          (WS-IDX-REG)
                                          WS-EXT-EXECUTADOS
              ADD WS-REC-ANTES         TO WS-EVE-ANTES-EXE
                                          (WS-IDX-VEND)
                                          WS-ERE-ANTES-EXE
                                          (WS-IDX-REG)
                                          WS-EXT-ANTES-EXE
              ADD WS-REC-DURANTE       TO WS-EVE-DURANTE-EXE
                                          (WS-IDX-VEND)
                                          WS-ERE-DURANTE-EXE
                                          (WS-IDX-REG)
                                          WS-EXT-DURANTE-EXE
           ELSE
              ADD WS-REC-ANTES         TO WS-EVE-ANTES-NEX
                                          (WS-IDX-VEND)
                                          WS-ERE-ANTES-NEX
                                          (WS-IDX-REG)
                                          WS-EXT-ANTES-NEX
              ADD WS-REC-DURANTE       TO WS-EVE-DURANTE-NEX
                                          (WS-IDX-VEND)
                                          WS-ERE-DURANTE-NEX
                                          (WS-IDX-REG)
                                          WS-EXT-DURANTE-NEX
           END-IF

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RELATORIO DE EXECUCAO: BLOCO POR VENDEDOR, BLOCO POR   *
      * REGIAO E TOTAL DA CAMPANHA, REGISTRADO NO HBSIS42P             *
      *----------------------------------------------------------------*
       2850-GRAVA-REL-EXECUCAO         SECTION.

           OPEN OUTPUT REL-EXECUCAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS78L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE EXECUCAO"
                                       TO MSG-RETORNO-HBSIS78L
              GO TO 2850-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL

           MOVE COD-CAMPANHA-HBSIS78C  TO CAB-EXE-COD-CAMPANHA
           MOVE DESCRICAO-HBSIS78C     TO CAB-EXE-DESCRICAO
           MOVE SPACES                 TO CAB-EXE-PARCIAL
           IF WS-DATA-HOJE             NOT GREATER DATA-FIM-HBSIS78C
              MOVE "(PARCIAL - CAMPANHA EM ANDAMENTO)"
                                       TO CAB-EXE-PARCIAL
           END-IF
           MOVE DATA-INI-HBSIS78C (1:6)
                                       TO CAB-EXE-AM-INI
           MOVE DATA-FIM-HBSIS78C (1:6)
                                       TO CAB-EXE-AM-FIM
           MOVE WS-QTD-MESES           TO CAB-EXE-QTD-MESES

           WRITE REG-REL-EXECUCAO      FROM LINHA-TRACO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXECUCAO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXE-PERIODO
           MOVE "GANHO = VARIACAO % DA RECEITA; DIFERENCA = GANHO DOS EX
      -         "ECUTADOS MENOS O DOS NAO EXECUTADOS (PONTOS PERCENTUAIS
      -         ")"                    TO CAB-EXE-BLOCO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXE-BLOCO
           WRITE REG-REL-EXECUCAO      FROM LINHA-TRACO

           MOVE "POR VENDEDOR RESPONSAVEL"
                                       TO CAB-EXE-BLOCO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXE-BLOCO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXE-COLUNAS

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 1000
              IF WS-EVE-ALVO (WS-IDX-VEND) GREATER ZEROS
                 MOVE WS-EVE-ITEM (WS-IDX-VEND)
                                       TO WS-EXE-LINHA
                 COMPUTE WS-COD-VEND-REL = WS-IDX-VEND - 1
                 MOVE WS-COD-VEND-REL  TO DET-EXE-CODIGO
                                          COD-VENDEDOR-HBSIS04C
                 MOVE "SEM VENDEDOR"   TO DET-EXE-NOME
                 IF WS-COD-VEND-REL    GREATER ZEROS
                    MOVE SPACES        TO DET-EXE-NOME
                    READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
                    IF WS-FL-STATUS-VEN EQUAL ZEROS
                       MOVE NOME-VEND-HBSIS04C
                                       TO DET-EXE-NOME
                    END-IF
                 END-IF
                 PERFORM 2860-GRAVA-LINHA-EXECUCAO
              END-IF
           END-PERFORM

           WRITE REG-REL-EXECUCAO      FROM LINHA-TRACO
           MOVE "POR REGIAO"           TO CAB-EXE-BLOCO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXE-BLOCO
           WRITE REG-REL-EXECUCAO      FROM CAB-EXE-COLUNAS

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000
              IF WS-ERE-ALVO (WS-IDX-REG) GREATER ZEROS
                 MOVE WS-ERE-ITEM (WS-IDX-REG)
                                       TO WS-EXE-LINHA
                 COMPUTE DET-EXE-CODIGO = WS-IDX-REG - 1
                 MOVE "REGIAO"         TO DET-EXE-NOME
                 PERFORM 2860-GRAVA-LINHA-EXECUCAO
              END-IF
           END-PERFORM

           WRITE REG-REL-EXECUCAO      FROM LINHA-TRACO
           MOVE WS-EXE-TOTAL           TO WS-EXE-LINHA
           MOVE ZEROS                  TO DET-EXE-CODIGO
           MOVE "TOTAL DA CAMPANHA"    TO DET-EXE-NOME
           PERFORM 2860-GRAVA-LINHA-EXECUCAO
           WRITE REG-REL-EXECUCAO      FROM LINHA-TRACO

           CLOSE REL-EXECUCAO
           CLOSE ARQ-VENDEDOR

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELEXECCAMPANHA.TXT"  TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS78L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS78L
           STRING "ALVO: "
                  WS-EXT-ALVO
                  " EXECUTADOS: "
                  WS-EXT-EXECUTADOS
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS78L

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA E GRAVA UMA LINHA DO RELATORIO DE EXECUCAO A PARTIR DE *
      * WS-EXE-LINHA (GANHO ZERO QUANDO NAO HA RECEITA ANTERIOR)       *
      *----------------------------------------------------------------*
       2860-GRAVA-LINHA-EXECUCAO       SECTION.

           MOVE ZEROS                  TO WS-PCT-EXECUTADOS
                                          WS-GANHO-EXE
                                          WS-GANHO-NEX

           IF WS-EXL-ALVO              GREATER ZEROS
              COMPUTE WS-PCT-EXECUTADOS ROUNDED =
                      WS-EXL-EXECUTADOS * 100 / WS-EXL-ALVO
           END-IF

           IF WS-EXL-ANTES-EXE         GREATER ZEROS
              COMPUTE WS-GANHO-EXE ROUNDED =
                      (WS-EXL-DURANTE-EXE - WS-EXL-ANTES-EXE) * 100
                    / WS-EXL-ANTES-EXE
                 ON SIZE ERROR
                    MOVE 99999,99      TO WS-GANHO-EXE
              END-COMPUTE
           END-IF

           IF WS-EXL-ANTES-NEX         GREATER ZEROS
              COMPUTE WS-GANHO-NEX ROUNDED =
                      (WS-EXL-DURANTE-NEX - WS-EXL-ANTES-NEX) * 100
                    / WS-EXL-ANTES-NEX
                 ON SIZE ERROR
                    MOVE 99999,99      TO WS-GANHO-NEX
              END-COMPUTE
           END-IF

           MOVE WS-EXL-ALVO            TO DET-EXE-ALVO
           MOVE WS-EXL-EXECUTADOS      TO DET-EXE-EXECUTADOS
           MOVE WS-PCT-EXECUTADOS      TO DET-EXE-PCT
           MOVE WS-GANHO-EXE           TO DET-EXE-GANHO-EXE
           MOVE WS-GANHO-NEX           TO DET-EXE-GANHO-NEX
           COMPUTE DET-EXE-DIFERENCA = WS-GANHO-EXE - WS-GANHO-NEX

           WRITE REG-REL-EXECUCAO      FROM DET-EXECUCAO
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK

           .
       3000-EXIT.
           EXIT.
