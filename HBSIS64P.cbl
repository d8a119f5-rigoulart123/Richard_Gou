      *                DISTANCIA MEDIA DOS CLIENTES, ESTABILIDADE DA   *
      *                CARTEIRA ENTRE AS DUAS ULTIMAS EXECUCOES E      *
      *                TENDENCIA DE RECEITA (TRIMESTRE RECENTE X       *
      *                ANTERIOR) E CASOS DE CLIENTES COM O TEMPO MEDIO *
      *                DE RESOLUCAO (HBSIS89P), COM UMA PAGINA POR     *
      *                VENDEDOR E O RESUMO RANQUEADO PELO VALOR DA     *
      *                CARTEIRA -                                      *
      *                SELECIONAVEL POR FAIXA DE VENDEDOR OU REGIAO.   *
      *                NA EDICAO CONSOLIDADA, OS INDICADORES SAEM      *
      *                TAMBEM AGRUPADOS POR FILIAL, GERENTE E          *
      *                SUPERVISOR, PELA HIERARQUIA DE VENDAS VIGENTE   *
      *                NO MES CORRENTE                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-CANAL          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CANAL-HBSIS72C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAN.

           SELECT ARQ-CASO           ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-CASO-HBSIS89C
                       ALTERNATE RECORD KEY IS COD-CLIENTE-HBSIS89C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAS.

           SELECT REL-SCORECARD      ASSIGN TO "RELSCORECARD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-SCORE-HIER     ASSIGN TO "RELSCOREHIER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RHI.

           SELECT ARQ-SORT-HIER      ASSIGN TO "SORTSCH.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-CANAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCanal'.
       COPY "HBSIS72C.CPY".

       FD  ARQ-CASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCaso'.
       COPY "HBSIS89C.CPY".

       FD  REL-SCORECARD.
       01  REG-REL-SCORECARD           PIC X(100).

       FD  REL-SCORE-HIER.
       01  REG-REL-SCORE-HIER          PIC X(110).

      *    VENDEDORES DO SCORECARD ORDENADOS PELA HIERARQUIA DO MES
       SD  ARQ-SORT-HIER.
       01  REG-SORT-HIER.
           05  SRH-COD-FILIAL          PIC  9(002).
           05  SRH-COD-GERENTE         PIC  9(005).
           05  SRH-COD-SUPERVISOR      PIC  9(005).
           05  SRH-COD-VEND            PIC  9(003).
           05  SRH-NOME-DIRETOR        PIC  X(040).
           05  SRH-NOME-GERENTE        PIC  X(040).
           05  SRH-NOME-SUPERVISOR     PIC  X(040).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RHI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAS            PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
               10  WS-SCO-NOME         PIC  X(040).
               10  WS-SCO-QTD-CLI      PIC  9(007).
               10  WS-SCO-SOMA-DIST    PIC  9(013)V9(002).
               10  WS-SCO-VALOR-12M    PIC S9(013)V9(002).
               10  WS-SCO-REC-REC3     PIC S9(013)V9(002).
               10  WS-SCO-REC-ANT3     PIC S9(013)V9(002).
               10  WS-SCO-QTD-MANTIDOS PIC  9(007).
               10  WS-SCO-QTD-CASOS    PIC  9(005).
               10  WS-SCO-QTD-ABERTOS  PIC  9(005).
               10  WS-SCO-QTD-FECHADOS PIC  9(005).
               10  WS-SCO-DIAS-RESOL   PIC  9(009).
               10  WS-SCO-IMPRESSO     PIC  X(001).

      *----------------------------------------------------------------*
      * SUBTOTAIS POR CANAL DE VENDA DOS VENDEDORES SELECIONADOS,      *
      * INDEXADOS PELO CODIGO DO CANAL MAIS UM (1 = NAO CLASSIFICADO)  *
      *----------------------------------------------------------------*
       01  WS-TAB-SCO-CANAL.
           05  WS-SCC-ITEM             OCCURS 100 TIMES.
               10  WS-SCC-NOME         PIC  X(030).
               10  WS-SCC-QTD-CLI      PIC  9(007).
               10  WS-SCC-VALOR-12M    PIC S9(013)V9(002).

       01  WS-IDX-CANAL                PIC  9(003)         VALUE ZEROS.
       01  WS-VALOR-ANTES-CLI          PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-COD-VEND-SCO             PIC  9(003)         VALUE ZEROS.
       01  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       01  WS-CLI-CORRENTE             PIC  9(007)         VALUE ZEROS.
       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-REC-MES                  PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-DIST-MEDIA               PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-PCT-ESTABILIDADE         PIC  9(003)V9(002)  VALUE ZEROS.
       01  WS-PCT-TENDENCIA            PIC S9(005)V9(002)  VALUE ZEROS.
       01  WS-MAIOR-VALOR              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-RANK                     PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-DATA-CORTE-CASO          PIC  9(008)         VALUE ZEROS.
       01  WS-DIAS-RESOL-CASO          PIC S9(007)         VALUE ZEROS.
       01  WS-MEDIA-RESOL              PIC  9(005)V9(002)  VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RES-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-RES-VALOR            PIC  -.---.---.--9,99
                                                           VALUE ZEROS.

       01  CAB-CANAL-SCORE.
           03 FILLER                   PIC  X(028)         VALUE
              "SUBTOTAIS POR CANAL DE VENDA".
           03 FILLER                   PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(010)         VALUE
              "CLIENTES".
           03 FILLER                   PIC  X(018)         VALUE
              "VALOR 12 MESES".

       01  DET-CANAL-SCORE.
           03 DET-CAN-COD              PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE
              " - ".
           03 DET-CAN-NOME             PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(017)         VALUE SPACES.
           03 DET-CAN-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-CAN-VALOR            PIC  -.---.---.--9,99
                                                           VALUE ZEROS.

       01  WS-ED-QTD                   PIC  ZZZZZZ9        VALUE ZEROS.
       01  WS-ED-VALOR                 PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
       01  WS-ED-DIST                  PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-ED-PCT                   PIC  ZZ9,99         VALUE ZEROS.
       01  LINHA-TRACO.
           03 FILLER                   PIC  X(100)         VALUE
              ALL "-".

      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA POR HIERARQUIA: TOTAIS POR NIVEL            *
      * (1 = SUPERVISOR, 2 = GERENTE, 3 = FILIAL, 4 = GERAL)           *
      *----------------------------------------------------------------*
       01  WS-HBSIS86                  PIC  X(009)         VALUE
           'HBSIS86P'.

       COPY HBSIS86L.

       01  WS-HIE-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-HIE-PRIMEIRO             PIC  X(001)         VALUE "S".
       01  WS-HIE-NIVEL                PIC  9(001)         VALUE ZEROS.
       01  WS-HIE-NIVEL-SUP            PIC  9(001)         VALUE ZEROS.
       01  WS-HIE-ANT-FILIAL           PIC  9(002)         VALUE ZEROS.
       01  WS-HIE-ANT-GERENTE          PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-ANT-SUPERVISOR       PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-SEM-HIERARQUIA       PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-LINHAS-HIE           PIC  9(007)         VALUE ZEROS.

       01  WS-TAB-TOT-HIE.
           05  WS-THI-ITEM             OCCURS 4 TIMES.
               10  WS-THI-CODIGO       PIC  9(005).
               10  WS-THI-QTD-VEND     PIC  9(005).
               10  WS-THI-QTD-CLI      PIC  9(009).
               10  WS-THI-SOMA-DIST    PIC  9(015)V9(002).
               10  WS-THI-VALOR-12M    PIC S9(015)V9(002).
               10  WS-THI-REC-REC3     PIC S9(015)V9(002).
               10  WS-THI-REC-ANT3     PIC S9(015)V9(002).
               10  WS-THI-QTD-MANTIDOS PIC  9(009).

      *    VALORES DO VENDEDOR OU DO NIVEL EM IMPRESSAO
       01  WS-HIE-QTD-CLI              PIC  9(009)         VALUE ZEROS.
       01  WS-HIE-SOMA-DIST            PIC  9(015)V9(002)  VALUE ZEROS.
       01  WS-HIE-VALOR-12M            PIC S9(015)V9(002)  VALUE ZEROS.
       01  WS-HIE-REC-REC3             PIC S9(015)V9(002)  VALUE ZEROS.
       01  WS-HIE-REC-ANT3             PIC S9(015)V9(002)  VALUE ZEROS.
       01  WS-HIE-QTD-MANTIDOS         PIC  9(009)         VALUE ZEROS.

       01  WS-TAB-DESC-NIVEL-HIE.
           05  FILLER                  PIC  X(024)         VALUE
               "    TOTAL DO SUPERVISOR".
           05  FILLER                  PIC  X(024)         VALUE
               "  TOTAL DO GERENTE".
           05  FILLER                  PIC  X(024)         VALUE
               "TOTAL DA FILIAL".
           05  FILLER                  PIC  X(024)         VALUE
               "TOTAL GERAL".
       01  WS-TAB-DESC-NIVEL-HIE-R     REDEFINES
           WS-TAB-DESC-NIVEL-HIE.
           05  WS-DESC-NIVEL-HIE       PIC  X(024) OCCURS 4 TIMES.

       01  CAB-HIE-TITULO.
           03 FILLER                   PIC  X(046)         VALUE
              "SCORECARD POR HIERARQUIA DE VENDAS - ANO-MES ".
           03 CAB-HIE-ANO-MES          PIC  9(006)         VALUE ZEROS.

       01  CAB-HIE-COLUNAS.
           03 FILLER                   PIC  X(040)         VALUE
              "      VEND  NOME".
           03 FILLER                   PIC  X(009)         VALUE
              " CLIENTES".
           03 FILLER                   PIC  X(018)         VALUE
              "  VALOR 12 MESES".
           03 FILLER                   PIC  X(016)         VALUE
              "   DIST. MEDIA".
           03 FILLER                   PIC  X(008)         VALUE
              " % ESTAB".
           03 FILLER                   PIC  X(011)         VALUE
              "   % TEND.".

       01  CAB-HIE-GRUPO.
           03 CAB-HIE-DESCRICAO        PIC  X(016)         VALUE SPACES.
           03 CAB-HIE-CODIGO           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE
              " - ".
           03 CAB-HIE-NOME             PIC  X(040)         VALUE SPACES.

       01  DET-HIE.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-HIE-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-HIE-NOME-VEND        PIC  X(029)         VALUE SPACES.
           03 DET-HIE-VALORES.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-QTD-CLI       PIC  ZZZZZZ9        VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-VALOR-12M     PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-DIST-MEDIA    PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-PCT-ESTAB     PIC  ZZ9,99         VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-PCT-TEND      PIC  X(009)         VALUE SPACES.

       01  LIN-TOT-HIE.
           03 LIN-HIE-DESCRICAO        PIC  X(024)         VALUE SPACES.
           03 LIN-HIE-CODIGO           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 LIN-HIE-QTD-VEND         PIC  ZZZ9           VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE
              " VEND.".
           03 LIN-HIE-VALORES          PIC  X(070)         VALUE SPACES.

       01  LINHA-SEM-HIERARQUIA.
           03 FILLER                   PIC  X(048)         VALUE
              "VENDEDORES SEM HIERARQUIA COMPLETA NO ANO-MES: ".
           03 LIN-HIE-SEM-HIER         PIC  ZZ9            VALUE ZEROS.

       01  LINHA-TRACO-HIE.
           03 FILLER                   PIC  X(110)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                                          (WS-COD-VEND-SCO)
                                          WS-SCO-QTD-MANTIDOS
                                          (WS-COD-VEND-SCO)
                                          WS-SCO-QTD-CASOS
                                          (WS-COD-VEND-SCO)
                                          WS-SCO-QTD-ABERTOS
                                          (WS-COD-VEND-SCO)
                                          WS-SCO-QTD-FECHADOS
                                          (WS-COD-VEND-SCO)
                                          WS-SCO-DIAS-RESOL
                                          (WS-COD-VEND-SCO)
           END-PERFORM

           INITIALIZE WS-TAB-SCO-CANAL

           .
       1000-EXIT.
           EXIT.

           PERFORM 2200-MARCA-SELECIONADOS
           PERFORM 2300-ACUMULA-CARTEIRAS
           PERFORM 2350-ACUMULA-CASOS
           PERFORM 2500-GRAVA-RELATORIO

           .

           OPEN INPUT ARQ-DISTRIBUICAO
           OPEN INPUT ARQ-VOLUME
           OPEN INPUT ARQ-CLIENTE

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS07C
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VOLUME
           CLOSE ARQ-DISTRIBUICAO

           ADD DISTANCIA-HBSIS07C      TO WS-SCO-SOMA-DIST
                                       (WS-VEND-CORRENTE)

           MOVE WS-SCO-VALOR-12M (WS-VEND-CORRENTE)
                                       TO WS-VALOR-ANTES-CLI

           PERFORM 2320-SOMA-RECEITAS-CLIENTE
           PERFORM 2330-CONFERE-ESTABILIDADE
           PERFORM 2340-ACUMULA-CANAL

      *    REPOSICIONA A LEITURA SEQUENCIAL DA EXECUCAO, DESLOCADA
      *    PELA LEITURA ALEATORIA DA EXECUCAO ANTERIOR - O READ NEXT
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O CLIENTE NO SUBTOTAL DO SEU CANAL DE VENDA (CLIENTE   *
      * FORA DO CADASTRO OU SEM CANAL = NAO CLASSIFICADO)              *
      *----------------------------------------------------------------*
       2340-ACUMULA-CANAL              SECTION.

           MOVE 1                      TO WS-IDX-CANAL

           MOVE WS-CLI-CORRENTE        TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
           AND COD-CANAL-HBSIS02C      IS NUMERIC
              COMPUTE WS-IDX-CANAL     = COD-CANAL-HBSIS02C + 1
           END-IF

           ADD 1                       TO WS-SCC-QTD-CLI
                                          (WS-IDX-CANAL)
           COMPUTE WS-SCC-VALOR-12M (WS-IDX-CANAL) =
                   WS-SCC-VALOR-12M (WS-IDX-CANAL)
                 + WS-SCO-VALOR-12M (WS-VEND-CORRENTE)
                 - WS-VALOR-ANTES-CLI

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CASOS DE CLIENTES POR VENDEDOR RESPONSAVEL: ABERTOS NOS        *
      * ULTIMOS 12 MESES, AINDA EM ABERTO E, DOS FECHADOS NO PERIODO,  *
      * OS DIAS ENTRE A ABERTURA E O FECHAMENTO                        *
      *----------------------------------------------------------------*
       2350-ACUMULA-CASOS              SECTION.

           COMPUTE WS-DATA-CORTE-CASO =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8))) - 365)

           OPEN INPUT ARQ-CASO

           IF WS-FL-STATUS-CAS         NOT EQUAL ZEROS
              GO TO 2350-EXIT
           END-IF

           READ ARQ-CASO NEXT

           PERFORM UNTIL WS-FL-STATUS-CAS NOT EQUAL "00"
              IF COD-VENDEDOR-HBSIS89C GREATER ZEROS
              AND WS-SCO-SELECIONADO (COD-VENDEDOR-HBSIS89C)
                                       EQUAL "S"
                 PERFORM 2355-ACUMULA-UM-CASO
              END-IF
              READ ARQ-CASO NEXT
           END-PERFORM

           CLOSE ARQ-CASO

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM CASO NO SCORECARD DO VENDEDOR RESPONSAVEL           *
      *----------------------------------------------------------------*
       2355-ACUMULA-UM-CASO            SECTION.

           MOVE COD-VENDEDOR-HBSIS89C  TO WS-VEND-CORRENTE

           IF SITUACAO-CASO-HBSIS89C   NOT EQUAL "F"
              ADD 1                    TO WS-SCO-QTD-ABERTOS
                                          (WS-VEND-CORRENTE)
           END-IF

           IF DATA-ABERTURA-HBSIS89C   LESS WS-DATA-CORTE-CASO
              GO TO 2355-EXIT
           END-IF

           ADD 1                       TO WS-SCO-QTD-CASOS
                                          (WS-VEND-CORRENTE)

           IF SITUACAO-CASO-HBSIS89C   EQUAL "F"
           AND DATA-FECHAMENTO-HBSIS89C NOT LESS DATA-ABERTURA-HBSIS89C
              COMPUTE WS-DIAS-RESOL-CASO =
                      FUNCTION INTEGER-OF-DATE
                                       (DATA-FECHAMENTO-HBSIS89C)
                    - FUNCTION INTEGER-OF-DATE
                                       (DATA-ABERTURA-HBSIS89C)
              ADD 1                    TO WS-SCO-QTD-FECHADOS
                                          (WS-VEND-CORRENTE)
              ADD WS-DIAS-RESOL-CASO   TO WS-SCO-DIAS-RESOL
                                          (WS-VEND-CORRENTE)
           END-IF

           .
       2355-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA PAGINA POR VENDEDOR E O RESUMO RANQUEADO PELO        *
      * VALOR DA CARTEIRA, E REGISTRA O ARQUIVO GERADO                 *
      *----------------------------------------------------------------*
           END-PERFORM

           PERFORM 2550-GRAVA-RESUMO-RANQUEADO
           PERFORM 2570-GRAVA-SUBTOTAL-CANAL

           CLOSE REL-SCORECARD

                  QTD-VENDEDORES-HBSIS64L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS64L

           IF FLAG-CONSOLIDADO-HBSIS64L EQUAL "S"
              PERFORM 2600-RELAT-HIERARQUIA
           END-IF

           .
       2500-EXIT.
           EXIT.
           END-IF
           WRITE REG-REL-SCORECARD     FROM DET-LINHA-SCORE

           MOVE "CASOS DE CLIENTES (12 MESES)....:"
                                       TO DET-SCO-ROTULO
           MOVE WS-SCO-QTD-CASOS (WS-COD-VEND-SCO)
                                       TO WS-ED-QTD
           MOVE WS-ED-QTD              TO DET-SCO-VALOR
           WRITE REG-REL-SCORECARD     FROM DET-LINHA-SCORE

           MOVE "CASOS EM ABERTO.................:"
                                       TO DET-SCO-ROTULO
           MOVE WS-SCO-QTD-ABERTOS (WS-COD-VEND-SCO)
                                       TO WS-ED-QTD
           MOVE WS-ED-QTD              TO DET-SCO-VALOR
           WRITE REG-REL-SCORECARD     FROM DET-LINHA-SCORE

           MOVE "TEMPO MEDIO DE RESOLUCAO (DIAS).:"
                                       TO DET-SCO-ROTULO
           IF WS-SCO-QTD-FECHADOS (WS-COD-VEND-SCO) GREATER ZEROS
              DIVIDE WS-SCO-DIAS-RESOL (WS-COD-VEND-SCO)
                  BY WS-SCO-QTD-FECHADOS (WS-COD-VEND-SCO)
                  GIVING WS-MEDIA-RESOL ROUNDED
              MOVE WS-MEDIA-RESOL      TO WS-ED-DIST
              MOVE WS-ED-DIST          TO DET-SCO-VALOR
           ELSE
              MOVE "SEM CASOS FECHADOS"
                                       TO DET-SCO-VALOR
           END-IF
           WRITE REG-REL-SCORECARD     FROM DET-LINHA-SCORE

           ADD 8                       TO WS-QTD-LINHAS-REL

           .
       2510-EXIT.
       2560-ESCOLHE-MAIOR-VALOR        SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIOR
           MOVE -9999999999999,99      TO WS-MAIOR-VALOR

           PERFORM VARYING WS-COD-VEND-SCO FROM 1 BY 1
                   UNTIL WS-COD-VEND-SCO GREATER 999
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS SUBTOTAIS POR CANAL DE VENDA, COM O NOME DO CANAL     *
      * LIDO DO ARQ-CANAL                                              *
      *----------------------------------------------------------------*
       2570-GRAVA-SUBTOTAL-CANAL       SECTION.

           MOVE "NAO CLASSIFICADO"     TO WS-SCC-NOME (1)

           OPEN INPUT ARQ-CANAL

           IF WS-FL-STATUS-CAN         EQUAL ZEROS
              READ ARQ-CANAL NEXT
              PERFORM UNTIL WS-FL-STATUS-CAN NOT EQUAL "00"
                 IF COD-CANAL-HBSIS72C GREATER ZEROS
                    COMPUTE WS-IDX-CANAL = COD-CANAL-HBSIS72C + 1
                    MOVE NOME-CANAL-HBSIS72C
                                       TO WS-SCC-NOME (WS-IDX-CANAL)
                 END-IF
                 READ ARQ-CANAL NEXT
              END-PERFORM
              CLOSE ARQ-CANAL
           END-IF

           WRITE REG-REL-SCORECARD     FROM CAB-CANAL-SCORE
           WRITE REG-REL-SCORECARD     FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL GREATER 100
              IF WS-SCC-QTD-CLI (WS-IDX-CANAL) GREATER ZEROS
                 COMPUTE DET-CAN-COD   = WS-IDX-CANAL - 1
                 MOVE WS-SCC-NOME (WS-IDX-CANAL)
                                       TO DET-CAN-NOME
                 MOVE WS-SCC-QTD-CLI (WS-IDX-CANAL)
                                       TO DET-CAN-QTD
                 MOVE WS-SCC-VALOR-12M (WS-IDX-CANAL)
                                       TO DET-CAN-VALOR
                 WRITE REG-REL-SCORECARD
                                       FROM DET-CANAL-SCORE
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           WRITE REG-REL-SCORECARD     FROM LINHA-TRACO

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA: VENDEDORES DO SCORECARD ORDENADOS POR      *
      * FILIAL, GERENTE E SUPERVISOR VIGENTES NO MES CORRENTE          *
      * (HBSIS86P), COM SUBTOTAIS POR NIVEL E TOTAL GERAL              *
      *----------------------------------------------------------------*
       2600-RELAT-HIERARQUIA           SECTION.

           OPEN OUTPUT REL-SCORE-HIER

           IF WS-FL-STATUS-RHI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS64L
              MOVE "ERRO NA ABERTURA DO SCORECARD POR HIERARQUIA"
                                       TO MSG-RETORNO-HBSIS64L
              GO TO 2600-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO WS-HIE-ANO-MES
           MOVE ZEROS                  TO WS-HIE-SEM-HIERARQUIA
                                          WS-QTD-LINHAS-HIE
           MOVE "S"                    TO WS-HIE-PRIMEIRO
           INITIALIZE WS-TAB-TOT-HIE

           SORT ARQ-SORT-HIER
                ON ASCENDING KEY SRH-COD-FILIAL
                                 SRH-COD-GERENTE
                                 SRH-COD-SUPERVISOR
                                 SRH-COD-VEND
                INPUT  PROCEDURE 2610-SELECIONA-HIERARQUIA
                OUTPUT PROCEDURE 2620-IMPRIME-HIERARQUIA

           CLOSE REL-SCORE-HIER

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELSCOREHIER.TXT"     TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-HIE      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE SPACES                 TO MSG-RETORNO-HBSIS64L
           STRING "SCORECARD E EDICAO POR HIERARQUIA - VEND.: "
                  QTD-VENDEDORES-HBSIS64L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS64L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE A HIERARQUIA DE CADA VENDEDOR DO SCORECARD E LIBERA    *
      * PARA O SORT                                                    *
      *----------------------------------------------------------------*
       2610-SELECIONA-HIERARQUIA       SECTION.

           PERFORM VARYING WS-COD-VEND-SCO FROM 1 BY 1
                   UNTIL WS-COD-VEND-SCO GREATER 999
              IF WS-SCO-SELECIONADO (WS-COD-VEND-SCO) EQUAL "S"
              AND WS-SCO-QTD-CLI (WS-COD-VEND-SCO) GREATER ZEROS
                 INITIALIZE HBSIS86L
                 MOVE 4                TO COD-FUNCAO-HBSIS86L
                 MOVE WS-COD-VEND-SCO  TO COD-VENDEDOR-HBSIS86L
                 MOVE WS-HIE-ANO-MES   TO ANO-MES-HBSIS86L
                 CALL WS-HBSIS86       USING HBSIS86L
                 IF COD-RETORNO-HBSIS86L NOT EQUAL ZEROS
                    ADD 1              TO WS-HIE-SEM-HIERARQUIA
                 END-IF
                 MOVE COD-FILIAL-HBSIS86L
                                       TO SRH-COD-FILIAL
                 MOVE COD-GERENTE-HBSIS86L
                                       TO SRH-COD-GERENTE
                 MOVE COD-SUPERVISOR-HBSIS86L
                                       TO SRH-COD-SUPERVISOR
                 MOVE WS-COD-VEND-SCO  TO SRH-COD-VEND
                 MOVE NOME-DIRETOR-HBSIS86L
                                       TO SRH-NOME-DIRETOR
                 MOVE NOME-GERENTE-HBSIS86L
                                       TO SRH-NOME-GERENTE
                 MOVE NOME-SUPERVISOR-HBSIS86L
                                       TO SRH-NOME-SUPERVISOR
                 RELEASE REG-SORT-HIER
              END-IF
           END-PERFORM

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME OS VENDEDORES NA ORDEM DA HIERARQUIA COM QUEBRA POR    *
      * SUPERVISOR, GERENTE E FILIAL                                   *
      *----------------------------------------------------------------*
       2620-IMPRIME-HIERARQUIA         SECTION.

           MOVE WS-HIE-ANO-MES         TO CAB-HIE-ANO-MES
           WRITE REG-REL-SCORE-HIER    FROM LINHA-TRACO-HIE
           WRITE REG-REL-SCORE-HIER    FROM CAB-HIE-TITULO
           WRITE REG-REL-SCORE-HIER    FROM CAB-HIE-COLUNAS
           WRITE REG-REL-SCORE-HIER    FROM LINHA-TRACO-HIE

           MOVE "00"                   TO WS-FL-STATUS-SORT

           PERFORM UNTIL WS-FL-STATUS-SORT NOT EQUAL "00"
              RETURN ARQ-SORT-HIER
                 AT END
                    MOVE "10"          TO WS-FL-STATUS-SORT
              END-RETURN
              IF WS-FL-STATUS-SORT     EQUAL "00"
                 PERFORM 2630-QUEBRA-HIERARQUIA
                 PERFORM 2650-IMPRIME-VENDEDOR
              END-IF
           END-PERFORM

           IF WS-HIE-PRIMEIRO          EQUAL "N"
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              MOVE 2                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              MOVE 3                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              MOVE 4                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
           END-IF

           WRITE REG-REL-SCORE-HIER    FROM LINHA-TRACO-HIE

           MOVE WS-HIE-SEM-HIERARQUIA  TO LIN-HIE-SEM-HIER
           WRITE REG-REL-SCORE-HIER    FROM LINHA-SEM-HIERARQUIA

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA OS NIVEIS QUE MUDARAM E ABRE OS CABECALHOS DOS NOVOS     *
      *----------------------------------------------------------------*
       2630-QUEBRA-HIERARQUIA          SECTION.

           IF WS-HIE-PRIMEIRO          EQUAL "S"
              MOVE "N"                 TO WS-HIE-PRIMEIRO
              PERFORM 2635-CABECALHO-FILIAL
              PERFORM 2636-CABECALHO-GERENTE
              PERFORM 2637-CABECALHO-SUPERVISOR
              GO TO 2630-EXIT
           END-IF

           IF SRH-COD-FILIAL           NOT EQUAL WS-HIE-ANT-FILIAL
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              MOVE 2                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              MOVE 3                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              PERFORM 2635-CABECALHO-FILIAL
              PERFORM 2636-CABECALHO-GERENTE
              PERFORM 2637-CABECALHO-SUPERVISOR
              GO TO 2630-EXIT
           END-IF

           IF SRH-COD-GERENTE          NOT EQUAL WS-HIE-ANT-GERENTE
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              MOVE 2                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              PERFORM 2636-CABECALHO-GERENTE
              PERFORM 2637-CABECALHO-SUPERVISOR
              GO TO 2630-EXIT
           END-IF

           IF SRH-COD-SUPERVISOR       NOT EQUAL WS-HIE-ANT-SUPERVISOR
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2640-FECHA-NIVEL
              PERFORM 2637-CABECALHO-SUPERVISOR
           END-IF

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DA FILIAL (COM O DIRETOR)                            *
      *----------------------------------------------------------------*
       2635-CABECALHO-FILIAL           SECTION.

           MOVE SRH-COD-FILIAL         TO WS-HIE-ANT-FILIAL
                                          WS-THI-CODIGO (3)
           MOVE "FILIAL"               TO CAB-HIE-DESCRICAO
           MOVE SRH-COD-FILIAL         TO CAB-HIE-CODIGO
           MOVE SRH-NOME-DIRETOR       TO CAB-HIE-NOME
           WRITE REG-REL-SCORE-HIER    FROM CAB-HIE-GRUPO
           ADD 1                       TO WS-QTD-LINHAS-HIE

           .
       2635-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO GERENTE                                           *
      *----------------------------------------------------------------*
       2636-CABECALHO-GERENTE          SECTION.

           MOVE SRH-COD-GERENTE        TO WS-HIE-ANT-GERENTE
                                          WS-THI-CODIGO (2)
           MOVE "  GERENTE"            TO CAB-HIE-DESCRICAO
           MOVE SRH-COD-GERENTE        TO CAB-HIE-CODIGO
           MOVE SRH-NOME-GERENTE       TO CAB-HIE-NOME
           WRITE REG-REL-SCORE-HIER    FROM CAB-HIE-GRUPO
           ADD 1                       TO WS-QTD-LINHAS-HIE

           .
       2636-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO SUPERVISOR                                        *
      *----------------------------------------------------------------*
       2637-CABECALHO-SUPERVISOR       SECTION.

           MOVE SRH-COD-SUPERVISOR     TO WS-HIE-ANT-SUPERVISOR
                                          WS-THI-CODIGO (1)
           MOVE "    SUPERVISOR"       TO CAB-HIE-DESCRICAO
           MOVE SRH-COD-SUPERVISOR     TO CAB-HIE-CODIGO
           MOVE SRH-NOME-SUPERVISOR    TO CAB-HIE-NOME
           WRITE REG-REL-SCORE-HIER    FROM CAB-HIE-GRUPO
           ADD 1                       TO WS-QTD-LINHAS-HIE

           .
       2637-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O TOTAL DO NIVEL (WS-HIE-NIVEL), SOMA NO NIVEL DE CIMA E *
      * ZERA O NIVEL                                                   *
      *----------------------------------------------------------------*
       2640-FECHA-NIVEL                SECTION.

           MOVE WS-DESC-NIVEL-HIE (WS-HIE-NIVEL)
                                       TO LIN-HIE-DESCRICAO
           IF WS-HIE-NIVEL             EQUAL 4
              MOVE ZEROS               TO LIN-HIE-CODIGO
           ELSE
              MOVE WS-THI-CODIGO (WS-HIE-NIVEL)
                                       TO LIN-HIE-CODIGO
           END-IF
           MOVE WS-THI-QTD-VEND (WS-HIE-NIVEL)
                                       TO LIN-HIE-QTD-VEND

           MOVE WS-THI-QTD-CLI (WS-HIE-NIVEL)
                                       TO WS-HIE-QTD-CLI
           MOVE WS-THI-SOMA-DIST (WS-HIE-NIVEL)
                                       TO WS-HIE-SOMA-DIST
           MOVE WS-THI-VALOR-12M (WS-HIE-NIVEL)
                                       TO WS-HIE-VALOR-12M
           MOVE WS-THI-REC-REC3 (WS-HIE-NIVEL)
                                       TO WS-HIE-REC-REC3
           MOVE WS-THI-REC-ANT3 (WS-HIE-NIVEL)
                                       TO WS-HIE-REC-ANT3
           MOVE WS-THI-QTD-MANTIDOS (WS-HIE-NIVEL)
                                       TO WS-HIE-QTD-MANTIDOS
           PERFORM 2660-EDITA-INDICADORES
           MOVE DET-HIE-VALORES        TO LIN-HIE-VALORES

           WRITE REG-REL-SCORE-HIER    FROM LIN-TOT-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           IF WS-HIE-NIVEL             LESS 4
              COMPUTE WS-HIE-NIVEL-SUP = WS-HIE-NIVEL + 1
              ADD WS-THI-QTD-VEND (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-QTD-CLI (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-CLI
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-SOMA-DIST (WS-HIE-NIVEL)
                                       TO WS-THI-SOMA-DIST
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-VALOR-12M (WS-HIE-NIVEL)
                                       TO WS-THI-VALOR-12M
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-REC-REC3 (WS-HIE-NIVEL)
                                       TO WS-THI-REC-REC3
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-REC-ANT3 (WS-HIE-NIVEL)
                                       TO WS-THI-REC-ANT3
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-QTD-MANTIDOS (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-MANTIDOS
                                          (WS-HIE-NIVEL-SUP)
           END-IF

           MOVE ZEROS                  TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL)
                                          WS-THI-QTD-CLI
                                          (WS-HIE-NIVEL)
                                          WS-THI-SOMA-DIST
                                          (WS-HIE-NIVEL)
                                          WS-THI-VALOR-12M
                                          (WS-HIE-NIVEL)
                                          WS-THI-REC-REC3
                                          (WS-HIE-NIVEL)
                                          WS-THI-REC-ANT3
                                          (WS-HIE-NIVEL)
                                          WS-THI-QTD-MANTIDOS
                                          (WS-HIE-NIVEL)

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O VENDEDOR E SOMA NO TOTAL DO SUPERVISOR               *
      *----------------------------------------------------------------*
       2650-IMPRIME-VENDEDOR           SECTION.

           MOVE SRH-COD-VEND           TO DET-HIE-COD-VEND
           MOVE WS-SCO-NOME (SRH-COD-VEND)
                                       TO DET-HIE-NOME-VEND

           MOVE WS-SCO-QTD-CLI (SRH-COD-VEND)
                                       TO WS-HIE-QTD-CLI
           MOVE WS-SCO-SOMA-DIST (SRH-COD-VEND)
                                       TO WS-HIE-SOMA-DIST
           MOVE WS-SCO-VALOR-12M (SRH-COD-VEND)
                                       TO WS-HIE-VALOR-12M
           MOVE WS-SCO-REC-REC3 (SRH-COD-VEND)
                                       TO WS-HIE-REC-REC3
           MOVE WS-SCO-REC-ANT3 (SRH-COD-VEND)
                                       TO WS-HIE-REC-ANT3
           MOVE WS-SCO-QTD-MANTIDOS (SRH-COD-VEND)
                                       TO WS-HIE-QTD-MANTIDOS
           PERFORM 2660-EDITA-INDICADORES

           WRITE REG-REL-SCORE-HIER    FROM DET-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           ADD 1                       TO WS-THI-QTD-VEND (1)
           ADD WS-HIE-QTD-CLI          TO WS-THI-QTD-CLI (1)
           ADD WS-HIE-SOMA-DIST        TO WS-THI-SOMA-DIST (1)
           ADD WS-HIE-VALOR-12M        TO WS-THI-VALOR-12M (1)
           ADD WS-HIE-REC-REC3         TO WS-THI-REC-REC3 (1)
           ADD WS-HIE-REC-ANT3         TO WS-THI-REC-ANT3 (1)
           ADD WS-HIE-QTD-MANTIDOS     TO WS-THI-QTD-MANTIDOS (1)

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA E EDITA OS INDICADORES DO VENDEDOR OU DO NIVEL:        *
      * DISTANCIA MEDIA, ESTABILIDADE E TENDENCIA DE RECEITA           *
      *----------------------------------------------------------------*
       2660-EDITA-INDICADORES          SECTION.

           MOVE WS-HIE-QTD-CLI         TO DET-HIE-QTD-CLI
           MOVE WS-HIE-VALOR-12M       TO DET-HIE-VALOR-12M
           MOVE ZEROS                  TO WS-DIST-MEDIA
                                          WS-PCT-ESTABILIDADE

           IF WS-HIE-QTD-CLI           GREATER ZEROS
              DIVIDE WS-HIE-SOMA-DIST  BY WS-HIE-QTD-CLI
                  GIVING WS-DIST-MEDIA ROUNDED
              COMPUTE WS-PCT-ESTABILIDADE ROUNDED =
                      WS-HIE-QTD-MANTIDOS * 100 / WS-HIE-QTD-CLI
           END-IF

           MOVE WS-DIST-MEDIA          TO DET-HIE-DIST-MEDIA
           MOVE WS-PCT-ESTABILIDADE    TO DET-HIE-PCT-ESTAB

           IF WS-HIE-REC-ANT3          GREATER ZEROS
              COMPUTE WS-PCT-TENDENCIA ROUNDED =
                      (WS-HIE-REC-REC3 - WS-HIE-REC-ANT3) * 100
                     / WS-HIE-REC-ANT3
              MOVE WS-PCT-TENDENCIA    TO WS-ED-PCT-S
              MOVE WS-ED-PCT-S         TO DET-HIE-PCT-TEND
           ELSE
              MOVE "SEM HIST."         TO DET-HIE-PCT-TEND
           END-IF

           .
       2660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
