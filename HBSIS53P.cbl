      *                MESES ANTERIORES E LISTA AS QUEDAS ACIMA DO     *
      *                PERCENTUAL CONFIGURADO, AGRUPADAS PELO          *
      *                VENDEDOR RESPONSAVEL DA ULTIMA EXECUCAO DA      *
      *                DISTRIBUICAO, DA MAIOR QUEDA PARA A MENOR. NA   *
      *                EDICAO CONSOLIDADA, AS QUEDAS SAEM TAMBEM       *
      *                SOMADAS POR VENDEDOR E AGRUPADAS POR FILIAL,    *
      *                GERENTE E SUPERVISOR, PELA HIERARQUIA DE VENDAS *
      *                VIGENTE NO MES CORRENTE                         *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           SELECT REL-QUEDA          ASSIGN TO "RELQUEDARECEITA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-QUEDA-HIER     ASSIGN TO "RELQUEDAHIER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RHI.

           SELECT ARQ-SORT-HIER      ASSIGN TO "SORTQDH.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.

           SELECT ARQ-TEMPORADA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS101C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TMP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-TEMPORADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTemporada'.
       COPY "HBSIS101C.CPY".

       FD  REL-QUEDA.
       01  REG-REL-QUEDA               PIC X(120).

       FD  REL-QUEDA-HIER.
       01  REG-REL-QUEDA-HIER          PIC X(110).

      *    VENDEDORES COM CLIENTES EM QUEDA ORDENADOS PELA HIERARQUIA
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
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RHI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TMP            PIC  X(002)         VALUE "00".

       01  WS-PCT-LIMITE               PIC  9(003)         VALUE 30.
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-REC-RECENTE              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-REC-ANTERIOR             PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-PCT-QUEDA                PIC  9(003)V9(002)  VALUE ZEROS.
       01  WS-VEND-RESPONSAVEL         PIC  9(003)         VALUE ZEROS.
       01  WS-NOME-VEND-RESP           PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CLIENTE SAZONAL (ARQ-TEMPORADA) FORA DAS JANELAS DE            *
      * FUNCIONAMENTO (DIA/MES, A JANELA PODE VIRAR O ANO) HOJE: A     *
      * QUEDA DE RECEITA E ESPERADA E O CLIENTE NAO GERA ALERTA        *
      *----------------------------------------------------------------*
       01  WS-TEMPORADA-ABERTO         PIC  X(001)         VALUE "N".
       01  WS-FORA-TEMPORADA           PIC  X(001)         VALUE "N".
       01  WS-IDX-TMP                  PIC  9(001)         VALUE ZEROS.
       01  WS-DATA-TESTE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO            PIC  9(004).
           05  WS-TESTE-MMDD           PIC  9(004).
       01  WS-MMDD-INI                 PIC  9(004)         VALUE ZEROS.
       01  WS-MMDD-FIM                 PIC  9(004)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CLIENTES EM QUEDA, AGRUPADOS DEPOIS POR VENDEDOR, DA MAIOR     *
      * QUEDA PARA A MENOR                                             *
               10  WS-QUE-NOME-VEND    PIC  X(040).
               10  WS-QUE-COD-CLI      PIC  9(007).
               10  WS-QUE-RAZAO        PIC  X(040).
               10  WS-QUE-REC-ANT      PIC S9(013)V9(002).
               10  WS-QUE-REC-REC      PIC S9(013)V9(002).
               10  WS-QUE-PCT          PIC  9(003)V9(002).
               10  WS-QUE-IMPRESSO     PIC  X(001).

       COPY HBSIS42L.

       01  CAB-VENDEDOR-QUEDA.
           03 FILLER                   PIC  X(022)         VALUE
              "  VENDEDOR RESPONSAVEL".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 CAB-QUE-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 CAB-QUE-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(052)         VALUE SPACES.

       01  DET-QUEDA.
           03 DET-QUE-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-QUE-RAZAO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-QUE-REC-ANT          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-QUE-REC-REC          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-QUE-PCT              PIC  ZZ9,99         VALUE ZEROS.
       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE
              ALL "-".

      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA POR HIERARQUIA: QUEDAS SOMADAS POR VENDEDOR *
      * (POSICAO = VENDEDOR + 1, 1 = SEM VENDEDOR ATRIBUIDO) E TOTAIS  *
      * POR NIVEL (1 = SUPERVISOR, 2 = GERENTE, 3 = FILIAL, 4 = GERAL) *
      *----------------------------------------------------------------*
       01  WS-HBSIS86                  PIC  X(009)         VALUE
           'HBSIS86P'.

       COPY HBSIS86L.

       01  WS-TAB-QUE-VEND.
           05  WS-QVE-ITEM             OCCURS 1000 TIMES.
               10  WS-QVE-NOME         PIC  X(040).
               10  WS-QVE-QTD-CLI      PIC  9(007).
               10  WS-QVE-REC-ANT      PIC S9(015)V9(002).
               10  WS-QVE-REC-REC      PIC S9(015)V9(002).

       01  WS-IDX-QVE                  PIC  9(004)         VALUE ZEROS.
       01  WS-HIE-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-HIE-PRIMEIRO             PIC  X(001)         VALUE "S".
       01  WS-HIE-NIVEL                PIC  9(001)         VALUE ZEROS.
       01  WS-HIE-NIVEL-SUP            PIC  9(001)         VALUE ZEROS.
       01  WS-HIE-ANT-FILIAL           PIC  9(002)         VALUE ZEROS.
       01  WS-HIE-ANT-GERENTE          PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-ANT-SUPERVISOR       PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-SEM-HIERARQUIA       PIC  9(003)         VALUE ZEROS.
       01  WS-HIE-PCT-QUEDA            PIC  9(003)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-HIE           PIC  9(007)         VALUE ZEROS.

       01  WS-TAB-TOT-HIE.
           05  WS-THI-ITEM             OCCURS 4 TIMES.
               10  WS-THI-CODIGO       PIC  9(005).
               10  WS-THI-QTD-VEND     PIC  9(005).
               10  WS-THI-QTD-CLI      PIC  9(009).
               10  WS-THI-REC-ANT      PIC S9(015)V9(002).
               10  WS-THI-REC-REC      PIC S9(015)V9(002).

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
              "QUEDA DE RECEITA POR HIERARQUIA - ANO-MES ".
           03 CAB-HIE-ANO-MES          PIC  9(006)         VALUE ZEROS.

       01  CAB-HIE-COLUNAS.
           03 FILLER                   PIC  X(040)         VALUE
              "      VEND  NOME".
           03 FILLER                   PIC  X(009)         VALUE
              " CLIENTES".
           03 FILLER                   PIC  X(018)         VALUE
              "   TRIM ANTERIOR".
           03 FILLER                   PIC  X(018)         VALUE
              "    TRIM RECENTE".
           03 FILLER                   PIC  X(008)         VALUE
              " % QUEDA".

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
              05 DET-HIE-REC-ANT       PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-REC-REC       PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-PCT           PIC  ZZ9,99         VALUE ZEROS.

       01  LIN-TOT-HIE.
           03 LIN-HIE-DESCRICAO        PIC  X(024)         VALUE SPACES.
           03 LIN-HIE-CODIGO           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 LIN-HIE-QTD-VEND         PIC  ZZZ9           VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE
              " VEND.".
           03 LIN-HIE-VALORES          PIC  X(053)         VALUE SPACES.

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
              GO TO 2000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-TESTE
           MOVE "N"                    TO WS-TEMPORADA-ABERTO
           OPEN INPUT ARQ-TEMPORADA
           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE "S"                 TO WS-TEMPORADA-ABERTO
           END-IF

           READ ARQ-CLIENTE NEXT

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              MOVE "N"                 TO WS-FORA-TEMPORADA
              IF WS-TEMPORADA-ABERTO   EQUAL "S"
                 PERFORM 2150-VERIFICA-TEMPORADA
              END-IF
              IF FLAG-ATIVO-HBSIS02C   NOT EQUAL "N"
              AND SITUACAO-APROV-HBSIS02C NOT EQUAL "P"
              AND WS-FORA-TEMPORADA    NOT EQUAL "S"
                 PERFORM 2200-ANALISA-CLIENTE
              END-IF
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           IF WS-TEMPORADA-ABERTO      EQUAL "S"
              CLOSE ARQ-TEMPORADA
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VOLUME
           CLOSE ARQ-DISTRIBUICAO
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTA SE O CLIENTE SAZONAL ESTA FORA DA TEMPORADA NA DATA DE   *
      * TESTE (NENHUMA JANELA DIA/MES CONTEM A DATA)                   *
      *----------------------------------------------------------------*
       2150-VERIFICA-TEMPORADA         SECTION.

           MOVE "N"                    TO WS-FORA-TEMPORADA

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         NOT EQUAL ZEROS
           OR FLAG-SAZONAL-HBSIS101C   NOT EQUAL "S"
              GO TO 2150-EXIT
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
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANALISA UM CLIENTE: SOMA OS TRES MESES RECENTES E OS TRES      *
      * ANTERIORES E ACUMULA NA TABELA SE A QUEDA PASSA DO LIMITE      *
      *----------------------------------------------------------------*
              END-IF
           END-PERFORM

           IF WS-REC-ANTERIOR          NOT GREATER ZEROS
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-PCT-QUEDA ROUNDED =
                   (WS-REC-ANTERIOR - WS-REC-RECENTE) * 100
                 / WS-REC-ANTERIOR
              ON SIZE ERROR
                   MOVE 999,99         TO WS-PCT-QUEDA
           END-COMPUTE

           IF WS-PCT-QUEDA             LESS WS-PCT-LIMITE
              GO TO 2200-EXIT
                  QTD-CLIENTES-HBSIS53L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS53L

           IF FLAG-CONSOLIDADO-HBSIS53L EQUAL "S"
              PERFORM 2600-RELAT-HIERARQUIA
           END-IF

           .
       2500-EXIT.
           EXIT.
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA: QUEDAS SOMADAS POR VENDEDOR RESPONSAVEL,   *
      * ORDENADAS POR FILIAL, GERENTE E SUPERVISOR VIGENTES NO MES     *
      * CORRENTE (HBSIS86P), COM SUBTOTAIS POR NIVEL E TOTAL GERAL     *
      *----------------------------------------------------------------*
       2600-RELAT-HIERARQUIA           SECTION.

           OPEN OUTPUT REL-QUEDA-HIER

           IF WS-FL-STATUS-RHI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS53L
              MOVE "ERRO NA ABERTURA DO RELATORIO POR HIERARQUIA"
                                       TO MSG-RETORNO-HBSIS53L
              GO TO 2600-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO WS-HIE-ANO-MES
           MOVE ZEROS                  TO WS-HIE-SEM-HIERARQUIA
                                          WS-QTD-LINHAS-HIE
           MOVE "S"                    TO WS-HIE-PRIMEIRO
           INITIALIZE WS-TAB-TOT-HIE
                      WS-TAB-QUE-VEND

           PERFORM VARYING WS-IDX-QUE FROM 1 BY 1
                   UNTIL WS-IDX-QUE GREATER WS-TAB-QUE-QTD
              COMPUTE WS-IDX-QVE = WS-QUE-COD-VEND (WS-IDX-QUE) + 1
              MOVE WS-QUE-NOME-VEND (WS-IDX-QUE)
                                       TO WS-QVE-NOME (WS-IDX-QVE)
              ADD 1                    TO WS-QVE-QTD-CLI (WS-IDX-QVE)
              ADD WS-QUE-REC-ANT (WS-IDX-QUE)
                                       TO WS-QVE-REC-ANT (WS-IDX-QVE)
              ADD WS-QUE-REC-REC (WS-IDX-QUE)
                                       TO WS-QVE-REC-REC (WS-IDX-QVE)
           END-PERFORM

           SORT ARQ-SORT-HIER
                ON ASCENDING KEY SRH-COD-FILIAL
                                 SRH-COD-GERENTE
                                 SRH-COD-SUPERVISOR
                                 SRH-COD-VEND
                INPUT  PROCEDURE 2610-SELECIONA-HIERARQUIA
                OUTPUT PROCEDURE 2620-IMPRIME-HIERARQUIA

           CLOSE REL-QUEDA-HIER

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELQUEDAHIER.TXT"     TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-HIE      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE SPACES                 TO MSG-RETORNO-HBSIS53L
           STRING "CLIENTES EM QUEDA (E EDICAO HIERARQUIA): "
                  QTD-CLIENTES-HBSIS53L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS53L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE A HIERARQUIA DE CADA VENDEDOR COM CLIENTES EM QUEDA E  *
      * LIBERA PARA O SORT                                             *
      *----------------------------------------------------------------*
       2610-SELECIONA-HIERARQUIA       SECTION.

           PERFORM VARYING WS-IDX-QVE FROM 1 BY 1
                   UNTIL WS-IDX-QVE GREATER 1000
              IF WS-QVE-QTD-CLI (WS-IDX-QVE) GREATER ZEROS
                 COMPUTE WS-COD-VEND-REL = WS-IDX-QVE - 1
                 INITIALIZE HBSIS86L
                 MOVE 4                TO COD-FUNCAO-HBSIS86L
                 MOVE WS-COD-VEND-REL  TO COD-VENDEDOR-HBSIS86L
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
                 MOVE WS-COD-VEND-REL  TO SRH-COD-VEND
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
           WRITE REG-REL-QUEDA-HIER    FROM LINHA-TRACO-HIE
           WRITE REG-REL-QUEDA-HIER    FROM CAB-HIE-TITULO
           WRITE REG-REL-QUEDA-HIER    FROM CAB-HIE-COLUNAS
           WRITE REG-REL-QUEDA-HIER    FROM LINHA-TRACO-HIE

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

           WRITE REG-REL-QUEDA-HIER    FROM LINHA-TRACO-HIE

           MOVE WS-HIE-SEM-HIERARQUIA  TO LIN-HIE-SEM-HIER
           WRITE REG-REL-QUEDA-HIER    FROM LINHA-SEM-HIERARQUIA

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
           WRITE REG-REL-QUEDA-HIER    FROM CAB-HIE-GRUPO
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
           WRITE REG-REL-QUEDA-HIER    FROM CAB-HIE-GRUPO
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
           WRITE REG-REL-QUEDA-HIER    FROM CAB-HIE-GRUPO
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
                                       TO DET-HIE-QTD-CLI
           MOVE WS-THI-REC-ANT (WS-HIE-NIVEL)
                                       TO DET-HIE-REC-ANT
           MOVE WS-THI-REC-REC (WS-HIE-NIVEL)
                                       TO DET-HIE-REC-REC
           MOVE ZEROS                  TO WS-HIE-PCT-QUEDA
           IF WS-THI-REC-ANT (WS-HIE-NIVEL) GREATER
              WS-THI-REC-REC (WS-HIE-NIVEL)
              COMPUTE WS-HIE-PCT-QUEDA ROUNDED =
                      (WS-THI-REC-ANT (WS-HIE-NIVEL)
                     - WS-THI-REC-REC (WS-HIE-NIVEL)) * 100
                     / WS-THI-REC-ANT (WS-HIE-NIVEL)
           END-IF
           MOVE WS-HIE-PCT-QUEDA       TO DET-HIE-PCT
           MOVE DET-HIE-VALORES        TO LIN-HIE-VALORES

           WRITE REG-REL-QUEDA-HIER    FROM LIN-TOT-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           IF WS-HIE-NIVEL             LESS 4
              COMPUTE WS-HIE-NIVEL-SUP = WS-HIE-NIVEL + 1
              ADD WS-THI-QTD-VEND (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-QTD-CLI (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-CLI
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-REC-ANT (WS-HIE-NIVEL)
                                       TO WS-THI-REC-ANT
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-REC-REC (WS-HIE-NIVEL)
                                       TO WS-THI-REC-REC
                                          (WS-HIE-NIVEL-SUP)
           END-IF

           MOVE ZEROS                  TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL)
                                          WS-THI-QTD-CLI
                                          (WS-HIE-NIVEL)
                                          WS-THI-REC-ANT
                                          (WS-HIE-NIVEL)
                                          WS-THI-REC-REC
                                          (WS-HIE-NIVEL)

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O VENDEDOR E SOMA NO TOTAL DO SUPERVISOR               *
      *----------------------------------------------------------------*
       2650-IMPRIME-VENDEDOR           SECTION.

           COMPUTE WS-IDX-QVE = SRH-COD-VEND + 1

           MOVE SRH-COD-VEND           TO DET-HIE-COD-VEND
           MOVE WS-QVE-NOME (WS-IDX-QVE)
                                       TO DET-HIE-NOME-VEND
           MOVE WS-QVE-QTD-CLI (WS-IDX-QVE)
                                       TO DET-HIE-QTD-CLI
           MOVE WS-QVE-REC-ANT (WS-IDX-QVE)
                                       TO DET-HIE-REC-ANT
           MOVE WS-QVE-REC-REC (WS-IDX-QVE)
                                       TO DET-HIE-REC-REC
           MOVE ZEROS                  TO WS-HIE-PCT-QUEDA
           IF WS-QVE-REC-ANT (WS-IDX-QVE) GREATER
              WS-QVE-REC-REC (WS-IDX-QVE)
              COMPUTE WS-HIE-PCT-QUEDA ROUNDED =
                      (WS-QVE-REC-ANT (WS-IDX-QVE)
                     - WS-QVE-REC-REC (WS-IDX-QVE)) * 100
                     / WS-QVE-REC-ANT (WS-IDX-QVE)
           END-IF
           MOVE WS-HIE-PCT-QUEDA       TO DET-HIE-PCT

           WRITE REG-REL-QUEDA-HIER    FROM DET-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           ADD 1                       TO WS-THI-QTD-VEND (1)
           ADD WS-QVE-QTD-CLI (WS-IDX-QVE)
                                       TO WS-THI-QTD-CLI (1)
           ADD WS-QVE-REC-ANT (WS-IDX-QVE)
                                       TO WS-THI-REC-ANT (1)
           ADD WS-QVE-REC-REC (WS-IDX-QVE)
                                       TO WS-THI-REC-REC (1)

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
