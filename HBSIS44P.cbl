      *                ATINGIMENTO MENSAL: VOLUME E RECEITA DA         *
      *                CARTEIRA DO VENDEDOR NA ULTIMA EXECUCAO DA      *
      *                DISTRIBUICAO (ARQ-VOLUME) CONTRA A META,        *
      *                COM PERCENTUAL ATINGIDO E RANKING. NA EDICAO    *
      *                CONSOLIDADA, O ATINGIMENTO SAI TAMBEM AGRUPADO  *
      *                POR FILIAL, GERENTE E SUPERVISOR, PELA          *
      *                HIERARQUIA DE VENDAS VIGENTE NO ANO-MES         *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                    "RELATINGIMENTOQUOTA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-ATING-HIER     ASSIGN TO "RELATINGHIER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RHI.

           SELECT ARQ-SORT-HIER      ASSIGN TO "SORTATH.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*

       FD  REL-ATINGIMENTO.
       01  REG-REL-ATINGIMENTO         PIC X(120).

       FD  REL-ATING-HIER.
       01  REG-REL-ATING-HIER          PIC X(132).

      *    VENDEDORES COM QUOTA ORDENADOS PELA HIERARQUIA DO ANO-MES
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
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RHI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
           05  WS-ATI-ITEM             OCCURS 999 TIMES.
               10  WS-ATI-TEM-QUOTA    PIC  X(001).
               10  WS-ATI-NOME-VEND    PIC  X(040).
               10  WS-ATI-REAL-VOLUME  PIC S9(011)V9(002).
               10  WS-ATI-REAL-RECEITA PIC S9(013)V9(002).
               10  WS-ATI-META-VOLUME  PIC  9(009)V9(002).
               10  WS-ATI-META-RECEITA PIC  9(011)V9(002).
               10  WS-ATI-PCT-VOLUME   PIC S9(005)V9(002).
               10  WS-ATI-PCT-RECEITA  PIC S9(005)V9(002).
               10  WS-ATI-IMPRESSO     PIC  X(001).

       01  WS-COD-VEND-ATI             PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ATI-META-VOL         PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ATI-REAL-VOL         PIC  ---.---.--9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ATI-PCT-VOL          PIC  ----9,99       VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ATI-META-REC         PIC  Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-ATI-PCT-REC          PIC  ----9,99       VALUE ZEROS.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE

       COPY HBSIS49L.

      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA POR HIERARQUIA: TOTAIS POR NIVEL            *
      * (1 = SUPERVISOR, 2 = GERENTE, 3 = FILIAL, 4 = GERAL)           *
      *----------------------------------------------------------------*
       01  WS-HBSIS86                  PIC  X(009)         VALUE
           'HBSIS86P'.

       COPY HBSIS86L.

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
               10  WS-THI-META-VOLUME  PIC  9(013)V9(002).
               10  WS-THI-REAL-VOLUME  PIC S9(013)V9(002).
               10  WS-THI-META-RECEITA PIC  9(013)V9(002).
               10  WS-THI-REAL-RECEITA PIC S9(013)V9(002).

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
           03 FILLER                   PIC  X(048)         VALUE
              "ATINGIMENTO DE QUOTAS POR HIERARQUIA - ANO-MES ".
           03 CAB-HIE-ANO-MES          PIC  9(006)         VALUE ZEROS.

       01  CAB-HIE-COLUNAS.
           03 FILLER                   PIC  X(040)         VALUE
              "      VEND  NOME".
           03 FILLER                   PIC  X(018)         VALUE
              "     META VOLUME".
           03 FILLER                   PIC  X(018)         VALUE
              "     VOLUME REAL".
           03 FILLER                   PIC  X(010)         VALUE
              "   % VOL".
           03 FILLER                   PIC  X(018)         VALUE
              "    META RECEITA".
           03 FILLER                   PIC  X(018)         VALUE
              "    RECEITA REAL".
           03 FILLER                   PIC  X(010)         VALUE
              "   % REC".

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
              05 DET-HIE-META-VOL      PIC  Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-REAL-VOL      PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-PCT-VOL       PIC  ----9,99       VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-META-REC      PIC  Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-REAL-REC      PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-PCT-REC       PIC  ----9,99       VALUE ZEROS.

       01  LIN-TOT-HIE.
           03 LIN-HIE-DESCRICAO        PIC  X(024)         VALUE SPACES.
           03 LIN-HIE-CODIGO           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 LIN-HIE-QTD-VEND         PIC  ZZZ9           VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE
              " VEND.".
           03 LIN-HIE-VALORES          PIC  X(092)         VALUE SPACES.

       01  LINHA-SEM-HIERARQUIA.
           03 FILLER                   PIC  X(048)         VALUE
              "VENDEDORES SEM HIERARQUIA COMPLETA NO ANO-MES: ".
           03 LIN-HIE-SEM-HIER         PIC  ZZ9            VALUE ZEROS.

       01  LINHA-TRACO-HIE.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           PERFORM 2540-GRAVA-RELATORIO

           IF FLAG-CONSOLIDADO-HBSIS44L EQUAL "S" AND
              COD-RETORNO-HBSIS44L     EQUAL ZEROS
              PERFORM 2600-RELAT-HIERARQUIA
           END-IF

           .
       2500-EXIT.
           EXIT.
       2545-ESCOLHE-MAIOR-PCT          SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIOR
           MOVE -99999,99              TO WS-MAIOR-PCT

           PERFORM VARYING WS-COD-VEND-ATI FROM 1 BY 1
                   UNTIL WS-COD-VEND-ATI GREATER 999
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA: VENDEDORES COM QUOTA ORDENADOS POR FILIAL, *
      * GERENTE E SUPERVISOR VIGENTES NO ANO-MES (HBSIS86P), COM       *
      * SUBTOTAIS POR NIVEL E TOTAL GERAL                              *
      *----------------------------------------------------------------*
       2600-RELAT-HIERARQUIA           SECTION.

           OPEN OUTPUT REL-ATING-HIER

           IF WS-FL-STATUS-RHI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS44L
              MOVE "ERRO NA ABERTURA DO RELATORIO POR HIERARQUIA"
                                       TO MSG-RETORNO-HBSIS44L
              GO TO 2600-EXIT
           END-IF

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

           CLOSE REL-ATING-HIER

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELATINGHIER.TXT"     TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-HIE      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS44L
           MOVE "ATINGIMENTO E EDICAO POR HIERARQUIA GERADOS"
                                       TO MSG-RETORNO-HBSIS44L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE A HIERARQUIA DE CADA VENDEDOR COM QUOTA E LIBERA PARA  *
      * O SORT                                                         *
      *----------------------------------------------------------------*
       2610-SELECIONA-HIERARQUIA       SECTION.

           PERFORM VARYING WS-COD-VEND-ATI FROM 1 BY 1
                   UNTIL WS-COD-VEND-ATI GREATER 999
              IF WS-ATI-TEM-QUOTA (WS-COD-VEND-ATI) EQUAL "S"
                 INITIALIZE HBSIS86L
                 MOVE 4                TO COD-FUNCAO-HBSIS86L
                 MOVE WS-COD-VEND-ATI  TO COD-VENDEDOR-HBSIS86L
                 MOVE ANO-MES-HBSIS44L TO ANO-MES-HBSIS86L
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
                 MOVE WS-COD-VEND-ATI  TO SRH-COD-VEND
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

           WRITE REG-REL-ATING-HIER    FROM LINHA-TRACO-HIE

           IF FLAG-FECHADO-HBSIS66L    EQUAL "S"
              WRITE REG-REL-ATING-HIER FROM LINHA-OFICIAL
           END-IF

           MOVE ANO-MES-HBSIS44L       TO CAB-HIE-ANO-MES
           WRITE REG-REL-ATING-HIER    FROM CAB-HIE-TITULO
           WRITE REG-REL-ATING-HIER    FROM CAB-HIE-COLUNAS
           WRITE REG-REL-ATING-HIER    FROM LINHA-TRACO-HIE

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

           WRITE REG-REL-ATING-HIER    FROM LINHA-TRACO-HIE

           MOVE WS-HIE-SEM-HIERARQUIA  TO LIN-HIE-SEM-HIER
           WRITE REG-REL-ATING-HIER    FROM LINHA-SEM-HIERARQUIA

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
           WRITE REG-REL-ATING-HIER    FROM CAB-HIE-GRUPO
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
           WRITE REG-REL-ATING-HIER    FROM CAB-HIE-GRUPO
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
           WRITE REG-REL-ATING-HIER    FROM CAB-HIE-GRUPO
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

           MOVE WS-THI-META-VOLUME (WS-HIE-NIVEL)
                                       TO DET-HIE-META-VOL
           MOVE WS-THI-REAL-VOLUME (WS-HIE-NIVEL)
                                       TO DET-HIE-REAL-VOL
           MOVE WS-THI-META-RECEITA (WS-HIE-NIVEL)
                                       TO DET-HIE-META-REC
           MOVE WS-THI-REAL-RECEITA (WS-HIE-NIVEL)
                                       TO DET-HIE-REAL-REC
           MOVE ZEROS                  TO DET-HIE-PCT-VOL
                                          DET-HIE-PCT-REC
           IF WS-THI-META-VOLUME (WS-HIE-NIVEL) GREATER ZEROS
              COMPUTE DET-HIE-PCT-VOL ROUNDED =
                      WS-THI-REAL-VOLUME (WS-HIE-NIVEL) * 100
                    / WS-THI-META-VOLUME (WS-HIE-NIVEL)
           END-IF
           IF WS-THI-META-RECEITA (WS-HIE-NIVEL) GREATER ZEROS
              COMPUTE DET-HIE-PCT-REC ROUNDED =
                      WS-THI-REAL-RECEITA (WS-HIE-NIVEL) * 100
                    / WS-THI-META-RECEITA (WS-HIE-NIVEL)
           END-IF
           MOVE DET-HIE-VALORES        TO LIN-HIE-VALORES

           WRITE REG-REL-ATING-HIER    FROM LIN-TOT-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           IF WS-HIE-NIVEL             LESS 4
              COMPUTE WS-HIE-NIVEL-SUP = WS-HIE-NIVEL + 1
              ADD WS-THI-QTD-VEND (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-META-VOLUME (WS-HIE-NIVEL)
                                       TO WS-THI-META-VOLUME
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-REAL-VOLUME (WS-HIE-NIVEL)
                                       TO WS-THI-REAL-VOLUME
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-META-RECEITA (WS-HIE-NIVEL)
                                       TO WS-THI-META-RECEITA
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-REAL-RECEITA (WS-HIE-NIVEL)
                                       TO WS-THI-REAL-RECEITA
                                          (WS-HIE-NIVEL-SUP)
           END-IF

           MOVE ZEROS                  TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL)
                                          WS-THI-META-VOLUME
                                          (WS-HIE-NIVEL)
                                          WS-THI-REAL-VOLUME
                                          (WS-HIE-NIVEL)
                                          WS-THI-META-RECEITA
                                          (WS-HIE-NIVEL)
                                          WS-THI-REAL-RECEITA
                                          (WS-HIE-NIVEL)

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O VENDEDOR E SOMA NO TOTAL DO SUPERVISOR               *
      *----------------------------------------------------------------*
       2650-IMPRIME-VENDEDOR           SECTION.

           MOVE SRH-COD-VEND           TO DET-HIE-COD-VEND
           MOVE WS-ATI-NOME-VEND (SRH-COD-VEND)
                                       TO DET-HIE-NOME-VEND
           MOVE WS-ATI-META-VOLUME (SRH-COD-VEND)
                                       TO DET-HIE-META-VOL
           MOVE WS-ATI-REAL-VOLUME (SRH-COD-VEND)
                                       TO DET-HIE-REAL-VOL
           MOVE WS-ATI-PCT-VOLUME (SRH-COD-VEND)
                                       TO DET-HIE-PCT-VOL
           MOVE WS-ATI-META-RECEITA (SRH-COD-VEND)
                                       TO DET-HIE-META-REC
           MOVE WS-ATI-REAL-RECEITA (SRH-COD-VEND)
                                       TO DET-HIE-REAL-REC
           MOVE WS-ATI-PCT-RECEITA (SRH-COD-VEND)
                                       TO DET-HIE-PCT-REC

           WRITE REG-REL-ATING-HIER    FROM DET-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           ADD 1                       TO WS-THI-QTD-VEND (1)
           ADD WS-ATI-META-VOLUME (SRH-COD-VEND)
                                       TO WS-THI-META-VOLUME (1)
           ADD WS-ATI-REAL-VOLUME (SRH-COD-VEND)
                                       TO WS-THI-REAL-VOLUME (1)
           ADD WS-ATI-META-RECEITA (SRH-COD-VEND)
                                       TO WS-THI-META-RECEITA (1)
           ADD WS-ATI-REAL-RECEITA (SRH-COD-VEND)
                                       TO WS-THI-REAL-RECEITA (1)

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
