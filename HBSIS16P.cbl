      * DATA.........: 21/08/2026                                      *
      * OBJETIVO.....: CARREGAR O HISTORICO DE VOLUME FATURADO         *
      *                (ARQ-VOLUME) A PARTIR DO EXTRATO MENSAL DE      *
      *                FATURAMENTO, COM VENDAS, DEVOLUCOES E NOTAS DE  *
      *                CREDITO (VOLUME E RECEITA LIQUIDOS)             *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           SELECT REL-RESTATE        ASSIGN TO "RELRESTATEMENT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RST.

           SELECT REL-DEVOLUCAO      ASSIGN TO "RELDEVOLUCOES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DEV.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FD  REL-RESTATE.
       01  REG-REL-RESTATE             PIC X(110).

       FD  REL-DEVOLUCAO.
       01  REG-REL-DEVOLUCAO           PIC X(132).

       FD  IMP-FATURAMENTO
           LABEL RECORD IS STANDARD.
       01  IMP-FATURAMENTO-REG.
           03 IMP-CATEGORIA            PIC  X(003).
           03 IMP-VOLUME               PIC  9(009)V9(002).
           03 IMP-RECEITA              PIC  9(011)V9(002).
      *    TIPO DO LANCAMENTO: BRANCO OU "V" = VENDA, "D" = DEVOLUCAO,
      *    "C" = NOTA DE CREDITO (SO RECEITA); VALORES SEMPRE POSITIVOS
           03 IMP-TIPO-LANC            PIC  X(001).
              88 IMP-LANC-VENDA                            VALUE " "
                                                                 "V".
              88 IMP-LANC-DEVOLUCAO                        VALUE "D".
              88 IMP-LANC-CREDITO                          VALUE "C".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".

       01  WS-LABEL-IMP                PIC  X(020)         VALUE SPACES.
       01  WS-DATA-CARGA               PIC  9(008)         VALUE ZEROS.
       01  WS-CATEGORIA                PIC  X(003)         VALUE SPACES.
       01  WS-IDX-CAT                  PIC  9(002)         VALUE ZEROS.
       01  WS-CAT-ACHOU                PIC  X(001)         VALUE "N".
       01  WS-HORA-CARGA               PIC  9(006)         VALUE ZEROS.
       01  WS-VOL-EXISTE               PIC  X(001)         VALUE "N".
       01  WS-LIQ-VOLUME               PIC S9(009)V9(002)  VALUE ZEROS.
       01  WS-LIQ-RECEITA              PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-VOL-SINAL                PIC S9(009)V9(002)  VALUE ZEROS.
       01  WS-REC-SINAL                PIC S9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * RELATORIO DE DEVOLUCOES: MESES A ANALISAR E TOTAIS DO CLIENTE  *
      * NO MES (TODAS AS CATEGORIAS)                                   *
      *----------------------------------------------------------------*
       01  WS-PCT-DEVOL-PADRAO         PIC  9(003)V9(002)  VALUE 10,00.
       01  WS-PCT-DEVOL-LIMITE         PIC  9(003)V9(002)  VALUE ZEROS.

       01  WS-TAB-MESES.
           05  WS-TAB-MES-QTD          PIC  9(002)         VALUE ZEROS.
           05  WS-TAB-MES-ITEM         OCCURS 24 TIMES
                                       INDEXED BY WS-IDX-MES.
               10  WS-MES-ANO-MES      PIC  9(006).

       01  WS-MES-ACHOU                PIC  X(001)         VALUE "N".
       01  WS-QTD-LINHAS-DEV           PIC  9(007)         VALUE ZEROS.

       01  WS-GRUPO-DEVOL.
           05  WS-GRP-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           05  WS-GRP-ANO-MES          PIC  9(006)         VALUE ZEROS.
           05  WS-GRP-REC-BRUTA        PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-GRP-REC-DEVOL        PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-GRP-REC-CREDITO      PIC  9(013)V9(002)  VALUE ZEROS.
           05  WS-GRP-REC-LIQUIDA      PIC S9(013)V9(002)  VALUE ZEROS.
           05  WS-GRP-PCT-DEVOL        PIC  9(003)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * AREAS DO RESTATEMENT: VALORES ANTIGOS X NOVOS POR CLIENTE DO   *
           05  WS-TAB-RST-ITEM         OCCURS 9999 TIMES
                                       INDEXED BY WS-IDX-RST.
               10  WS-RST-COD-CLI      PIC  9(007).
               10  WS-RST-VOL-ANT      PIC S9(011)V9(002).
               10  WS-RST-REC-ANT      PIC S9(013)V9(002).
               10  WS-RST-VOL-NOVO     PIC S9(011)V9(002).
               10  WS-RST-REC-NOVO     PIC S9(013)V9(002).

       01  WS-TAB-CHAVES-DEL.
           05  WS-TAB-DEL-QTD          PIC  9(005)         VALUE ZEROS.
       01  WS-RST-ACHOU                PIC  X(001)         VALUE "N".
       01  WS-RST-MES-INVALIDO         PIC  X(001)         VALUE "N".
       01  WS-DIF-RECEITA              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-TOT-REC-ANT              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-TOT-REC-NOVO             PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-RST           PIC  9(007)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
       01  DET-RESTATE.
           03 DET-RST-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RST-REC-ANT          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RST-REC-NOVO         PIC  -Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RST-DIFERENCA        PIC  -Z.ZZZ.ZZZ.ZZ9,99
       01  ROD-RESTATE.
           03 FILLER                   PIC  X(009)         VALUE
              "TOTAIS".
           03 ROD-RST-REC-ANT          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 ROD-RST-REC-NOVO         PIC  -Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 ROD-RST-DIFERENCA        PIC  -Z.ZZZ.ZZZ.ZZ9,99
       01  LINHA-TRACO-RST.
           03 FILLER                   PIC  X(110)         VALUE
              ALL "-".

       01  CAB-DEVOLUCAO.
           03 FILLER                   PIC  X(045)         VALUE
              "CLIENTES COM DEVOLUCOES ACIMA DO LIMITE - ".
           03 CAB-DEV-PCT              PIC  ZZ9,99         VALUE ZEROS.
           03 FILLER                   PIC  X(017)         VALUE
              "% DA VENDA BRUTA".
           03 FILLER                   PIC  X(064)         VALUE SPACES.

       01  CAB-COL-DEVOLUCAO.
           03 FILLER                   PIC  X(008)         VALUE
              "ANO-MES".
           03 FILLER                   PIC  X(009)         VALUE
              "CLIENTE".
           03 FILLER                   PIC  X(027)         VALUE
              "RAZAO SOCIAL".
           03 FILLER                   PIC  X(018)         VALUE
              "     VENDA BRUTA".
           03 FILLER                   PIC  X(018)         VALUE
              "      DEVOLUCOES".
           03 FILLER                   PIC  X(018)         VALUE
              "        CREDITOS".
           03 FILLER                   PIC  X(019)         VALUE
              "         LIQUIDO".
           03 FILLER                   PIC  X(008)         VALUE
              "    %".

       01  DET-DEVOLUCAO.
           03 DET-DEV-ANO-MES          PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-RAZAO            PIC  X(025)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-BRUTA            PIC  Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-DEVOL            PIC  Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-CREDITO          PIC  Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-LIQUIDA          PIC  -Z.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DEV-PCT              PIC  ZZ9,99         VALUE ZEROS.

       01  ROD-DEVOLUCAO.
           03 FILLER                   PIC  X(030)         VALUE
              "CLIENTES ACIMA DO LIMITE: ".
           03 ROD-DEV-QTD              PIC  Z.ZZZ.ZZ9      VALUE ZEROS.

       01  LINHA-TRACO-DEV.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

                                          QTD-CARREGADOS-HBSIS16
                                          QTD-REJEITADOS-HBSIS16
                                          QTD-CATEGORIAS-HBSIS16
                                          QTD-DEVOLUCOES-HBSIS16
                                          QTD-CREDITOS-HBSIS16
                                          QTD-EXCECOES-HBSIS16
                                          WS-TAB-MES-QTD

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER 10
           MOVE NOME-ARQ-FAT-HBSIS16   TO WS-LABEL-IMP
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-CARGA
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-HORA-CARGA

           IF PCT-DEVOL-MAX-HBSIS16    EQUAL ZEROS
              MOVE WS-PCT-DEVOL-PADRAO TO WS-PCT-DEVOL-LIMITE
           ELSE
              MOVE PCT-DEVOL-MAX-HBSIS16
                                       TO WS-PCT-DEVOL-LIMITE
           END-IF

           .
       1000-EXIT.
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

      *    O RELATORIO DE DEVOLUCOES SO CONSULTA - NAO DEPENDE DO
      *    BLOQUEIO DA CADEIA BATCH
           IF COD-FUNCAO-HBSIS16       EQUAL 3
              PERFORM 2600-CONSULTA-DEVOLUCOES
              GO TO 2000-EXIT
           END-IF

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF OPERADOR-HBSIS16         NOT EQUAL "HBSIS21P"
           PERFORM 2300-TRATA-IMP-FAT UNTIL
                   WS-FL-STATUS-IMP    NOT EQUAL "00"

           PERFORM 2700-GERA-REL-DEVOLUCOES

           PERFORM 2400-CLOSE-ARQUIVOS

           MOVE ZEROS                  TO COD-RETORNO-HBSIS16
           EXIT.
      *----------------------------------------------------------------*
      * CARGA DE UM REGISTRO DO EXTRATO NO HISTORICO DE VOLUME -       *
      * CLIENTE INEXISTENTE NO CADASTRO OU TIPO DE LANCAMENTO INVALIDO *
      * E REJEITADO; AS LINHAS DA MESMA CHAVE NA MESMA CARGA SAO       *
      * SOMADAS (VENDAS, DEVOLUCOES E CREDITOS) E O MES JA CARREGADO   *
      * EM CARGA ANTERIOR E SUBSTITUIDO PELOS VALORES MAIS RECENTES    *
      *----------------------------------------------------------------*
       2300-TRATA-IMP-FAT              SECTION.

           ADD 1                       TO QTD-LIDOS-HBSIS16

           IF NOT IMP-LANC-VENDA
           AND NOT IMP-LANC-DEVOLUCAO
           AND NOT IMP-LANC-CREDITO
              ADD 1                    TO QTD-REJEITADOS-HBSIS16
              PERFORM 2200-LER-IMP-FAT
              GO TO 2300-EXIT
           END-IF

           MOVE IMP-COD-CLIENTE        TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
              MOVE IMP-COD-CLIENTE     TO COD-CLIENTE-HBSIS16C
              MOVE IMP-ANO-MES         TO ANO-MES-HBSIS16C
              MOVE WS-CATEGORIA        TO CATEGORIA-HBSIS16C

              PERFORM 2310-LE-VOLUME-CARGA
              PERFORM 2320-ACUMULA-LANCAMENTO
              PERFORM 2330-CALCULA-LIQUIDO

              IF WS-VOL-EXISTE         EQUAL "S"
                 REWRITE ARQ-HBSIS16C
              ELSE
                 WRITE ARQ-HBSIS16C
              END-IF

              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 ADD 1                 TO QTD-CARREGADOS-HBSIS16
                 EVALUATE TRUE
                     WHEN IMP-LANC-DEVOLUCAO
                          ADD 1        TO QTD-DEVOLUCOES-HBSIS16
                     WHEN IMP-LANC-CREDITO
                          ADD 1        TO QTD-CREDITOS-HBSIS16
                     WHEN OTHER
                          PERFORM 2350-ACUMULA-CATEGORIA
                 END-EVALUATE
                 PERFORM 2650-REGISTRA-MES
              ELSE
                 ADD 1                 TO QTD-REJEITADOS-HBSIS16
              END-IF
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A CHAVE NO ARQ-VOLUME: REGISTRO JA GRAVADO NESTA CARGA E    *
      * SOMADO; REGISTRO DE CARGA ANTERIOR TEM OS VALORES ZERADOS PARA *
      * SER SUBSTITUIDO                                                *
      *----------------------------------------------------------------*
       2310-LE-VOLUME-CARGA            SECTION.

           READ ARQ-VOLUME KEY IS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              MOVE "S"                 TO WS-VOL-EXISTE
              IF DATA-CARGA-HBSIS16C   NOT EQUAL WS-DATA-CARGA
              OR HORA-CARGA-HBSIS16C   NOT EQUAL WS-HORA-CARGA
                 MOVE ZEROS            TO VOLUME-BRUTO-HBSIS16C
                                          RECEITA-BRUTA-HBSIS16C
                                          VOLUME-DEVOL-HBSIS16C
                                          RECEITA-DEVOL-HBSIS16C
                                          RECEITA-CREDITO-HBSIS16C
              END-IF
           ELSE
              MOVE "N"                 TO WS-VOL-EXISTE
              INITIALIZE ARQ-HBSIS16C
              MOVE IMP-COD-CLIENTE     TO COD-CLIENTE-HBSIS16C
              MOVE IMP-ANO-MES         TO ANO-MES-HBSIS16C
              MOVE WS-CATEGORIA        TO CATEGORIA-HBSIS16C
           END-IF

           MOVE WS-DATA-CARGA          TO DATA-CARGA-HBSIS16C
           MOVE WS-HORA-CARGA          TO HORA-CARGA-HBSIS16C

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O LANCAMENTO NO BALDE DO SEU TIPO                         *
      *----------------------------------------------------------------*
       2320-ACUMULA-LANCAMENTO         SECTION.

           EVALUATE TRUE
               WHEN IMP-LANC-DEVOLUCAO
                    ADD IMP-VOLUME     TO VOLUME-DEVOL-HBSIS16C
                    ADD IMP-RECEITA    TO RECEITA-DEVOL-HBSIS16C
               WHEN IMP-LANC-CREDITO
                    ADD IMP-RECEITA    TO RECEITA-CREDITO-HBSIS16C
               WHEN OTHER
                    ADD IMP-VOLUME     TO VOLUME-BRUTO-HBSIS16C
                    ADD IMP-RECEITA    TO RECEITA-BRUTA-HBSIS16C
           END-EVALUATE

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VOLUME E RECEITA LIQUIDOS (BRUTO - DEVOLUCOES - CREDITOS),     *
      * COM SINAL: O EXCESSO DE DEVOLUCOES FICA NEGATIVO NO MES        *
      *----------------------------------------------------------------*
       2330-CALCULA-LIQUIDO            SECTION.

           COMPUTE WS-LIQ-VOLUME =
                   VOLUME-BRUTO-HBSIS16C
                 - VOLUME-DEVOL-HBSIS16C

           COMPUTE WS-LIQ-RECEITA =
                   RECEITA-BRUTA-HBSIS16C
                 - RECEITA-DEVOL-HBSIS16C
                 - RECEITA-CREDITO-HBSIS16C

           MOVE WS-LIQ-VOLUME          TO VOLUME-HBSIS16C
           MOVE WS-LIQ-RECEITA         TO RECEITA-HBSIS16C

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA OS TOTAIS DE CONTROLE DA CATEGORIA DO REGISTRO         *
      * CARREGADO                                                      *
      *----------------------------------------------------------------*
           PERFORM 2550-SUBSTITUI-MES
           PERFORM 2560-GRAVA-AUDITORIA-RST

           PERFORM 2700-GERA-REL-DEVOLUCOES

           PERFORM 2400-CLOSE-ARQUIVOS

           MOVE ZEROS                  TO COD-RETORNO-HBSIS16
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O VALOR NOVO DO CLIENTE DO REGISTRO REENVIADO -        *
      * DEVOLUCOES E CREDITOS ENTRAM SUBTRAINDO                        *
      *----------------------------------------------------------------*
       2535-ACUMULA-VALOR-NOVO         SECTION.

           EVALUATE TRUE
               WHEN IMP-LANC-DEVOLUCAO
                    COMPUTE WS-VOL-SINAL = IMP-VOLUME * -1
                    COMPUTE WS-REC-SINAL = IMP-RECEITA * -1
               WHEN IMP-LANC-CREDITO
                    MOVE ZEROS         TO WS-VOL-SINAL
                    COMPUTE WS-REC-SINAL = IMP-RECEITA * -1
               WHEN OTHER
                    MOVE IMP-VOLUME    TO WS-VOL-SINAL
                    MOVE IMP-RECEITA   TO WS-REC-SINAL
           END-EVALUATE

           MOVE "N"                    TO WS-RST-ACHOU

           PERFORM VARYING WS-IDX-RST FROM 1 BY 1
              IF WS-RST-COD-CLI (WS-IDX-RST)
                                       EQUAL IMP-COD-CLIENTE
                 MOVE "S"              TO WS-RST-ACHOU
                 ADD WS-VOL-SINAL      TO WS-RST-VOL-NOVO (WS-IDX-RST)
                 ADD WS-REC-SINAL      TO WS-RST-REC-NOVO (WS-IDX-RST)
              END-IF
           END-PERFORM

              MOVE IMP-COD-CLIENTE     TO WS-RST-COD-CLI (WS-IDX-RST)
              MOVE ZEROS               TO WS-RST-VOL-ANT (WS-IDX-RST)
                                          WS-RST-REC-ANT (WS-IDX-RST)
              MOVE WS-VOL-SINAL        TO WS-RST-VOL-NOVO (WS-IDX-RST)
              MOVE WS-REC-SINAL        TO WS-RST-REC-NOVO (WS-IDX-RST)
           END-IF

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE DEVOLUCOES SOB DEMANDA PARA UM ANO-MES JA         *
      * CARREGADO                                                      *
      *----------------------------------------------------------------*
       2600-CONSULTA-DEVOLUCOES        SECTION.

           IF ANO-MES-HBSIS16          EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS16
              MOVE "ANO-MES NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS16
              GO TO 2600-EXIT
           END-IF

           OPEN INPUT ARQ-VOLUME

           IF WS-FL-STATUS-VOL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS16
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VOLUME"
                                       TO MSG-RETORNO-HBSIS16
              GO TO 2600-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE 1                      TO WS-TAB-MES-QTD
           MOVE ANO-MES-HBSIS16        TO WS-MES-ANO-MES (1)

           PERFORM 2700-GERA-REL-DEVOLUCOES

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VOLUME

           MOVE ZEROS                  TO COD-RETORNO-HBSIS16
           MOVE SPACES                 TO MSG-RETORNO-HBSIS16
           STRING "RELDEVOLUCOES.TXT GERADO - CLIENTES: "
                  QTD-EXCECOES-HBSIS16
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS16

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O ANO-MES DO REGISTRO CARREGADO PARA O RELATORIO DE     *
      * DEVOLUCOES DO FINAL DA CARGA                                   *
      *----------------------------------------------------------------*
       2650-REGISTRA-MES               SECTION.

           MOVE "N"                    TO WS-MES-ACHOU

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER WS-TAB-MES-QTD
                      OR WS-MES-ACHOU EQUAL "S"
              IF WS-MES-ANO-MES (WS-IDX-MES)
                                       EQUAL IMP-ANO-MES
                 MOVE "S"              TO WS-MES-ACHOU
              END-IF
           END-PERFORM

           IF WS-MES-ACHOU             NOT EQUAL "S"
           AND WS-TAB-MES-QTD          LESS 24
              ADD 1                    TO WS-TAB-MES-QTD
              SET WS-IDX-MES           TO WS-TAB-MES-QTD
              MOVE IMP-ANO-MES         TO WS-MES-ANO-MES (WS-IDX-MES)
           END-IF

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE CLIENTES CUJAS DEVOLUCOES + NOTAS DE CREDITO NO   *
      * MES PASSAM DO PERCENTUAL LIMITE DA VENDA BRUTA - PERCORRE O    *
      * ARQ-VOLUME NA ORDEM DA CHAVE, TOTALIZANDO CLIENTE + ANO-MES    *
      *----------------------------------------------------------------*
       2700-GERA-REL-DEVOLUCOES        SECTION.

           MOVE ZEROS                  TO QTD-EXCECOES-HBSIS16
                                          WS-QTD-LINHAS-DEV
                                          WS-GRP-COD-CLIENTE
                                          WS-GRP-ANO-MES

           IF WS-TAB-MES-QTD           EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           OPEN OUTPUT REL-DEVOLUCAO

           IF WS-FL-STATUS-DEV         NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           MOVE WS-PCT-DEVOL-LIMITE    TO CAB-DEV-PCT

           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO-DEV
           WRITE REG-REL-DEVOLUCAO     FROM CAB-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO     FROM CAB-COL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO-DEV

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS16C
                                          ANO-MES-HBSIS16C
           MOVE LOW-VALUES             TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
              PERFORM 2710-TRATA-REG-DEVOLUCAO
              READ ARQ-VOLUME NEXT
           END-PERFORM

           PERFORM 2720-FECHA-GRUPO-DEVOLUCAO

           MOVE QTD-EXCECOES-HBSIS16   TO ROD-DEV-QTD

           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO-DEV
           WRITE REG-REL-DEVOLUCAO     FROM ROD-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO-DEV

           CLOSE REL-DEVOLUCAO

           MOVE "00"                   TO WS-FL-STATUS-VOL

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELDEVOLUCOES.TXT"    TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-DEV      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O REGISTRO NO GRUPO CLIENTE + ANO-MES (SO OS MESES DO     *
      * RELATORIO), FECHANDO O GRUPO ANTERIOR NA QUEBRA                *
      *----------------------------------------------------------------*
       2710-TRATA-REG-DEVOLUCAO        SECTION.

           MOVE "N"                    TO WS-MES-ACHOU

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER WS-TAB-MES-QTD
                      OR WS-MES-ACHOU EQUAL "S"
              IF WS-MES-ANO-MES (WS-IDX-MES)
                                       EQUAL ANO-MES-HBSIS16C
                 MOVE "S"              TO WS-MES-ACHOU
              END-IF
           END-PERFORM

           IF WS-MES-ACHOU             NOT EQUAL "S"
              GO TO 2710-EXIT
           END-IF

           IF COD-CLIENTE-HBSIS16C     NOT EQUAL WS-GRP-COD-CLIENTE
           OR ANO-MES-HBSIS16C         NOT EQUAL WS-GRP-ANO-MES
              PERFORM 2720-FECHA-GRUPO-DEVOLUCAO
              MOVE COD-CLIENTE-HBSIS16C
                                       TO WS-GRP-COD-CLIENTE
              MOVE ANO-MES-HBSIS16C    TO WS-GRP-ANO-MES
           END-IF

           ADD RECEITA-BRUTA-HBSIS16C  TO WS-GRP-REC-BRUTA
           ADD RECEITA-DEVOL-HBSIS16C  TO WS-GRP-REC-DEVOL
           ADD RECEITA-CREDITO-HBSIS16C
                                       TO WS-GRP-REC-CREDITO

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O GRUPO CLIENTE + ANO-MES: CALCULA O PERCENTUAL DE       *
      * DEVOLUCOES + CREDITOS SOBRE A VENDA BRUTA E IMPRIME QUEM PASSA *
      * DO LIMITE (SEM VENDA BRUTA NO MES = 999,99%)                   *
      *----------------------------------------------------------------*
       2720-FECHA-GRUPO-DEVOLUCAO      SECTION.

           IF WS-GRP-COD-CLIENTE       EQUAL ZEROS
              GO TO 2720-EXIT
           END-IF

           IF WS-GRP-REC-DEVOL + WS-GRP-REC-CREDITO
                                       EQUAL ZEROS
              GO TO 2720-ZERA
           END-IF

           IF WS-GRP-REC-BRUTA         EQUAL ZEROS
              MOVE 999,99              TO WS-GRP-PCT-DEVOL
           ELSE
              COMPUTE WS-GRP-PCT-DEVOL ROUNDED =
                      (WS-GRP-REC-DEVOL + WS-GRP-REC-CREDITO)
                    * 100 / WS-GRP-REC-BRUTA
                 ON SIZE ERROR
                      MOVE 999,99      TO WS-GRP-PCT-DEVOL
              END-COMPUTE
           END-IF

           IF WS-GRP-PCT-DEVOL         NOT GREATER WS-PCT-DEVOL-LIMITE
              GO TO 2720-ZERA
           END-IF

           MOVE WS-GRP-COD-CLIENTE     TO COD-CLIENTE-HBSIS02C
           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-DEV-RAZAO
           ELSE
              MOVE SPACES              TO DET-DEV-RAZAO
           END-IF

           COMPUTE WS-GRP-REC-LIQUIDA =
                   WS-GRP-REC-BRUTA
                 - WS-GRP-REC-DEVOL
                 - WS-GRP-REC-CREDITO

           MOVE WS-GRP-ANO-MES         TO DET-DEV-ANO-MES
           MOVE WS-GRP-COD-CLIENTE     TO DET-DEV-COD-CLI
           MOVE WS-GRP-REC-BRUTA       TO DET-DEV-BRUTA
           MOVE WS-GRP-REC-DEVOL       TO DET-DEV-DEVOL
           MOVE WS-GRP-REC-CREDITO     TO DET-DEV-CREDITO
           MOVE WS-GRP-REC-LIQUIDA     TO DET-DEV-LIQUIDA
           MOVE WS-GRP-PCT-DEVOL       TO DET-DEV-PCT

           WRITE REG-REL-DEVOLUCAO     FROM DET-DEVOLUCAO

           ADD 1                       TO WS-QTD-LINHAS-DEV
                                          QTD-EXCECOES-HBSIS16

           .
       2720-ZERA.

           MOVE ZEROS                  TO WS-GRP-REC-BRUTA
                                          WS-GRP-REC-DEVOL
                                          WS-GRP-REC-CREDITO

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS                                        *
      *----------------------------------------------------------------*
       2400-CLOSE-ARQUIVOS             SECTION.
