       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS84P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER A TABELA DE TARIFAS DE REEMBOLSO DE      *
      *                QUILOMETRAGEM POR FILIAL (ARQ-TARIFA-KM, FILIAL *
      *                00 = TARIFA PADRAO) E GERAR O EXTRATO MENSAL DE *
      *                KM DOS VENDEDORES: PARA CADA DIA DO ANO-MES, A  *
      *                DISTANCIA PLANEJADA (ROTA GRAVADA PELO HBSIS34P *
      *                NA ORDEM DA FOLHA DE ROTA) E A DISTANCIA        *
      *                REALIZADA (VISITAS CONFIRMADAS NO ARQ-VISITA,   *
      *                NA MESMA ORDEM, COM AS VISITAS FORA DO ROTEIRO  *
      *                NO FINAL), AMBAS SAINDO E VOLTANDO AO DEPOSITO  *
      *                (OU A CASA) DO VENDEDOR. O REEMBOLSO E O KM     *
      *                REALIZADO VEZES A TARIFA DA FILIAL, E O RESUMO  *
      *                SAI NO FORMATO DA INTERFACE DA FOLHA            *
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
           SELECT ARQ-TARIFA-KM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-FILIAL-HBSIS85C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TAR.

           SELECT ARQ-ROTA-PLANEJADA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS84C
                       ALTERNATE RECORD KEY IS CHAVE-CLI-HBSIS84C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RPL.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS43C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

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

           SELECT ARQ-DEPOSITO       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-DEPOSITO-HBSIS61C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DEP.

           SELECT ARQ-EXTRATO-KM     ASSIGN TO "EXTRATOKM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EXT.

           SELECT ARQ-RESUMO-KM      ASSIGN TO "RESUMOKM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RES.

           SELECT ARQ-SORT           ASSIGN TO "SORTKM.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TARIFA-KM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTarifaKm'.
       COPY "HBSIS85C.CPY".

       FD  ARQ-ROTA-PLANEJADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRotaPlanejada'.
       COPY "HBSIS84C.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "HBSIS43C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-DEPOSITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDeposito'.
       COPY "HBSIS61C.CPY".

       FD  ARQ-EXTRATO-KM
           LABEL RECORD IS STANDARD.
       01  REG-EXTRATO-KM              PIC  X(132).

      *    RESUMO PARA A FOLHA: HEADER (H), UM DETALHE (D) POR
      *    VENDEDOR COM REEMBOLSO E TRAILER (T) COM QUANTIDADE, TOTAL
      *    E HASH DE CPF - MESMO FORMATO DA INTERFACE DE COMISSAO
       FD  ARQ-RESUMO-KM
           LABEL RECORD IS STANDARD.
       01  REG-RESUMO-KM.
           03 RKM-TIPO-REG             PIC  X(001).
           03 RKM-CPF                  PIC  9(011).
           03 RKM-COD-EVENTO           PIC  9(004).
           03 RKM-ANO-MES              PIC  9(006).
           03 RKM-VALOR                PIC  9(011)V9(002).
           03 RKM-COD-VENDEDOR         PIC  9(003).
           03 RKM-COD-FILIAL           PIC  9(002).
           03 RKM-KM-REALIZADO         PIC  9(007)V9(002).
       01  REG-RESUMO-KM-HEADER.
           03 FILLER                   PIC  X(001).
           03 RKM-HDR-DATA-GERACAO     PIC  9(008).
           03 RKM-HDR-HORA-GERACAO     PIC  9(006).
           03 RKM-HDR-ORIGEM           PIC  X(020).
           03 RKM-HDR-ANO-MES          PIC  9(006).
       01  REG-RESUMO-KM-TRAILER.
           03 FILLER                   PIC  X(001).
           03 RKM-TRL-QTD-REGISTROS    PIC  9(007).
           03 RKM-TRL-VALOR-TOTAL      PIC  9(013)V9(002).
           03 RKM-TRL-HASH-CPF         PIC  9(018).

      *    TIPO "P" = PARADA PLANEJADA, "V" = VISITA REALIZADA. A
      *    ORDEM DA VISITA E A SEQUENCIA PLANEJADA DO CLIENTE NO DIA;
      *    VISITA FORA DO ROTEIRO VAI PARA O FINAL PELA HORA DO CHECK-IN
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-COD-VEND            PIC  9(003).
           05  SRT-DATA                PIC  9(008).
           05  SRT-TIPO                PIC  X(001).
           05  SRT-ORDEM               PIC  9(007).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-LATITUDE            PIC S9(003)V9(008).
           05  SRT-LONGITUDE           PIC S9(003)V9(008).
           05  SRT-FORA-ROTEIRO        PIC  X(001).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TAR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RPL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EXT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RES            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-PLANO-ABERTO             PIC  X(001)         VALUE "N".
       01  WS-VISITA-ABERTO            PIC  X(001)         VALUE "N".
       01  WS-HA-VENDEDOR              PIC  X(001)         VALUE "N".
       01  WS-EVENTO-PADRAO            PIC  9(004)         VALUE 0460.
       01  WS-COD-EVENTO               PIC  9(004)         VALUE ZEROS.
       01  WS-DATA-INI                 PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-FIM                 PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-GERACAO             PIC  9(008)         VALUE ZEROS.
       01  WS-HORA-GERACAO             PIC  9(006)         VALUE ZEROS.
       01  WS-IDX-TAR                  PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-DEP                  PIC  9(003)         VALUE ZEROS.

      *    TARIFAS POR FILIAL (POSICAO = FILIAL + 1)
       01  WS-TAB-TARIFA.
           05  WS-TAR-ITEM             OCCURS 100 TIMES.
               10  WS-TAR-EXISTE       PIC  X(001).
               10  WS-TAR-VALOR        PIC  9(003)V9(004).

       01  WS-TAB-DEPOSITOS.
           05  WS-DEP-ITEM             OCCURS 999 TIMES.
               10  WS-DEP-EXISTE       PIC  X(001).
               10  WS-DEP-LAT          PIC S9(003)V9(008).
               10  WS-DEP-LON          PIC S9(003)V9(008).

      *----------------------------------------------------------------*
      * VENDEDOR E DIA EM APURACAO                                     *
      *----------------------------------------------------------------*
       01  WS-VEND-ATUAL               PIC  9(003)         VALUE ZEROS.
       01  WS-CPF-ATUAL                PIC  9(011)         VALUE ZEROS.
       01  WS-FILIAL-ATUAL             PIC  9(002)         VALUE ZEROS.
       01  WS-TARIFA-ATUAL             PIC  9(003)V9(004)  VALUE ZEROS.
       01  WS-SEM-TARIFA               PIC  X(001)         VALUE "N".
       01  WS-ORIG-LAT                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-ORIG-LON                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DATA-ATUAL               PIC  9(008)         VALUE ZEROS.

      *    POSICAO CORRENTE DO PERCURSO PLANEJADO E DO REALIZADO
       01  WS-PPOS-LAT                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-PPOS-LON                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-RPOS-LAT                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-RPOS-LON                 PIC S9(003)V9(008)  VALUE ZEROS.

       01  WS-DIA-PARADAS              PIC  9(005)         VALUE ZEROS.
       01  WS-DIA-VISITAS              PIC  9(005)         VALUE ZEROS.
       01  WS-DIA-FORA                 PIC  9(005)         VALUE ZEROS.
       01  WS-DIA-M-PLAN               PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-DIA-M-REAL               PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-DIA-KM-PLAN              PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-DIA-KM-REAL              PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-DIA-VALOR                PIC  9(011)V9(002)  VALUE ZEROS.

       01  WS-VEND-DIAS                PIC  9(005)         VALUE ZEROS.
       01  WS-VEND-PARADAS             PIC  9(007)         VALUE ZEROS.
       01  WS-VEND-VISITAS             PIC  9(007)         VALUE ZEROS.
       01  WS-VEND-FORA                PIC  9(007)         VALUE ZEROS.
       01  WS-VEND-KM-PLAN             PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-VEND-KM-REAL             PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-VEND-DIFERENCA           PIC S9(007)V9(002)  VALUE ZEROS.
       01  WS-VEND-VALOR               PIC  9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * TOTAIS DE CONTROLE                                             *
      *----------------------------------------------------------------*
       01  WS-QTD-VENDEDORES           PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-VISITAS              PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-FORA                 PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-COORD            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-TARIFA           PIC  9(005)         VALUE ZEROS.
       01  WS-TOT-KM-PLAN              PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TOT-KM-REAL              PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TOT-VALOR                PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-EXT           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-RESUMO               PIC  9(007)         VALUE ZEROS.
       01  WS-HASH-CPF                 PIC  9(018)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CALCULO DE DISTANCIA (HAVERSINE, EM METROS)                    *
      *----------------------------------------------------------------*
       01  WS-TRE-LAT-DE               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-TRE-LON-DE               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-TRE-LAT-PARA             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-TRE-LON-PARA             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-A                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-B                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-A                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-B                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS42L.
       COPY HBSIS49L.

      *----------------------------------------------------------------*
      * LAY-OUT DO EXTRATO DE QUILOMETRAGEM                            *
      *----------------------------------------------------------------*
       01  CAB-EXTRATO-KM.
           03 FILLER                   PIC  X(028)         VALUE
              "  EXTRATO DE QUILOMETRAGEM ".
           03 CAB-KM-ANO-MES           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(012)         VALUE
              " - VENDEDOR ".
           03 CAB-KM-COD-VEND          PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 CAB-KM-NOME-VEND         PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(008)         VALUE
              " FILIAL ".
           03 CAB-KM-FILIAL            PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  R$/KM: ".
           03 CAB-KM-TARIFA            PIC  ZZ9,9999       VALUE ZEROS.
           03 FILLER                   PIC  X(013)         VALUE SPACES.

       01  CAB-KM-COLUNAS.
           03 FILLER                   PIC  X(012)         VALUE
              "  DATA".
           03 FILLER                   PIC  X(010)         VALUE
              "PARADAS".
           03 FILLER                   PIC  X(015)         VALUE
              "KM PLANEJADO".
           03 FILLER                   PIC  X(010)         VALUE
              "VISITAS".
           03 FILLER                   PIC  X(012)         VALUE
              "FORA ROTA".
           03 FILLER                   PIC  X(015)         VALUE
              "KM REALIZADO".
           03 FILLER                   PIC  X(016)         VALUE
              "REEMBOLSO".

       01  DET-EXTRATO-KM.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-KM-DATA              PIC  9999B99B99     VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-KM-PARADAS           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-KM-PLANEJADO         PIC  Z.ZZZ.ZZ9,99   VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-KM-VISITAS           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-KM-FORA              PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-KM-REALIZADO         PIC  Z.ZZZ.ZZ9,99   VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-KM-VALOR             PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  RODAPE-EXTRATO-KM.
           03 FILLER                   PIC  X(021)         VALUE
              "  TOTAL DO VENDEDOR -".
           03 FILLER                   PIC  X(007)         VALUE
              " DIAS:".
           03 ROD-KM-DIAS              PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(011)         VALUE
              "  KM PLAN:".
           03 ROD-KM-PLANEJADO         PIC  Z.ZZZ.ZZ9,99   VALUE ZEROS.
           03 FILLER                   PIC  X(011)         VALUE
              "  KM REAL:".
           03 ROD-KM-REALIZADO         PIC  Z.ZZZ.ZZ9,99   VALUE ZEROS.
           03 FILLER                   PIC  X(008)         VALUE
              "  DIF.:".
           03 ROD-KM-DIFERENCA         PIC  -Z.ZZZ.ZZ9,99  VALUE ZEROS.
           03 FILLER                   PIC  X(013)         VALUE
              "  REEMBOLSO:".
           03 ROD-KM-VALOR             PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINHA-SEM-TARIFA-VEND.
           03 FILLER                   PIC  X(040)         VALUE
              "  *** FILIAL SEM TARIFA DE KM CADASTRADA".
           03 FILLER                   PIC  X(024)         VALUE
              " - SEM REEMBOLSO ***".

       01  CAB-TOTAIS-KM.
           03 FILLER                   PIC  X(040)         VALUE
              "  TOTAIS DE CONTROLE DO EXTRATO DE KM".

       01  LINHA-TOT-KM.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 LIN-TOT-DESCRICAO        PIC  X(034)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 LIN-TOT-VALOR            PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(110)         VALUE
              ALL "-".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS84L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS84L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS84L
                                          QTD-VENDEDORES-HBSIS84L
                                          QTD-VISITAS-HBSIS84L
                                          TOT-KM-PLANEJADO-HBSIS84L
                                          TOT-KM-REALIZADO-HBSIS84L
                                          TOT-REEMBOLSO-HBSIS84L

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
           IF (COD-FUNCAO-HBSIS84L     EQUAL 1 OR 2 OR 3 OR 5) AND
              OPERADOR-HBSIS84L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS84L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS84L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS84L
               WHEN 0
                    PERFORM 2100-BUSCAR-TARIFA
               WHEN 1
                    PERFORM 2200-INCLUIR-TARIFA
               WHEN 2
                    PERFORM 2300-ALTERAR-TARIFA
               WHEN 3
                    PERFORM 2400-EXCLUIR-TARIFA
               WHEN 5
                    PERFORM 2500-GERA-EXTRATO-KM
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS84L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS84L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DA TARIFA DE KM DA FILIAL                      *
      *----------------------------------------------------------------*
       2100-BUSCAR-TARIFA              SECTION.

           PERFORM 2110-OPEN-ARQ-TARIFA

           MOVE COD-FILIAL-HBSIS84L    TO COD-FILIAL-HBSIS85C

           READ ARQ-TARIFA-KM KEY IS COD-FILIAL-HBSIS85C

           IF WS-FL-STATUS-TAR         EQUAL ZEROS
              MOVE VALOR-KM-HBSIS85C   TO VALOR-KM-HBSIS84L
              MOVE ZEROS               TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA ENCONTRADA" TO MSG-RETORNO-HBSIS84L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS84L
           END-IF

           PERFORM 2120-CLOSE-ARQ-TARIFA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-TARIFA            SECTION.

           OPEN I-O ARQ-TARIFA-KM

           IF WS-FL-STATUS-TAR         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-TARIFA-KM

              IF WS-FL-STATUS-TAR      EQUAL ZEROS
                 CLOSE ARQ-TARIFA-KM
                 OPEN I-O ARQ-TARIFA-KM
              END-IF

              IF WS-FL-STATUS-TAR      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS84L
                 MOVE "ERRO NA ABERTURA DA TABELA DE TARIFAS DE KM"
                                       TO MSG-RETORNO-HBSIS84L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-TARIFA           SECTION.

           CLOSE ARQ-TARIFA-KM

           IF WS-FL-STATUS-TAR         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS84L
              MOVE "ERRO NO FECHAMENTO DA TABELA DE TARIFAS DE KM"
                                       TO MSG-RETORNO-HBSIS84L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DE TARIFA                                   *
      *----------------------------------------------------------------*
       2200-INCLUIR-TARIFA             SECTION.

           IF VALOR-KM-HBSIS84L        EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "VALOR POR KM NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS84L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-TARIFA

           MOVE COD-FILIAL-HBSIS84L    TO COD-FILIAL-HBSIS85C

           READ ARQ-TARIFA-KM KEY IS COD-FILIAL-HBSIS85C

           IF WS-FL-STATUS-TAR         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA JA CADASTRADA PARA A FILIAL"
                                       TO MSG-RETORNO-HBSIS84L
           ELSE
              INITIALIZE ARQ-HBSIS85C
              MOVE COD-FILIAL-HBSIS84L TO COD-FILIAL-HBSIS85C
              MOVE VALOR-KM-HBSIS84L   TO VALOR-KM-HBSIS85C
              MOVE OPERADOR-HBSIS84L   TO OPERADOR-ALTER-HBSIS85C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS85C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS85C

              WRITE ARQ-HBSIS85C

              IF WS-FL-STATUS-TAR      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS84L
                 MOVE "TARIFA CADASTRADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS84L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS84L
                 MOVE "ERRO AO GRAVAR A TARIFA"
                                       TO MSG-RETORNO-HBSIS84L
              END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TARIFA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DE TARIFA                                  *
      *----------------------------------------------------------------*
       2300-ALTERAR-TARIFA             SECTION.

           IF VALOR-KM-HBSIS84L        EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "VALOR POR KM NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS84L
              GO TO 2300-EXIT
           END-IF

           PERFORM 2110-OPEN-ARQ-TARIFA

           MOVE COD-FILIAL-HBSIS84L    TO COD-FILIAL-HBSIS85C

           READ ARQ-TARIFA-KM WITH LOCK KEY IS COD-FILIAL-HBSIS85C

           IF WS-FL-STATUS-TAR         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS84L
           ELSE
           IF WS-FL-STATUS-TAR         EQUAL ZEROS
              MOVE VALOR-KM-HBSIS84L   TO VALOR-KM-HBSIS85C
              MOVE OPERADOR-HBSIS84L   TO OPERADOR-ALTER-HBSIS85C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS85C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS85C

              REWRITE ARQ-HBSIS85C

              IF WS-FL-STATUS-TAR      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS84L
                 MOVE "TARIFA ALTERADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS84L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS84L
                 MOVE "ERRO AO ALTERAR A TARIFA"
                                       TO MSG-RETORNO-HBSIS84L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS84L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TARIFA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DE TARIFA                                   *
      *----------------------------------------------------------------*
       2400-EXCLUIR-TARIFA             SECTION.

           PERFORM 2110-OPEN-ARQ-TARIFA

           MOVE COD-FILIAL-HBSIS84L    TO COD-FILIAL-HBSIS85C

           READ ARQ-TARIFA-KM WITH LOCK KEY IS COD-FILIAL-HBSIS85C

           IF WS-FL-STATUS-TAR         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS84L
           ELSE
           IF WS-FL-STATUS-TAR         EQUAL ZEROS
              DELETE ARQ-TARIFA-KM

              IF WS-FL-STATUS-TAR      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS84L
                 MOVE "TARIFA EXCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS84L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS84L
                 MOVE "ERRO AO EXCLUIR A TARIFA"
                                       TO MSG-RETORNO-HBSIS84L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "TARIFA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS84L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TARIFA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXTRATO MENSAL DE QUILOMETRAGEM: PARADAS PLANEJADAS E VISITAS  *
      * REALIZADAS DO ANO-MES ORDENADAS POR VENDEDOR, DIA E ORDEM DA   *
      * FOLHA DE ROTA                                                  *
      *----------------------------------------------------------------*
       2500-GERA-EXTRATO-KM            SECTION.

           IF ANO-MES-HBSIS84L         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "ANO-MES NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS84L
              GO TO 2500-EXIT
           END-IF

           IF COD-EVENTO-HBSIS84L      EQUAL ZEROS
              MOVE WS-EVENTO-PADRAO    TO WS-COD-EVENTO
           ELSE
              MOVE COD-EVENTO-HBSIS84L TO WS-COD-EVENTO
           END-IF

           COMPUTE WS-DATA-INI = ANO-MES-HBSIS84L * 100 + 1
           COMPUTE WS-DATA-FIM = ANO-MES-HBSIS84L * 100 + 31

           MOVE "N"                    TO WS-PLANO-ABERTO
                                          WS-VISITA-ABERTO

           OPEN INPUT ARQ-ROTA-PLANEJADA

           IF WS-FL-STATUS-RPL         EQUAL ZEROS
              MOVE "S"                 TO WS-PLANO-ABERTO
           END-IF

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              MOVE "S"                 TO WS-VISITA-ABERTO
           END-IF

           IF WS-PLANO-ABERTO          EQUAL "N"
           AND WS-VISITA-ABERTO        EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS84L
              MOVE "NAO HA ROTA PLANEJADA NEM VISITAS CARREGADAS"
                                       TO MSG-RETORNO-HBSIS84L
              GO TO 2500-EXIT
           END-IF

           PERFORM 2505-CARREGA-TARIFAS
           PERFORM 2506-CARREGA-DEPOSITOS

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT ARQ-EXTRATO-KM
           OPEN OUTPUT ARQ-RESUMO-KM

           IF WS-FL-STATUS-EXT         NOT EQUAL ZEROS
           OR WS-FL-STATUS-RES         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS84L
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA"
                                       TO MSG-RETORNO-HBSIS84L
              PERFORM 2590-FECHA-ARQUIVOS
              GO TO 2500-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-GERACAO
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-HORA-GERACAO

           MOVE SPACES                 TO REG-RESUMO-KM-HEADER
           MOVE WS-DATA-GERACAO        TO RKM-HDR-DATA-GERACAO
           MOVE WS-HORA-GERACAO        TO RKM-HDR-HORA-GERACAO
           MOVE "HBSIS84P"             TO RKM-HDR-ORIGEM
           MOVE ANO-MES-HBSIS84L       TO RKM-HDR-ANO-MES
           MOVE "H"                    TO RKM-TIPO-REG
           WRITE REG-RESUMO-KM-HEADER

           MOVE ZEROS                  TO WS-QTD-VENDEDORES
                                          WS-QTD-VISITAS
                                          WS-QTD-FORA
                                          WS-QTD-SEM-COORD
                                          WS-QTD-SEM-TARIFA
                                          WS-TOT-KM-PLAN
                                          WS-TOT-KM-REAL
                                          WS-TOT-VALOR
                                          WS-QTD-LINHAS-EXT
                                          WS-QTD-RESUMO
                                          WS-HASH-CPF
           MOVE "N"                    TO WS-HA-VENDEDOR

           SORT ARQ-SORT
                ON ASCENDING KEY SRT-COD-VEND
                                 SRT-DATA
                                 SRT-TIPO
                                 SRT-ORDEM
                                 SRT-COD-CLIENTE
                INPUT PROCEDURE  IS 2510-INPUT-KM
                OUTPUT PROCEDURE IS 2520-OUTPUT-KM

           PERFORM 2570-GRAVA-TOTAIS

           MOVE SPACES                 TO REG-RESUMO-KM-TRAILER
           MOVE WS-QTD-RESUMO          TO RKM-TRL-QTD-REGISTROS
           MOVE WS-TOT-VALOR           TO RKM-TRL-VALOR-TOTAL
           MOVE WS-HASH-CPF            TO RKM-TRL-HASH-CPF
           MOVE "T"                    TO RKM-TIPO-REG
           WRITE REG-RESUMO-KM-TRAILER

           PERFORM 2590-FECHA-ARQUIVOS

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "EXTRATOKM.TXT"        TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-EXT      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RESUMOKM.TXT"         TO NOME-ARQ-HBSIS42
           COMPUTE QTD-REGISTROS-HBSIS42 = WS-QTD-RESUMO + 2
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-VENDEDORES      TO QTD-VENDEDORES-HBSIS84L
           MOVE WS-QTD-VISITAS         TO QTD-VISITAS-HBSIS84L
           MOVE WS-TOT-KM-PLAN         TO TOT-KM-PLANEJADO-HBSIS84L
           MOVE WS-TOT-KM-REAL         TO TOT-KM-REALIZADO-HBSIS84L
           MOVE WS-TOT-VALOR           TO TOT-REEMBOLSO-HBSIS84L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS84L
           MOVE "EXTRATO DE KM GERADO (EXTRATOKM/RESUMOKM)"
                                       TO MSG-RETORNO-HBSIS84L

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS TARIFAS DE KM POR FILIAL                            *
      *----------------------------------------------------------------*
       2505-CARREGA-TARIFAS            SECTION.

           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR GREATER 100
              MOVE "N"                 TO WS-TAR-EXISTE (WS-IDX-TAR)
              MOVE ZEROS               TO WS-TAR-VALOR (WS-IDX-TAR)
           END-PERFORM

           OPEN INPUT ARQ-TARIFA-KM

           IF WS-FL-STATUS-TAR         NOT EQUAL ZEROS
              GO TO 2505-EXIT
           END-IF

           READ ARQ-TARIFA-KM NEXT

           PERFORM UNTIL WS-FL-STATUS-TAR NOT EQUAL "00"
              COMPUTE WS-IDX-TAR = COD-FILIAL-HBSIS85C + 1
              MOVE "S"                 TO WS-TAR-EXISTE (WS-IDX-TAR)
              MOVE VALOR-KM-HBSIS85C   TO WS-TAR-VALOR (WS-IDX-TAR)
              READ ARQ-TARIFA-KM NEXT
           END-PERFORM

           CLOSE ARQ-TARIFA-KM

           .
       2505-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS COORDENADAS DOS DEPOSITOS ATIVOS                    *
      *----------------------------------------------------------------*
       2506-CARREGA-DEPOSITOS          SECTION.

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP GREATER 999
              MOVE "N"                 TO WS-DEP-EXISTE (WS-IDX-DEP)
           END-PERFORM

           OPEN INPUT ARQ-DEPOSITO

           IF WS-FL-STATUS-DEP         NOT EQUAL ZEROS
              GO TO 2506-EXIT
           END-IF

           READ ARQ-DEPOSITO NEXT

           PERFORM UNTIL WS-FL-STATUS-DEP NOT EQUAL "00"
              IF COD-DEPOSITO-HBSIS61C GREATER ZEROS
              AND FLAG-ATIVO-HBSIS61C  NOT EQUAL "N"
                 MOVE "S"              TO WS-DEP-EXISTE
                                       (COD-DEPOSITO-HBSIS61C)
                 MOVE LATITUDE-DEP-HBSIS61C
                                       TO WS-DEP-LAT
                                       (COD-DEPOSITO-HBSIS61C)
                 MOVE LONGITUDE-DEP-HBSIS61C
                                       TO WS-DEP-LON
                                       (COD-DEPOSITO-HBSIS61C)
              END-IF
              READ ARQ-DEPOSITO NEXT
           END-PERFORM

           CLOSE ARQ-DEPOSITO

           .
       2506-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DO SORT: PARADAS DA ROTA PLANEJADA E VISITAS           *
      * REALIZADAS (RESULTADO "R" OU "F" - O VENDEDOR FOI ATE O PONTO) *
      *----------------------------------------------------------------*
       2510-INPUT-KM                   SECTION.

           IF WS-PLANO-ABERTO          EQUAL "S"
              MOVE ZEROS               TO CHAVE-HBSIS84C

              START ARQ-ROTA-PLANEJADA
                    KEY IS NOT LESS CHAVE-HBSIS84C

              IF WS-FL-STATUS-RPL      EQUAL ZEROS
                 READ ARQ-ROTA-PLANEJADA NEXT
              END-IF

              PERFORM UNTIL WS-FL-STATUS-RPL NOT EQUAL "00"
                 IF DATA-ROTA-HBSIS84C NOT LESS WS-DATA-INI
                 AND DATA-ROTA-HBSIS84C NOT GREATER WS-DATA-FIM
                    INITIALIZE REG-SORT
                    MOVE COD-VENDEDOR-HBSIS84C
                                       TO SRT-COD-VEND
                    MOVE DATA-ROTA-HBSIS84C
                                       TO SRT-DATA
                    MOVE "P"           TO SRT-TIPO
                    MOVE SEQUENCIA-HBSIS84C
                                       TO SRT-ORDEM
                    MOVE COD-CLIENTE-HBSIS84C
                                       TO SRT-COD-CLIENTE
                    MOVE LATITUDE-HBSIS84C
                                       TO SRT-LATITUDE
                    MOVE LONGITUDE-HBSIS84C
                                       TO SRT-LONGITUDE
                    MOVE "N"           TO SRT-FORA-ROTEIRO
                    RELEASE REG-SORT
                 END-IF
                 READ ARQ-ROTA-PLANEJADA NEXT
              END-PERFORM
           END-IF

           IF WS-VISITA-ABERTO         EQUAL "N"
              GO TO 2510-EXIT
           END-IF

           MOVE ZEROS                  TO CHAVE-HBSIS43C

           START ARQ-VISITA KEY IS NOT LESS CHAVE-HBSIS43C

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              READ ARQ-VISITA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
              IF DATA-VISITA-HBSIS43C  NOT LESS WS-DATA-INI
              AND DATA-VISITA-HBSIS43C NOT GREATER WS-DATA-FIM
              AND (RESULTADO-HBSIS43C  EQUAL "R" OR "F")
                 PERFORM 2515-TRATA-VISITA
              END-IF
              READ ARQ-VISITA NEXT
           END-PERFORM

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VISITA REALIZADA: COORDENADAS DO CADASTRO DO CLIENTE E ORDEM   *
      * DA PARADA NA ROTA PLANEJADA DO DIA (CHAVE ALTERNADA)           *
      *----------------------------------------------------------------*
       2515-TRATA-VISITA               SECTION.

           INITIALIZE REG-SORT
           MOVE COD-VENDEDOR-HBSIS43C  TO SRT-COD-VEND
           MOVE DATA-VISITA-HBSIS43C   TO SRT-DATA
           MOVE "V"                    TO SRT-TIPO
           MOVE COD-CLIENTE-HBSIS43C   TO SRT-COD-CLIENTE

           MOVE COD-CLIENTE-HBSIS43C   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE LATITUDE-CLI-HBSIS02C
                                       TO SRT-LATITUDE
              MOVE LONGITUDE-CLI-HBSIS02C
                                       TO SRT-LONGITUDE
           END-IF

           IF SRT-LATITUDE             EQUAL ZEROS
           AND SRT-LONGITUDE           EQUAL ZEROS
              ADD 1                    TO WS-QTD-SEM-COORD
           END-IF

           MOVE "S"                    TO SRT-FORA-ROTEIRO

           IF WS-PLANO-ABERTO          EQUAL "S"
              MOVE COD-VENDEDOR-HBSIS43C
                                       TO COD-VEND-CLI-HBSIS84C
              MOVE DATA-VISITA-HBSIS43C
                                       TO DATA-ROTA-CLI-HBSIS84C
              MOVE COD-CLIENTE-HBSIS43C
                                       TO COD-CLIENTE-HBSIS84C

              READ ARQ-ROTA-PLANEJADA KEY IS CHAVE-CLI-HBSIS84C

              IF WS-FL-STATUS-RPL      EQUAL ZEROS
                 MOVE SEQUENCIA-HBSIS84C
                                       TO SRT-ORDEM
                 MOVE "N"              TO SRT-FORA-ROTEIRO
              END-IF
           END-IF

           IF SRT-FORA-ROTEIRO         EQUAL "S"
              COMPUTE SRT-ORDEM = 1000000 + HORA-CHK-HBSIS43C
           END-IF

           RELEASE REG-SORT

           .
       2515-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SORT: PERCURSOS PLANEJADO E REALIZADO DE CADA DIA,    *
      * COM QUEBRA POR VENDEDOR E POR DIA                              *
      *----------------------------------------------------------------*
       2520-OUTPUT-KM                  SECTION.

           RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              IF WS-HA-VENDEDOR        EQUAL "N"
              OR SRT-COD-VEND          NOT EQUAL WS-VEND-ATUAL
                 IF WS-HA-VENDEDOR     EQUAL "S"
                    PERFORM 2540-FECHA-DIA
                    PERFORM 2550-FECHA-VENDEDOR
                 END-IF
                 PERFORM 2530-ABRE-VENDEDOR
                 PERFORM 2535-ABRE-DIA
              ELSE
                 IF SRT-DATA           NOT EQUAL WS-DATA-ATUAL
                    PERFORM 2540-FECHA-DIA
                    PERFORM 2535-ABRE-DIA
                 END-IF
              END-IF

              IF SRT-TIPO              EQUAL "P"
                 PERFORM 2545-TRECHO-PLANEJADO
              ELSE
                 PERFORM 2547-TRECHO-REALIZADO
              END-IF

              RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           IF WS-HA-VENDEDOR           EQUAL "S"
              PERFORM 2540-FECHA-DIA
              PERFORM 2550-FECHA-VENDEDOR
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O VENDEDOR: CPF, FILIAL, TARIFA (FILIAL OU PADRAO 00) E   *
      * ORIGEM DO DIA (DEPOSITO DO VENDEDOR OU, SEM DEPOSITO, A CASA)  *
      *----------------------------------------------------------------*
       2530-ABRE-VENDEDOR              SECTION.

           MOVE "S"                    TO WS-HA-VENDEDOR
           MOVE SRT-COD-VEND           TO WS-VEND-ATUAL
           MOVE ZEROS                  TO WS-VEND-DIAS
                                          WS-VEND-PARADAS
                                          WS-VEND-VISITAS
                                          WS-VEND-FORA
                                          WS-VEND-KM-PLAN
                                          WS-VEND-KM-REAL
                                          WS-VEND-VALOR
                                          WS-CPF-ATUAL
                                          WS-FILIAL-ATUAL
                                          WS-ORIG-LAT
                                          WS-ORIG-LON
           MOVE SPACES                 TO CAB-KM-NOME-VEND

           MOVE WS-VEND-ATUAL          TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE CPF-HBSIS04C        TO WS-CPF-ATUAL
              MOVE COD-FILIAL-HBSIS04C TO WS-FILIAL-ATUAL
              MOVE NOME-VEND-HBSIS04C  TO CAB-KM-NOME-VEND
              MOVE LATITUDE-VEND-HBSIS04C
                                       TO WS-ORIG-LAT
              MOVE LONGITUDE-VEND-HBSIS04C
                                       TO WS-ORIG-LON
              IF COD-DEPOSITO-HBSIS04C GREATER ZEROS
                 IF WS-DEP-EXISTE (COD-DEPOSITO-HBSIS04C) EQUAL "S"
                    MOVE WS-DEP-LAT (COD-DEPOSITO-HBSIS04C)
                                       TO WS-ORIG-LAT
                    MOVE WS-DEP-LON (COD-DEPOSITO-HBSIS04C)
                                       TO WS-ORIG-LON
                 END-IF
              END-IF
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO CAB-KM-NOME-VEND
           END-IF

           MOVE "N"                    TO WS-SEM-TARIFA
           COMPUTE WS-IDX-TAR = WS-FILIAL-ATUAL + 1

           IF WS-TAR-EXISTE (WS-IDX-TAR) EQUAL "S"
              MOVE WS-TAR-VALOR (WS-IDX-TAR)
                                       TO WS-TARIFA-ATUAL
           ELSE
              IF WS-TAR-EXISTE (1)     EQUAL "S"
                 MOVE WS-TAR-VALOR (1) TO WS-TARIFA-ATUAL
              ELSE
                 MOVE ZEROS            TO WS-TARIFA-ATUAL
                 MOVE "S"              TO WS-SEM-TARIFA
                 ADD 1                 TO WS-QTD-SEM-TARIFA
              END-IF
           END-IF

           MOVE ANO-MES-HBSIS84L       TO CAB-KM-ANO-MES
           MOVE WS-VEND-ATUAL          TO CAB-KM-COD-VEND
           MOVE WS-FILIAL-ATUAL        TO CAB-KM-FILIAL
           MOVE WS-TARIFA-ATUAL        TO CAB-KM-TARIFA

           WRITE REG-EXTRATO-KM        FROM LINHA-TRACO
           WRITE REG-EXTRATO-KM        FROM CAB-EXTRATO-KM
           WRITE REG-EXTRATO-KM        FROM LINHA-TRACO
           ADD 3                       TO WS-QTD-LINHAS-EXT

           IF WS-SEM-TARIFA            EQUAL "S"
              WRITE REG-EXTRATO-KM     FROM LINHA-SEM-TARIFA-VEND
              ADD 1                    TO WS-QTD-LINHAS-EXT
           END-IF

           WRITE REG-EXTRATO-KM        FROM CAB-KM-COLUNAS
           ADD 1                       TO WS-QTD-LINHAS-EXT

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O DIA: OS DOIS PERCURSOS PARTEM DA ORIGEM DO VENDEDOR     *
      *----------------------------------------------------------------*
       2535-ABRE-DIA                   SECTION.

           MOVE SRT-DATA               TO WS-DATA-ATUAL
           MOVE ZEROS                  TO WS-DIA-PARADAS
                                          WS-DIA-VISITAS
                                          WS-DIA-FORA
                                          WS-DIA-M-PLAN
                                          WS-DIA-M-REAL

           MOVE WS-ORIG-LAT            TO WS-PPOS-LAT
                                          WS-RPOS-LAT
           MOVE WS-ORIG-LON            TO WS-PPOS-LON
                                          WS-RPOS-LON

           .
       2535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O DIA: RETORNO A ORIGEM, CONVERSAO PARA KM, REEMBOLSO    *
      * DO KM REALIZADO E LINHA DO EXTRATO                             *
      *----------------------------------------------------------------*
       2540-FECHA-DIA                  SECTION.

           IF WS-ORIG-LAT              NOT EQUAL ZEROS
           OR WS-ORIG-LON              NOT EQUAL ZEROS
              IF WS-DIA-PARADAS        GREATER ZEROS
                 MOVE WS-PPOS-LAT      TO WS-TRE-LAT-DE
                 MOVE WS-PPOS-LON      TO WS-TRE-LON-DE
                 MOVE WS-ORIG-LAT      TO WS-TRE-LAT-PARA
                 MOVE WS-ORIG-LON      TO WS-TRE-LON-PARA
                 PERFORM 2560-CALCULA-TRECHO
                 ADD WS-CALC-DISTANCIA TO WS-DIA-M-PLAN
              END-IF
              IF WS-DIA-VISITAS        GREATER ZEROS
                 MOVE WS-RPOS-LAT      TO WS-TRE-LAT-DE
                 MOVE WS-RPOS-LON      TO WS-TRE-LON-DE
                 MOVE WS-ORIG-LAT      TO WS-TRE-LAT-PARA
                 MOVE WS-ORIG-LON      TO WS-TRE-LON-PARA
                 PERFORM 2560-CALCULA-TRECHO
                 ADD WS-CALC-DISTANCIA TO WS-DIA-M-REAL
              END-IF
           END-IF

           COMPUTE WS-DIA-KM-PLAN ROUNDED = WS-DIA-M-PLAN / 1000
           COMPUTE WS-DIA-KM-REAL ROUNDED = WS-DIA-M-REAL / 1000
           COMPUTE WS-DIA-VALOR   ROUNDED = WS-DIA-KM-REAL
                                          * WS-TARIFA-ATUAL

           MOVE WS-DATA-ATUAL          TO DET-KM-DATA
           MOVE WS-DIA-PARADAS         TO DET-KM-PARADAS
           MOVE WS-DIA-KM-PLAN         TO DET-KM-PLANEJADO
           MOVE WS-DIA-VISITAS         TO DET-KM-VISITAS
           MOVE WS-DIA-FORA            TO DET-KM-FORA
           MOVE WS-DIA-KM-REAL         TO DET-KM-REALIZADO
           MOVE WS-DIA-VALOR           TO DET-KM-VALOR

           WRITE REG-EXTRATO-KM        FROM DET-EXTRATO-KM
           ADD 1                       TO WS-QTD-LINHAS-EXT

           ADD 1                       TO WS-VEND-DIAS
           ADD WS-DIA-PARADAS          TO WS-VEND-PARADAS
           ADD WS-DIA-VISITAS          TO WS-VEND-VISITAS
           ADD WS-DIA-FORA             TO WS-VEND-FORA
           ADD WS-DIA-KM-PLAN          TO WS-VEND-KM-PLAN
           ADD WS-DIA-KM-REAL          TO WS-VEND-KM-REAL
           ADD WS-DIA-VALOR            TO WS-VEND-VALOR

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PARADA PLANEJADA: TRECHO DESDE A POSICAO ANTERIOR DA ROTA      *
      *----------------------------------------------------------------*
       2545-TRECHO-PLANEJADO           SECTION.

           ADD 1                       TO WS-DIA-PARADAS

           IF SRT-LATITUDE             EQUAL ZEROS
           AND SRT-LONGITUDE           EQUAL ZEROS
              GO TO 2545-EXIT
           END-IF

           IF WS-PPOS-LAT              NOT EQUAL ZEROS
           OR WS-PPOS-LON              NOT EQUAL ZEROS
              MOVE WS-PPOS-LAT         TO WS-TRE-LAT-DE
              MOVE WS-PPOS-LON         TO WS-TRE-LON-DE
              MOVE SRT-LATITUDE        TO WS-TRE-LAT-PARA
              MOVE SRT-LONGITUDE       TO WS-TRE-LON-PARA
              PERFORM 2560-CALCULA-TRECHO
              ADD WS-CALC-DISTANCIA    TO WS-DIA-M-PLAN
           END-IF

           MOVE SRT-LATITUDE           TO WS-PPOS-LAT
           MOVE SRT-LONGITUDE          TO WS-PPOS-LON

           .
       2545-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VISITA REALIZADA: TRECHO DESDE A VISITA ANTERIOR DO DIA        *
      *----------------------------------------------------------------*
       2547-TRECHO-REALIZADO           SECTION.

           ADD 1                       TO WS-DIA-VISITAS
                                          WS-QTD-VISITAS

           IF SRT-FORA-ROTEIRO         EQUAL "S"
              ADD 1                    TO WS-DIA-FORA
                                          WS-QTD-FORA
           END-IF

           IF SRT-LATITUDE             EQUAL ZEROS
           AND SRT-LONGITUDE           EQUAL ZEROS
              GO TO 2547-EXIT
           END-IF

           IF WS-RPOS-LAT              NOT EQUAL ZEROS
           OR WS-RPOS-LON              NOT EQUAL ZEROS
              MOVE WS-RPOS-LAT         TO WS-TRE-LAT-DE
              MOVE WS-RPOS-LON         TO WS-TRE-LON-DE
              MOVE SRT-LATITUDE        TO WS-TRE-LAT-PARA
              MOVE SRT-LONGITUDE       TO WS-TRE-LON-PARA
              PERFORM 2560-CALCULA-TRECHO
              ADD WS-CALC-DISTANCIA    TO WS-DIA-M-REAL
           END-IF

           MOVE SRT-LATITUDE           TO WS-RPOS-LAT
           MOVE SRT-LONGITUDE          TO WS-RPOS-LON

           .
       2547-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O VENDEDOR: RODAPE DO EXTRATO E DETALHE DO RESUMO PARA   *
      * A FOLHA (SOMENTE COM REEMBOLSO)                                *
      *----------------------------------------------------------------*
       2550-FECHA-VENDEDOR             SECTION.

           COMPUTE WS-VEND-DIFERENCA = WS-VEND-KM-REAL
                                     - WS-VEND-KM-PLAN

           MOVE WS-VEND-DIAS           TO ROD-KM-DIAS
           MOVE WS-VEND-KM-PLAN        TO ROD-KM-PLANEJADO
           MOVE WS-VEND-KM-REAL        TO ROD-KM-REALIZADO
           MOVE WS-VEND-DIFERENCA      TO ROD-KM-DIFERENCA
           MOVE WS-VEND-VALOR          TO ROD-KM-VALOR

           WRITE REG-EXTRATO-KM        FROM RODAPE-EXTRATO-KM
           ADD 1                       TO WS-QTD-LINHAS-EXT

           ADD 1                       TO WS-QTD-VENDEDORES
           ADD WS-VEND-KM-PLAN         TO WS-TOT-KM-PLAN
           ADD WS-VEND-KM-REAL         TO WS-TOT-KM-REAL

           IF WS-VEND-VALOR            EQUAL ZEROS
              GO TO 2550-EXIT
           END-IF

           MOVE SPACES                 TO REG-RESUMO-KM
           MOVE "D"                    TO RKM-TIPO-REG
           MOVE WS-CPF-ATUAL           TO RKM-CPF
           MOVE WS-COD-EVENTO          TO RKM-COD-EVENTO
           MOVE ANO-MES-HBSIS84L       TO RKM-ANO-MES
           MOVE WS-VEND-VALOR          TO RKM-VALOR
           MOVE WS-VEND-ATUAL          TO RKM-COD-VENDEDOR
           MOVE WS-FILIAL-ATUAL        TO RKM-COD-FILIAL
           MOVE WS-VEND-KM-REAL        TO RKM-KM-REALIZADO
           WRITE REG-RESUMO-KM

           ADD 1                       TO WS-QTD-RESUMO
           ADD WS-VEND-VALOR           TO WS-TOT-VALOR
           ADD WS-CPF-ATUAL            TO WS-HASH-CPF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTANCIA ENTRE DOIS PONTOS EM METROS (HAVERSINE)              *
      *----------------------------------------------------------------*
       2560-CALCULA-TRECHO             SECTION.

           MOVE WS-TRE-LAT-DE          TO WS-LAT-A
           MOVE WS-TRE-LON-DE          TO WS-LON-A
           MOVE WS-TRE-LAT-PARA        TO WS-LAT-B
           MOVE WS-TRE-LON-PARA        TO WS-LON-B

           COMPUTE WS-LAT-A = WS-LAT-A * FUNCTION PI / 180
           COMPUTE WS-LAT-B = WS-LAT-B * FUNCTION PI / 180
           COMPUTE WS-LON-A = WS-LON-A * FUNCTION PI / 180
           COMPUTE WS-LON-B = WS-LON-B * FUNCTION PI / 180

           COMPUTE WS-DLA = WS-LAT-B - (WS-LAT-A)
           COMPUTE WS-DLO = WS-LON-B - (WS-LON-A)

           COMPUTE WS-A = FUNCTION SIN(WS-DLA / 2)
                        * FUNCTION SIN(WS-DLA / 2)
                        + FUNCTION COS(WS-LAT-A)
                        * FUNCTION COS(WS-LAT-B)
                        * FUNCTION SIN(WS-DLO / 2)
                        * FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-C = 2 * FUNCTION ATAN(FUNCTION SQRT(WS-A) /
                                            FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA = 6371 * WS-C * 1000

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DE CONTROLE NO FINAL DO EXTRATO                         *
      *----------------------------------------------------------------*
       2570-GRAVA-TOTAIS               SECTION.

           WRITE REG-EXTRATO-KM        FROM LINHA-TRACO
           WRITE REG-EXTRATO-KM        FROM CAB-TOTAIS-KM
           WRITE REG-EXTRATO-KM        FROM LINHA-TRACO
           ADD 3                       TO WS-QTD-LINHAS-EXT

           MOVE "VENDEDORES NO EXTRATO............:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-QTD-VENDEDORES      TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "VISITAS REALIZADAS...............:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-QTD-VISITAS         TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "VISITAS FORA DO ROTEIRO..........:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-QTD-FORA            TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "VISITAS SEM COORDENADAS..........:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-QTD-SEM-COORD       TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "VENDEDORES SEM TARIFA............:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-QTD-SEM-TARIFA      TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "KM PLANEJADO.....................:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-TOT-KM-PLAN         TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "KM REALIZADO.....................:"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-TOT-KM-REAL         TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           MOVE "REEMBOLSO TOTAL (RESUMO DA FOLHA):"
                                       TO LIN-TOT-DESCRICAO
           MOVE WS-TOT-VALOR           TO LIN-TOT-VALOR
           WRITE REG-EXTRATO-KM        FROM LINHA-TOT-KM

           WRITE REG-EXTRATO-KM        FROM LINHA-TRACO
           ADD 9                       TO WS-QTD-LINHAS-EXT

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DO EXTRATO                             *
      *----------------------------------------------------------------*
       2590-FECHA-ARQUIVOS             SECTION.

           IF WS-PLANO-ABERTO          EQUAL "S"
              CLOSE ARQ-ROTA-PLANEJADA
              MOVE "N"                 TO WS-PLANO-ABERTO
           END-IF

           IF WS-VISITA-ABERTO         EQUAL "S"
              CLOSE ARQ-VISITA
              MOVE "N"                 TO WS-VISITA-ABERTO
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-EXTRATO-KM
           CLOSE ARQ-RESUMO-KM

           .
       2590-EXIT.
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
      * FIM DO PROGRAMA HBSIS84P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS84P.
      *----------------------------------------------------------------*
