       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS100P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: APONTAR AS OPORTUNIDADES DE VENDA CRUZADA POR   *
      *                CATEGORIA: PARA CADA GRUPO DE PARES (MESMA      *
      *                CLASSIFICACAO, CANAL E REGIAO) APURA AS         *
      *                CATEGORIAS COMPRADAS PELA MAIORIA DOS PARES NOS *
      *                ULTIMOS MESES FECHADOS (ARQ-VOLUME) E LISTA OS  *
      *                CLIENTES QUE NAO COMPRARAM ALGUMA DELAS, COM A  *
      *                RECEITA MEDIA DOS PARES NA CATEGORIA COMO       *
      *                OPORTUNIDADE ESTIMADA; RELATORIO AGRUPADO PELO  *
      *                VENDEDOR DA ULTIMA DISTRIBUICAO E CSV DE CAMPO  *
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

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT ARQ-OPORTUNIDADE   ASSIGN TO "CROSSSELL.TMP"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-OPO.

           SELECT REL-CROSS-SELL     ASSIGN TO "RELCROSSSELL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT CSV-CROSS-SELL     ASSIGN TO WS-NOME-CSV
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CSV.

           SELECT ARQ-SORT           ASSIGN TO "SORTPARES.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.

           SELECT ARQ-SORT-OPO       ASSIGN TO "SORTCROSSSELL.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
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

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

      *    OPORTUNIDADES APURADAS POR GRUPO DE PARES (UMA POR CLIENTE
      *    E CATEGORIA), ORDENADAS DEPOIS POR VENDEDOR
       FD  ARQ-OPORTUNIDADE
           LABEL RECORD IS STANDARD.
       01  REG-OPORTUNIDADE.
           05  OPO-COD-VEND            PIC  9(003).
           05  OPO-COD-CLIENTE         PIC  9(007).
           05  OPO-OPORTUNIDADE        PIC  9(013)V9(002).
           05  OPO-CATEGORIA           PIC  X(003).
           05  OPO-NOME                PIC  X(040).
           05  OPO-MUNICIPIO           PIC  X(030).
           05  OPO-PERC-PARES          PIC  9(003).
           05  OPO-QTD-COMPRADORES     PIC  9(005).
           05  OPO-QTD-GRUPO           PIC  9(005).
           05  OPO-CLASSIF             PIC  X(001).
           05  OPO-COD-CANAL           PIC  9(002).
           05  OPO-COD-REGIAO          PIC  9(003).

       FD  REL-CROSS-SELL.
       01  REG-REL-CROSS-SELL          PIC X(132).

       FD  CSV-CROSS-SELL.
       01  REG-CSV-CROSS-SELL          PIC X(200).

      *    CLIENTES EM ORDEM DE GRUPO DE PARES
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-CLASSIF             PIC  X(001).
           05  SRT-COD-CANAL           PIC  9(002).
           05  SRT-COD-REGIAO          PIC  9(003).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-NOME                PIC  X(040).
           05  SRT-MUNICIPIO           PIC  X(030).
           05  SRT-COD-VEND            PIC  9(003).

      *    OPORTUNIDADES EM ORDEM DE VENDEDOR, CLIENTE E VALOR
       SD  ARQ-SORT-OPO.
       01  REG-SORT-OPO.
           05  SOP-COD-VEND            PIC  9(003).
           05  SOP-COD-CLIENTE         PIC  9(007).
           05  SOP-OPORTUNIDADE        PIC  9(013)V9(002).
           05  SOP-CATEGORIA           PIC  X(003).
           05  SOP-NOME                PIC  X(040).
           05  SOP-MUNICIPIO           PIC  X(030).
           05  SOP-PERC-PARES          PIC  9(003).
           05  SOP-QTD-COMPRADORES     PIC  9(005).
           05  SOP-QTD-GRUPO           PIC  9(005).
           05  SOP-CLASSIF             PIC  X(001).
           05  SOP-COD-CANAL           PIC  9(002).
           05  SOP-COD-REGIAO          PIC  9(003).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-OPO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CSV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-CARIMBO-GERACAO          PIC  X(014)         VALUE SPACES.
       01  WS-NOME-CSV                 PIC  X(040)         VALUE SPACES.
       01  WS-CLIENTE-ABERTO           PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * PARAMETROS DA APURACAO (ZERO NA CHAMADA = VALOR PADRAO)        *
      *----------------------------------------------------------------*
       01  WS-PERC-MINIMO              PIC  9(003)         VALUE 50.
       01  WS-MIN-PARES                PIC  9(003)         VALUE 3.
       01  WS-QTD-MESES                PIC  9(002)         VALUE 6.

      *----------------------------------------------------------------*
      * JANELA DE COMPRAS: OS MESES FECHADOS ANTERIORES AO MES         *
      * CORRENTE (INDICE CONTINUO DE MES = ANO * 12 + MES - 1)         *
      *----------------------------------------------------------------*
       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R                REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).
       01  WS-IDX-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-AM-INI-REC               PIC  9(006)         VALUE ZEROS.
       01  WS-AM-FIM-REC               PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ULTIMA EXECUCAO DA DISTRIBUICAO (CARTEIRA DO VENDEDOR)         *
      *----------------------------------------------------------------*
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-COD-VEND-CARTEIRA        PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * GRUPO DE PARES EM APURACAO E SEUS CLIENTES                     *
      *----------------------------------------------------------------*
       01  WS-GRUPO-ATUAL.
           05  WS-GRP-CLASSIF          PIC  X(001)         VALUE SPACES.
           05  WS-GRP-COD-CANAL        PIC  9(002)         VALUE ZEROS.
           05  WS-GRP-COD-REGIAO       PIC  9(003)         VALUE ZEROS.

       01  WS-QTD-GRUPO                PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-FORA-GRUPO           PIC  9(007)         VALUE ZEROS.

       01  WS-TAB-GRUPO.
           05  WS-GCL-ITEM             OCCURS 5000 TIMES.
               10  WS-GCL-COD-CLIENTE  PIC  9(007).
               10  WS-GCL-NOME         PIC  X(040).
               10  WS-GCL-MUNICIPIO    PIC  X(030).
               10  WS-GCL-COD-VEND     PIC  9(003).

      *----------------------------------------------------------------*
      * CATEGORIAS COMPRADAS NO GRUPO: COMPRADORES E RECEITA NA JANELA *
      * WS-CAT-PARES  = "S" CATEGORIA COMPRADA PELA MAIORIA DOS PARES  *
      * WS-CAT-COMPROU = "S" O CLIENTE EM LEITURA COMPROU A CATEGORIA  *
      *----------------------------------------------------------------*
       01  WS-QTD-CAT                  PIC  9(003)         VALUE ZEROS.

       01  WS-TAB-CATEGORIA.
           05  WS-CAT-ITEM             OCCURS 100 TIMES.
               10  WS-CAT-CODIGO       PIC  X(003).
               10  WS-CAT-COMPRADORES  PIC  9(005).
               10  WS-CAT-RECEITA      PIC S9(015)V9(002).
               10  WS-CAT-MEDIA        PIC S9(013)V9(002).
               10  WS-CAT-PERC         PIC  9(003).
               10  WS-CAT-PARES        PIC  X(001).
               10  WS-CAT-COMPROU      PIC  X(001).

       01  WS-IDX-CLI                  PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-CAT                  PIC  9(003)         VALUE ZEROS.
       01  WS-CAT-ACHADA               PIC  9(003)         VALUE ZEROS.
       01  WS-COD-CLIENTE-LEITURA      PIC  9(007)         VALUE ZEROS.
      *    "A" = ACUMULA AS COMPRAS DO GRUPO, "M" = SO MARCA AS
      *    CATEGORIAS JA CONHECIDAS COMPRADAS PELO CLIENTE
       01  WS-MODO-LEITURA             PIC  X(001)         VALUE SPACES.
       01  WS-HA-CAT-PARES             PIC  X(001)         VALUE "N".
       01  WS-CLIENTE-COM-LACUNA       PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * TOTAIS DA APURACAO E DO RELATORIO                              *
      *----------------------------------------------------------------*
       01  WS-QTD-GRUPOS               PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CLIENTES-OPO         PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-OPORTUN              PIC  9(007)         VALUE ZEROS.
       01  WS-VALOR-OPORTUN            PIC  9(015)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-CSV           PIC  9(007)         VALUE ZEROS.

       01  WS-PRIMEIRO-REG             PIC  X(001)         VALUE "S".
       01  WS-VEND-ATUAL               PIC  9(003)         VALUE ZEROS.
       01  WS-NOME-VEND-ATUAL          PIC  X(040)         VALUE SPACES.
       01  WS-CLIENTE-ATUAL            PIC  9(007)         VALUE ZEROS.
       01  WS-VEN-QTD-CLIENTES         PIC  9(007)         VALUE ZEROS.
       01  WS-VEN-QTD-OPORTUN          PIC  9(007)         VALUE ZEROS.
       01  WS-VEN-VALOR                PIC  9(015)V9(002)  VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * RELATORIO DE OPORTUNIDADES POR VENDEDOR                        *
      *----------------------------------------------------------------*
       01  CAB-CROSS-SELL.
           03 FILLER                   PIC  X(070)         VALUE
              "OPORTUNIDADES DE VENDA CRUZADA POR CATEGORIA - GRUPO DE P
      -       "ARES".
           03 FILLER                   PIC  X(015)         VALUE
              "EMITIDO EM: ".
           03 CAB-CRS-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(039)         VALUE SPACES.

       01  CAB-CRS-PARAMETROS.
           03 FILLER                   PIC  X(007)         VALUE
              "MESES: ".
           03 CAB-CRS-AM-INI           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " A ".
           03 CAB-CRS-AM-FIM           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(035)         VALUE
              "   CATEGORIA DE PARES: COMPRADA POR".
           03 CAB-CRS-PERC             PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(034)         VALUE
              "% DO GRUPO   GRUPO MINIMO:".
           03 CAB-CRS-MIN-PARES        PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(024)         VALUE
              " CLIENTES   CARTEIRA: ".
           03 CAB-CRS-DATA-DIST        PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.

       01  CAB-CRS-VENDEDOR.
           03 FILLER                   PIC  X(010)         VALUE
              "VENDEDOR: ".
           03 CAB-CRS-COD-VEND         PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-CRS-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(076)         VALUE SPACES.

       01  CAB-CRS-COLUNAS.
           03 FILLER                   PIC  X(044)         VALUE
              "  CLIENTE RAZAO SOCIAL".
           03 FILLER                   PIC  X(044)         VALUE
              "  MUNICIPIO                 CAT  PARES  COMP".
           03 FILLER                   PIC  X(044)         VALUE
              "RAM/GRUPO  GRUPO         OPORTUNIDADE".

       01  DET-CROSS-SELL.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CRS-COD-CLIENTE      PIC  X(007)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CRS-NOME             PIC  X(035)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CRS-MUNICIPIO        PIC  X(025)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CRS-CATEGORIA        PIC  X(003)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-CRS-PERC             PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CRS-COMPRADORES      PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-CRS-QTD-GRUPO        PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-CRS-CLASSIF          PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-CRS-COD-CANAL        PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-CRS-COD-REGIAO       PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CRS-OPORTUNIDADE     PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.

       01  ROD-CRS-TOTAL.
           03 ROD-CRS-TITULO           PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(010)         VALUE
              "CLIENTES: ".
           03 ROD-CRS-CLIENTES         PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(019)         VALUE
              "   OPORTUNIDADES: ".
           03 ROD-CRS-OPORTUN          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(019)         VALUE
              "   VALOR ESTIMADO: ".
           03 ROD-CRS-VALOR            PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(020)         VALUE SPACES.

       01  ROD-CRS-GRUPOS.
           03 FILLER                   PIC  X(030)         VALUE
              "GRUPOS DE PARES AVALIADOS: ".
           03 ROD-CRS-QTD-GRUPOS       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(040)         VALUE
              "   CLIENTES ALEM DO LIMITE DO GRUPO: ".
           03 ROD-CRS-FORA-GRUPO       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(048)         VALUE SPACES.

       01  LINHA-CRS-AVISO             PIC  X(132)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".

      *----------------------------------------------------------------*
      * CSV DE CAMPO - UMA LINHA POR CLIENTE E CATEGORIA, NA ORDEM DO  *
      * RELATORIO (VENDEDOR, CLIENTE E MAIOR OPORTUNIDADE)             *
      *----------------------------------------------------------------*
       01  CAB-CSV                     PIC  X(200)         VALUE
           "COD VEND;NOME VEND;COD CLIENTE;RAZAO SOCIAL;MUNICIPIO;CATEGO
      -    "RIA;PERC PARES;COMPRADORES;CLIENTES GRUPO;OPORTUNIDADE".

       01  DET-CSV.
           05  CSV-COD-VEND            PIC 9(003) VALUE ZEROS.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-NOME-VEND           PIC X(040) VALUE SPACES.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-COD-CLIENTE         PIC 9(007) VALUE ZEROS.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-RAZAO-SOCIAL        PIC X(040) VALUE SPACES.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-MUNICIPIO           PIC X(030) VALUE SPACES.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-CATEGORIA           PIC X(003) VALUE SPACES.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-PERC-PARES          PIC ZZ9 VALUE ZEROS.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-COMPRADORES         PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-QTD-GRUPO           PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                  PIC X(001) VALUE ";".
           05  CSV-OPORTUNIDADE        PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS100L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS100L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS100L
                                          QTD-GRUPOS-HBSIS100L
                                          QTD-CLIENTES-HBSIS100L
                                          QTD-OPORTUN-HBSIS100L
                                          VALOR-OPORTUN-HBSIS100L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS100L
                                          NOME-REL-HBSIS100L
                                          NOME-CSV-HBSIS100L

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           MOVE 50                     TO WS-PERC-MINIMO
           MOVE 3                      TO WS-MIN-PARES
           MOVE 6                      TO WS-QTD-MESES

           IF PERC-MINIMO-HBSIS100L    GREATER ZEROS
           AND PERC-MINIMO-HBSIS100L   NOT GREATER 100
              MOVE PERC-MINIMO-HBSIS100L
                                       TO WS-PERC-MINIMO
           END-IF

           IF MIN-PARES-HBSIS100L      GREATER 1
              MOVE MIN-PARES-HBSIS100L TO WS-MIN-PARES
           END-IF

           IF QTD-MESES-HBSIS100L      GREATER ZEROS
              MOVE QTD-MESES-HBSIS100L TO WS-QTD-MESES
           END-IF

           MOVE WS-DATA-HOJE (1:6)     TO WS-ANO-MES
           COMPUTE WS-IDX-MES = WS-AM-ANO * 12 + WS-AM-MES - 1

           SUBTRACT WS-QTD-MESES       FROM WS-IDX-MES
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO WS-AM-INI-REC

           COMPUTE WS-IDX-MES = WS-IDX-MES + WS-QTD-MESES - 1
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO WS-AM-FIM-REC

      *    O CSV RECEBE NOME PROPRIO COM DATA E HORA, PARA NAO
      *    SOBRESCREVER A LISTA JA ENTREGUE AOS VENDEDORES
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CARIMBO-GERACAO
           MOVE SPACES                 TO WS-NOME-CSV
           STRING "CROSSSELL-"
                  WS-CARIMBO-GERACAO (1:8)
                  "-"
                  WS-CARIMBO-GERACAO (9:6)
                  ".CSV"
                  DELIMITED BY SIZE    INTO WS-NOME-CSV

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS100L
               WHEN 1
                    PERFORM 2100-GERA-OPORTUNIDADES
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS100L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS100L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURACAO: OS CLIENTES SAO ORDENADOS POR GRUPO DE PARES E CADA  *
      * GRUPO GRAVA AS SUAS OPORTUNIDADES NO ARQUIVO DE TRABALHO, QUE  *
      * E ORDENADO POR VENDEDOR PARA O RELATORIO E O CSV               *
      *----------------------------------------------------------------*
       2100-GERA-OPORTUNIDADES         SECTION.

           MOVE ZEROS                  TO WS-QTD-GRUPOS
                                          WS-QTD-FORA-GRUPO
                                          WS-QTD-CLIENTES-OPO
                                          WS-QTD-OPORTUN
                                          WS-VALOR-OPORTUN
                                          WS-QTD-GRUPO
           MOVE "N"                    TO WS-CLIENTE-ABERTO

           OPEN OUTPUT ARQ-OPORTUNIDADE

           IF WS-FL-STATUS-OPO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS100L
              MOVE "ERRO NA CRIACAO DO ARQUIVO DE TRABALHO"
                                       TO MSG-RETORNO-HBSIS100L
              GO TO 2100-EXIT
           END-IF

           SORT ARQ-SORT
                ON ASCENDING KEY SRT-CLASSIF
                                 SRT-COD-CANAL
                                 SRT-COD-REGIAO
                                 SRT-COD-CLIENTE
                INPUT PROCEDURE  IS 2110-INPUT-CLIENTES
                OUTPUT PROCEDURE IS 2200-OUTPUT-GRUPOS

           CLOSE ARQ-OPORTUNIDADE

           IF WS-CLIENTE-ABERTO        EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS100L
              MOVE "ARQUIVO DE CLIENTES NAO DISPONIVEL"
                                       TO MSG-RETORNO-HBSIS100L
              GO TO 2100-EXIT
           END-IF

           SORT ARQ-SORT-OPO
                ON ASCENDING  KEY SOP-COD-VEND
                                  SOP-COD-CLIENTE
                ON DESCENDING KEY SOP-OPORTUNIDADE
                ON ASCENDING  KEY SOP-CATEGORIA
                USING ARQ-OPORTUNIDADE
                OUTPUT PROCEDURE IS 2300-OUTPUT-OPORTUNIDADES

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELCROSSSELL.TXT"     TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE WS-NOME-CSV            TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-CSV      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-GRUPOS          TO QTD-GRUPOS-HBSIS100L
           MOVE WS-QTD-CLIENTES-OPO    TO QTD-CLIENTES-HBSIS100L
           MOVE WS-QTD-OPORTUN         TO QTD-OPORTUN-HBSIS100L
           MOVE WS-VALOR-OPORTUN       TO VALOR-OPORTUN-HBSIS100L
           MOVE "RELCROSSSELL.TXT"     TO NOME-REL-HBSIS100L
           MOVE WS-NOME-CSV            TO NOME-CSV-HBSIS100L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS100L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS100L
           STRING "CLIENTES: "
                  WS-QTD-CLIENTES-OPO
                  "  OPORTUNIDADES: "
                  WS-QTD-OPORTUN
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS100L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DO SORT: CLIENTES ATIVOS, APROVADOS E NAO FUNDIDOS,    *
      * COM O VENDEDOR DA ULTIMA DISTRIBUICAO                          *
      *----------------------------------------------------------------*
       2110-INPUT-CLIENTES             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              GO TO 2110-EXIT
           END-IF

           MOVE "S"                    TO WS-CLIENTE-ABERTO

           PERFORM 2120-ULTIMA-DISTRIBUICAO

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02C

           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              PERFORM 2130-LIBERA-CLIENTE
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           IF WS-ULT-DATA-EXEC         NOT EQUAL ZEROS
              CLOSE ARQ-DISTRIBUICAO
           END-IF
           CLOSE ARQ-CLIENTE

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A ULTIMA EXECUCAO DA DISTRIBUICAO (A ORDEM DA CHAVE E *
      * A ORDEM CRONOLOGICA) - O ARQUIVO FICA ABERTO PARA A CONSULTA   *
      *----------------------------------------------------------------*
       2120-ULTIMA-DISTRIBUICAO        SECTION.

           MOVE ZEROS                  TO WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

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
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA PARA O SORT UM CLIENTE QUE PARTICIPA DOS GRUPOS DE      *
      * PARES (INATIVO, PENDENTE, REJEITADO OU FUNDIDO FICA DE FORA)   *
      *----------------------------------------------------------------*
       2130-LIBERA-CLIENTE             SECTION.

           IF FLAG-ATIVO-HBSIS02C      EQUAL "N"
           OR SITUACAO-APROV-HBSIS02C  EQUAL "P" OR "R"
           OR COD-FUSAO-HBSIS02C       NOT EQUAL ZEROS
              GO TO 2130-EXIT
           END-IF

           MOVE ZEROS                  TO WS-COD-VEND-CARTEIRA

           IF WS-ULT-DATA-EXEC         NOT EQUAL ZEROS
              MOVE WS-ULT-DATA-EXEC    TO DATA-EXECUCAO-HBSIS07C
              MOVE WS-ULT-HORA-EXEC    TO HORA-EXECUCAO-HBSIS07C
              MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS07C
              READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
              AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-COD-VEND-CARTEIRA
              END-IF
           END-IF

           INITIALIZE REG-SORT
           MOVE CLASSIF-HBSIS02C       TO SRT-CLASSIF
           MOVE COD-CANAL-HBSIS02C     TO SRT-COD-CANAL
           MOVE COD-REGIAO-HBSIS02C    TO SRT-COD-REGIAO
           MOVE COD-CLIENTE-HBSIS02C   TO SRT-COD-CLIENTE
           MOVE RAZAO-SOCIAL-HBSIS02C  TO SRT-NOME
           MOVE MUNICIPIO-HBSIS02C     TO SRT-MUNICIPIO
           MOVE WS-COD-VEND-CARTEIRA   TO SRT-COD-VEND

           RELEASE REG-SORT

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SORT: JUNTA OS CLIENTES DE CADA GRUPO DE PARES E, NA  *
      * QUEBRA DO GRUPO, GRAVA AS OPORTUNIDADES                        *
      *----------------------------------------------------------------*
       2200-OUTPUT-GRUPOS              SECTION.

           IF WS-CLIENTE-ABERTO        EQUAL "N"
              GO TO 2200-EXIT
           END-IF

           OPEN INPUT ARQ-VOLUME

           MOVE ZEROS                  TO WS-QTD-GRUPO
           MOVE "00"                   TO WS-FL-STATUS-SORT

           RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              IF WS-QTD-GRUPO          GREATER ZEROS
              AND (SRT-CLASSIF         NOT EQUAL WS-GRP-CLASSIF
               OR  SRT-COD-CANAL       NOT EQUAL WS-GRP-COD-CANAL
               OR  SRT-COD-REGIAO      NOT EQUAL WS-GRP-COD-REGIAO)
                 PERFORM 2210-FECHA-GRUPO
                 MOVE ZEROS            TO WS-QTD-GRUPO
              END-IF
              IF WS-QTD-GRUPO          EQUAL ZEROS
                 MOVE SRT-CLASSIF      TO WS-GRP-CLASSIF
                 MOVE SRT-COD-CANAL    TO WS-GRP-COD-CANAL
                 MOVE SRT-COD-REGIAO   TO WS-GRP-COD-REGIAO
                 MOVE ZEROS            TO WS-QTD-CAT
                 INITIALIZE WS-TAB-CATEGORIA
              END-IF
              PERFORM 2205-ACRESCENTA-CLIENTE
              RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           IF WS-QTD-GRUPO             GREATER ZEROS
              PERFORM 2210-FECHA-GRUPO
              MOVE ZEROS               TO WS-QTD-GRUPO
           END-IF

           CLOSE ARQ-VOLUME

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA O CLIENTE AO GRUPO E ACUMULA AS SUAS COMPRAS NAS    *
      * CATEGORIAS DO GRUPO                                            *
      *----------------------------------------------------------------*
       2205-ACRESCENTA-CLIENTE         SECTION.

           IF WS-QTD-GRUPO             NOT LESS 5000
              ADD 1                    TO WS-QTD-FORA-GRUPO
              GO TO 2205-EXIT
           END-IF

           ADD 1                       TO WS-QTD-GRUPO
           MOVE SRT-COD-CLIENTE        TO WS-GCL-COD-CLIENTE
                                          (WS-QTD-GRUPO)
           MOVE SRT-NOME               TO WS-GCL-NOME (WS-QTD-GRUPO)
           MOVE SRT-MUNICIPIO          TO WS-GCL-MUNICIPIO
                                          (WS-QTD-GRUPO)
           MOVE SRT-COD-VEND           TO WS-GCL-COD-VEND
                                          (WS-QTD-GRUPO)

           MOVE "A"                    TO WS-MODO-LEITURA
           MOVE SRT-COD-CLIENTE        TO WS-COD-CLIENTE-LEITURA
           PERFORM 2240-LE-COMPRAS-CLIENTE

           .
       2205-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUEBRA DO GRUPO: APURA AS CATEGORIAS DE PARES (COMPRADAS POR   *
      * PELO MENOS O PERCENTUAL MINIMO DO GRUPO) E PROCURA OS CLIENTES *
      * QUE NAO AS COMPRARAM. GRUPO MENOR QUE O MINIMO NAO E AVALIADO  *
      *----------------------------------------------------------------*
       2210-FECHA-GRUPO                SECTION.

           IF WS-QTD-GRUPO             LESS WS-MIN-PARES
              GO TO 2210-EXIT
           END-IF

           ADD 1                       TO WS-QTD-GRUPOS
           MOVE "N"                    TO WS-HA-CAT-PARES

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER WS-QTD-CAT
              MOVE "N"                 TO WS-CAT-PARES (WS-IDX-CAT)
              COMPUTE WS-CAT-PERC (WS-IDX-CAT) =
                      WS-CAT-COMPRADORES (WS-IDX-CAT) * 100
                      / WS-QTD-GRUPO
              IF WS-CAT-PERC (WS-IDX-CAT) NOT LESS WS-PERC-MINIMO
              AND WS-CAT-COMPRADORES (WS-IDX-CAT)
                                       LESS WS-QTD-GRUPO
                 MOVE "S"              TO WS-CAT-PARES (WS-IDX-CAT)
                 MOVE "S"              TO WS-HA-CAT-PARES
                 COMPUTE WS-CAT-MEDIA (WS-IDX-CAT) ROUNDED =
                         WS-CAT-RECEITA (WS-IDX-CAT)
                         / WS-CAT-COMPRADORES (WS-IDX-CAT)
              END-IF
           END-PERFORM

           IF WS-HA-CAT-PARES          EQUAL "N"
              GO TO 2210-EXIT
           END-IF

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-QTD-GRUPO
              PERFORM 2220-LACUNAS-CLIENTE
           END-PERFORM

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA OPORTUNIDADE PARA CADA CATEGORIA DE PARES QUE O      *
      * CLIENTE NAO COMPROU NA JANELA                                  *
      *----------------------------------------------------------------*
       2220-LACUNAS-CLIENTE            SECTION.

           MOVE "M"                    TO WS-MODO-LEITURA
           MOVE WS-GCL-COD-CLIENTE (WS-IDX-CLI)
                                       TO WS-COD-CLIENTE-LEITURA
           PERFORM 2240-LE-COMPRAS-CLIENTE

           MOVE "N"                    TO WS-CLIENTE-COM-LACUNA

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER WS-QTD-CAT
              IF WS-CAT-PARES (WS-IDX-CAT)   EQUAL "S"
              AND WS-CAT-COMPROU (WS-IDX-CAT) EQUAL "N"
              AND WS-CAT-MEDIA (WS-IDX-CAT)   GREATER ZEROS
                 INITIALIZE REG-OPORTUNIDADE
                 MOVE WS-GCL-COD-VEND (WS-IDX-CLI)
                                       TO OPO-COD-VEND
                 MOVE WS-GCL-COD-CLIENTE (WS-IDX-CLI)
                                       TO OPO-COD-CLIENTE
                 MOVE WS-CAT-MEDIA (WS-IDX-CAT)
                                       TO OPO-OPORTUNIDADE
                 MOVE WS-CAT-CODIGO (WS-IDX-CAT)
                                       TO OPO-CATEGORIA
                 MOVE WS-GCL-NOME (WS-IDX-CLI)
                                       TO OPO-NOME
                 MOVE WS-GCL-MUNICIPIO (WS-IDX-CLI)
                                       TO OPO-MUNICIPIO
                 MOVE WS-CAT-PERC (WS-IDX-CAT)
                                       TO OPO-PERC-PARES
                 MOVE WS-CAT-COMPRADORES (WS-IDX-CAT)
                                       TO OPO-QTD-COMPRADORES
                 MOVE WS-QTD-GRUPO     TO OPO-QTD-GRUPO
                 MOVE WS-GRP-CLASSIF   TO OPO-CLASSIF
                 MOVE WS-GRP-COD-CANAL TO OPO-COD-CANAL
                 MOVE WS-GRP-COD-REGIAO
                                       TO OPO-COD-REGIAO
                 WRITE REG-OPORTUNIDADE
                 ADD 1                 TO WS-QTD-OPORTUN
                 ADD WS-CAT-MEDIA (WS-IDX-CAT)
                                       TO WS-VALOR-OPORTUN
                 MOVE "S"              TO WS-CLIENTE-COM-LACUNA
              END-IF
           END-PERFORM

           IF WS-CLIENTE-COM-LACUNA    EQUAL "S"
              ADD 1                    TO WS-QTD-CLIENTES-OPO
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE AS COMPRAS DO CLIENTE NA JANELA (ARQ-VOLUME) - SO CONTA O   *
      * MES COM VOLUME OU RECEITA LIQUIDA. NO MODO "A" ACUMULA         *
      * COMPRADORES E RECEITA DO GRUPO; NO MODO "M" SO MARCA AS        *
      * CATEGORIAS COMPRADAS PELO CLIENTE                              *
      *----------------------------------------------------------------*
       2240-LE-COMPRAS-CLIENTE         SECTION.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER WS-QTD-CAT
              MOVE "N"                 TO WS-CAT-COMPROU (WS-IDX-CAT)
           END-PERFORM

           MOVE WS-COD-CLIENTE-LEITURA TO COD-CLIENTE-HBSIS16C
           MOVE WS-AM-INI-REC          TO ANO-MES-HBSIS16C
           MOVE SPACES                 TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS16C
                                       NOT EQUAL WS-COD-CLIENTE-LEITURA
                      OR ANO-MES-HBSIS16C GREATER WS-AM-FIM-REC
              IF VOLUME-HBSIS16C       GREATER ZEROS
              OR RECEITA-HBSIS16C      GREATER ZEROS
                 PERFORM 2250-MARCA-CATEGORIA
              END-IF
              READ ARQ-VOLUME NEXT
           END-PERFORM

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A CATEGORIA DO REGISTRO DE VOLUME NA TABELA DO GRUPO  *
      * (INCLUI NO MODO "A") E MARCA A COMPRA DO CLIENTE               *
      *----------------------------------------------------------------*
       2250-MARCA-CATEGORIA            SECTION.

           MOVE ZEROS                  TO WS-CAT-ACHADA

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER WS-QTD-CAT
                      OR WS-CAT-ACHADA GREATER ZEROS
              IF WS-CAT-CODIGO (WS-IDX-CAT)
                                       EQUAL CATEGORIA-HBSIS16C
                 MOVE WS-IDX-CAT       TO WS-CAT-ACHADA
              END-IF
           END-PERFORM

           IF WS-CAT-ACHADA            EQUAL ZEROS
              IF WS-MODO-LEITURA       NOT EQUAL "A"
              OR WS-QTD-CAT            NOT LESS 100
                 GO TO 2250-EXIT
              END-IF
              ADD 1                    TO WS-QTD-CAT
              MOVE WS-QTD-CAT          TO WS-CAT-ACHADA
              INITIALIZE WS-CAT-ITEM (WS-CAT-ACHADA)
              MOVE CATEGORIA-HBSIS16C  TO WS-CAT-CODIGO (WS-CAT-ACHADA)
              MOVE "N"                 TO WS-CAT-PARES (WS-CAT-ACHADA)
                                          WS-CAT-COMPROU
                                          (WS-CAT-ACHADA)
           END-IF

           IF WS-MODO-LEITURA          EQUAL "A"
              ADD RECEITA-HBSIS16C     TO WS-CAT-RECEITA
                                          (WS-CAT-ACHADA)
              IF WS-CAT-COMPROU (WS-CAT-ACHADA) EQUAL "N"
                 ADD 1                 TO WS-CAT-COMPRADORES
                                          (WS-CAT-ACHADA)
              END-IF
           END-IF

           MOVE "S"                    TO WS-CAT-COMPROU (WS-CAT-ACHADA)

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SORT DAS OPORTUNIDADES: RELATORIO AGRUPADO POR        *
      * VENDEDOR, COM SUBTOTAL POR VENDEDOR E TOTAL GERAL, E O CSV     *
      *----------------------------------------------------------------*
       2300-OUTPUT-OPORTUNIDADES       SECTION.

           OPEN OUTPUT REL-CROSS-SELL
           OPEN OUTPUT CSV-CROSS-SELL
           OPEN INPUT  ARQ-VENDEDOR

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-QTD-LINHAS-CSV
           MOVE "S"                    TO WS-PRIMEIRO-REG
           MOVE "00"                   TO WS-FL-STATUS-SORT

           MOVE WS-DATA-HOJE           TO CAB-CRS-DATA
           MOVE WS-AM-INI-REC          TO CAB-CRS-AM-INI
           MOVE WS-AM-FIM-REC          TO CAB-CRS-AM-FIM
           MOVE WS-PERC-MINIMO         TO CAB-CRS-PERC
           MOVE WS-MIN-PARES           TO CAB-CRS-MIN-PARES
           MOVE WS-ULT-DATA-EXEC       TO CAB-CRS-DATA-DIST

           WRITE REG-REL-CROSS-SELL    FROM LINHA-TRACO
           WRITE REG-REL-CROSS-SELL    FROM CAB-CROSS-SELL
           WRITE REG-REL-CROSS-SELL    FROM CAB-CRS-PARAMETROS
           WRITE REG-REL-CROSS-SELL    FROM LINHA-TRACO

           WRITE REG-CSV-CROSS-SELL    FROM CAB-CSV

           RETURN ARQ-SORT-OPO AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           IF WS-FL-STATUS-SORT        EQUAL "10"
              MOVE "NENHUMA OPORTUNIDADE DE VENDA CRUZADA ENCONTRADA"
                                       TO LINHA-CRS-AVISO
              WRITE REG-REL-CROSS-SELL FROM LINHA-CRS-AVISO
           END-IF

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              IF WS-PRIMEIRO-REG       EQUAL "S"
              OR SOP-COD-VEND          NOT EQUAL WS-VEND-ATUAL
                 IF WS-PRIMEIRO-REG    EQUAL "N"
                    PERFORM 2320-TOTAL-VENDEDOR
                 END-IF
                 PERFORM 2310-CABECALHO-VENDEDOR
                 MOVE "N"              TO WS-PRIMEIRO-REG
              END-IF
              PERFORM 2330-GRAVA-OPORTUNIDADE
              RETURN ARQ-SORT-OPO AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           IF WS-PRIMEIRO-REG          EQUAL "N"
              PERFORM 2320-TOTAL-VENDEDOR
           END-IF

           MOVE "TOTAL GERAL"          TO ROD-CRS-TITULO
           MOVE WS-QTD-CLIENTES-OPO    TO ROD-CRS-CLIENTES
           MOVE WS-QTD-OPORTUN         TO ROD-CRS-OPORTUN
           MOVE WS-VALOR-OPORTUN       TO ROD-CRS-VALOR
           WRITE REG-REL-CROSS-SELL    FROM ROD-CRS-TOTAL
           MOVE WS-QTD-GRUPOS          TO ROD-CRS-QTD-GRUPOS
           MOVE WS-QTD-FORA-GRUPO      TO ROD-CRS-FORA-GRUPO
           WRITE REG-REL-CROSS-SELL    FROM ROD-CRS-GRUPOS
           WRITE REG-REL-CROSS-SELL    FROM LINHA-TRACO

           CLOSE REL-CROSS-SELL
           CLOSE CSV-CROSS-SELL
           CLOSE ARQ-VENDEDOR

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIO DO BLOCO DE UM VENDEDOR (ZERO = CLIENTE SEM VENDEDOR NA *
      * ULTIMA DISTRIBUICAO)                                           *
      *----------------------------------------------------------------*
       2310-CABECALHO-VENDEDOR         SECTION.

           MOVE SOP-COD-VEND           TO WS-VEND-ATUAL
           MOVE ZEROS                  TO WS-CLIENTE-ATUAL
                                          WS-VEN-QTD-CLIENTES
                                          WS-VEN-QTD-OPORTUN
                                          WS-VEN-VALOR

           MOVE "SEM VENDEDOR NA ULTIMA DISTRIBUICAO"
                                       TO WS-NOME-VEND-ATUAL

           IF WS-VEND-ATUAL            GREATER ZEROS
              MOVE SPACES              TO WS-NOME-VEND-ATUAL
              MOVE WS-VEND-ATUAL       TO COD-VENDEDOR-HBSIS04C
              READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VEND-HBSIS04C
                                       TO WS-NOME-VEND-ATUAL
              END-IF
           END-IF

           MOVE WS-VEND-ATUAL          TO CAB-CRS-COD-VEND
           MOVE WS-NOME-VEND-ATUAL     TO CAB-CRS-NOME-VEND

           WRITE REG-REL-CROSS-SELL    FROM CAB-CRS-VENDEDOR
           WRITE REG-REL-CROSS-SELL    FROM CAB-CRS-COLUNAS

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SUBTOTAL DO VENDEDOR                                           *
      *----------------------------------------------------------------*
       2320-TOTAL-VENDEDOR             SECTION.

           MOVE "TOTAL DO VENDEDOR"    TO ROD-CRS-TITULO
           MOVE WS-VEN-QTD-CLIENTES    TO ROD-CRS-CLIENTES
           MOVE WS-VEN-QTD-OPORTUN     TO ROD-CRS-OPORTUN
           MOVE WS-VEN-VALOR           TO ROD-CRS-VALOR

           WRITE REG-REL-CROSS-SELL    FROM ROD-CRS-TOTAL
           WRITE REG-REL-CROSS-SELL    FROM LINHA-TRACO

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A OPORTUNIDADE NO RELATORIO (CODIGO E NOME SO NA         *
      * PRIMEIRA LINHA DO CLIENTE) E NO CSV                            *
      *----------------------------------------------------------------*
       2330-GRAVA-OPORTUNIDADE         SECTION.

           MOVE SPACES                 TO DET-CRS-COD-CLIENTE
                                          DET-CRS-NOME
                                          DET-CRS-MUNICIPIO

           IF SOP-COD-CLIENTE          NOT EQUAL WS-CLIENTE-ATUAL
              MOVE SOP-COD-CLIENTE     TO WS-CLIENTE-ATUAL
                                          DET-CRS-COD-CLIENTE
              MOVE SOP-NOME            TO DET-CRS-NOME
              MOVE SOP-MUNICIPIO       TO DET-CRS-MUNICIPIO
              ADD 1                    TO WS-VEN-QTD-CLIENTES
           END-IF

           MOVE SOP-CATEGORIA          TO DET-CRS-CATEGORIA
           MOVE SOP-PERC-PARES         TO DET-CRS-PERC
           MOVE SOP-QTD-COMPRADORES    TO DET-CRS-COMPRADORES
           MOVE SOP-QTD-GRUPO          TO DET-CRS-QTD-GRUPO
           MOVE SOP-CLASSIF            TO DET-CRS-CLASSIF
           MOVE SOP-COD-CANAL          TO DET-CRS-COD-CANAL
           MOVE SOP-COD-REGIAO         TO DET-CRS-COD-REGIAO
           MOVE SOP-OPORTUNIDADE       TO DET-CRS-OPORTUNIDADE

           WRITE REG-REL-CROSS-SELL    FROM DET-CROSS-SELL
           ADD 1                       TO WS-QTD-LINHAS-REL

           MOVE SOP-COD-VEND           TO CSV-COD-VEND
           MOVE WS-NOME-VEND-ATUAL     TO CSV-NOME-VEND
           MOVE SOP-COD-CLIENTE        TO CSV-COD-CLIENTE
           MOVE SOP-NOME               TO CSV-RAZAO-SOCIAL
           MOVE SOP-MUNICIPIO          TO CSV-MUNICIPIO
           MOVE SOP-CATEGORIA          TO CSV-CATEGORIA
           MOVE SOP-PERC-PARES         TO CSV-PERC-PARES
           MOVE SOP-QTD-COMPRADORES    TO CSV-COMPRADORES
           MOVE SOP-QTD-GRUPO          TO CSV-QTD-GRUPO
           MOVE SOP-OPORTUNIDADE       TO CSV-OPORTUNIDADE

           WRITE REG-CSV-CROSS-SELL    FROM DET-CSV
           ADD 1                       TO WS-QTD-LINHAS-CSV

           ADD 1                       TO WS-VEN-QTD-OPORTUN
           ADD SOP-OPORTUNIDADE        TO WS-VEN-VALOR

           .
       2330-EXIT.
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
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS100P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS100P.
      *----------------------------------------------------------------*
