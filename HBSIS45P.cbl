      *                PERCENTUAL DA CLASSIFICACAO DO CLIENTE E DO     *
      *                INDICADOR SENIOR DO VENDEDOR, GERANDO O         *
      *                EXTRATO POR VENDEDOR E O RESUMO COM TOTAIS DE   *
      *                CONTROLE. COM LINHAS DE PRODUTO, CADA VENDEDOR  *
      *                E COMISSIONADO SOMENTE PELAS CATEGORIAS DA      *
      *                LINHA EM QUE ATENDE O CLIENTE. OS AJUSTES       *
      *                APROVADOS DO MES (HBSIS82P) SAEM EM LINHAS      *
      *                PROPRIAS NO EXTRATO E O LIQUIDO NEGATIVO DO     *
      *                VENDEDOR E TRANSPORTADO PARA O MES SEGUINTE.    *
      *                O FECHAMENTO DA COMISSAO (FUNCAO 6) APURA O MES *
      *                UMA ULTIMA VEZ, GERA A INTERFACE DA FOLHA DE    *
      *                PAGAMENTO E O ARQUIVO DE LANCAMENTOS CONTABEIS  *
      *                POR FILIAL E BLOQUEIA NOVAS APURACOES DO MES.   *
      *                NA EDICAO CONSOLIDADA, O RESUMO SAI TAMBEM      *
      *                AGRUPADO POR FILIAL, GERENTE E SUPERVISOR, PELA *
      *                HIERARQUIA DE VENDAS VIGENTE NO ANO-MES         *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           SELECT REL-RESUMO         ASSIGN TO "RESUMOCOMISSAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RES.

           SELECT ARQ-LINHA-PRODUTO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS68C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.

           SELECT ARQ-DISTRIB-LINHA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS69C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS69C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DLN.

           SELECT ARQ-AJUSTE-COMISSAO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS82C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-AJU.

           SELECT ARQ-FECHA-COMISSAO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-HBSIS83C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FCM.

           SELECT ARQ-FOLHA          ASSIGN TO "FOLHACOMISSAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-FOL.

           SELECT ARQ-CONTABIL       ASSIGN TO "CONTABCOMISSAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTB.

           SELECT REL-COMISSAO-HIER  ASSIGN TO "COMISSAOHIER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RHI.

           SELECT ARQ-SORT-HIER      ASSIGN TO "SORTCMH.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*

       FD  REL-RESUMO.
       01  REG-RESUMO                  PIC X(110).

       FD  ARQ-LINHA-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaProduto'.
       COPY "HBSIS68C.CPY".

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".

       FD  ARQ-AJUSTE-COMISSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAjusteComissao'.
       COPY "HBSIS82C.CPY".

       FD  ARQ-FECHA-COMISSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFechaComissao'.
       COPY "HBSIS83C.CPY".

      *    INTERFACE DA FOLHA: HEADER (H), UM DETALHE (D) POR VENDEDOR
      *    COM VALOR A PAGAR E TRAILER (T) COM QUANTIDADE, TOTAL E
      *    HASH DE CPF
       FD  ARQ-FOLHA
           LABEL RECORD IS STANDARD.
       01  REG-FOLHA.
           03 FOL-TIPO-REG             PIC  X(001).
           03 FOL-CPF                  PIC  9(011).
           03 FOL-COD-EVENTO           PIC  9(004).
           03 FOL-ANO-MES              PIC  9(006).
           03 FOL-VALOR                PIC  9(011)V9(002).
           03 FOL-COD-VENDEDOR         PIC  9(003).
           03 FOL-COD-FILIAL           PIC  9(002).
       01  REG-FOLHA-HEADER.
           03 FILLER                   PIC  X(001).
           03 FOL-HDR-DATA-GERACAO     PIC  9(008).
           03 FOL-HDR-HORA-GERACAO     PIC  9(006).
           03 FOL-HDR-ORIGEM           PIC  X(020).
           03 FOL-HDR-ANO-MES          PIC  9(006).
       01  REG-FOLHA-TRAILER.
           03 FILLER                   PIC  X(001).
           03 FOL-TRL-QTD-REGISTROS    PIC  9(007).
           03 FOL-TRL-VALOR-TOTAL      PIC  9(013)V9(002).
           03 FOL-TRL-HASH-CPF         PIC  9(018).

      *    LANCAMENTOS CONTABEIS: HEADER (H), UM DETALHE (D) POR
      *    FILIAL (CENTRO DE CUSTO) COM A DESPESA DE COMISSAO E TRAILER
      *    (T) COM QUANTIDADE E TOTAL DE CONTROLE
       FD  ARQ-CONTABIL
           LABEL RECORD IS STANDARD.
       01  REG-CONTABIL.
           03 CTB-TIPO-REG             PIC  X(001).
           03 CTB-ANO-MES              PIC  9(006).
           03 CTB-CENTRO-CUSTO         PIC  9(002).
           03 CTB-NATUREZA             PIC  X(001).
           03 CTB-VALOR                PIC  9(013)V9(002).
           03 CTB-QTD-VENDEDORES       PIC  9(005).
           03 CTB-HISTORICO            PIC  X(040).
       01  REG-CONTABIL-HEADER.
           03 FILLER                   PIC  X(001).
           03 CTB-HDR-DATA-GERACAO     PIC  9(008).
           03 CTB-HDR-HORA-GERACAO     PIC  9(006).
           03 CTB-HDR-ORIGEM           PIC  X(020).
           03 CTB-HDR-ANO-MES          PIC  9(006).
       01  REG-CONTABIL-TRAILER.
           03 FILLER                   PIC  X(001).
           03 CTB-TRL-QTD-REGISTROS    PIC  9(007).
           03 CTB-TRL-VALOR-TOTAL      PIC  9(013)V9(002).

       FD  REL-COMISSAO-HIER.
       01  REG-REL-COMISSAO-HIER       PIC X(120).

      *    VENDEDORES APURADOS ORDENADOS PELA HIERARQUIA DO ANO-MES
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
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EXT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RES            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AJU            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FCM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RHI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-CLASSIF-CLI              PIC  X(001)         VALUE SPACES.
       01  WS-PCT-APLICADO             PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-TEM-TAXA                 PIC  X(001)         VALUE "N".
       01  WS-COMISSAO-CLI             PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-RECEITA-CLI-MES          PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-VEND-QTD-CLI             PIC  9(007)         VALUE ZEROS.
       01  WS-VEND-RECEITA             PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-VEND-COMISSAO            PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-EXT           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-RES           PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * AJUSTES DE COMISSAO E SALDO NEGATIVO TRANSPORTADO              *
      *----------------------------------------------------------------*
       01  WS-AJUSTE-ABERTO            PIC  X(001)         VALUE "N".
       01  WS-VEND-AJUSTES             PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-VEND-LIQUIDO             PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-VEND-A-PAGAR             PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-VEND-SALDO-TRANSP        PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * FECHAMENTO DA COMISSAO: INTERFACES DA FOLHA E DA CONTABILIDADE *
      *----------------------------------------------------------------*
       01  WS-FECHAMENTO               PIC  X(001)         VALUE "N".
       01  WS-COMISSAO-FECHADA         PIC  X(001)         VALUE "N".
       01  WS-EVENTO-PADRAO            PIC  9(004)         VALUE 0450.
       01  WS-COD-EVENTO               PIC  9(004)         VALUE ZEROS.
       01  WS-CPF-ATUAL                PIC  9(011)         VALUE ZEROS.
       01  WS-FILIAL-ATUAL             PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-FIL                  PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-FOLHA                PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-FOLHA                PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-HASH-CPF                 PIC  9(018)         VALUE ZEROS.
       01  WS-QTD-CONTABIL             PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-CONTABIL             PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-DATA-GERACAO             PIC  9(008)         VALUE ZEROS.
       01  WS-HORA-GERACAO             PIC  9(006)         VALUE ZEROS.

      *    DESPESA DE COMISSAO POR FILIAL (POSICAO = FILIAL + 1)
       01  WS-TAB-FILIAL.
           05  WS-FIL-ITEM             OCCURS 100 TIMES.
               10  WS-FIL-VALOR        PIC  9(013)V9(002).
               10  WS-FIL-QTD-VEND     PIC  9(005).

       01  WS-PROX-ANO-MES             PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-PROX-ANO-MES.
           05  WS-PAM-ANO              PIC  9(004).
           05  WS-PAM-MES              PIC  9(002).

      *----------------------------------------------------------------*
      * LINHAS DE PRODUTO: O REGISTRO DA DISTRIBUICAO (LINHA           *
      * PRINCIPAL) COMISSIONA AS CATEGORIAS DA LINHA PRINCIPAL E AS    *
      * CATEGORIAS SEM LINHA; CADA REGISTRO DO ARQ-DISTRIB-LINHA       *
      * COMISSIONA SOMENTE AS CATEGORIAS DA SUA LINHA. SEM LINHAS      *
      * CADASTRADAS TODAS AS CATEGORIAS CONTAM, COMO SEMPRE            *
      *----------------------------------------------------------------*
       01  WS-TAB-CAT-LINHA.
           05  WS-QTD-CAT-LINHA        PIC  9(003)         VALUE ZEROS.
           05  WS-CLI-ITEM             OCCURS 200 TIMES.
               10  WS-CLI-CATEGORIA    PIC  X(003).
               10  WS-CLI-LINHA        PIC  9(002).
       01  WS-IDX-CLI                  PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-CAT                  PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-LINHAS               PIC  9(002)         VALUE ZEROS.
       01  WS-LINHA-PRINCIPAL          PIC  9(002)         VALUE ZEROS.
       01  WS-LINHA-REG                PIC  9(002)         VALUE ZEROS.
       01  WS-LINHA-CAT                PIC  9(002)         VALUE ZEROS.
       01  WS-DISTLIN-ABERTO           PIC  X(001)         VALUE "N".
       01  WS-REG-DIST-SALVO           PIC  X(200)         VALUE SPACES.
       01  WS-TAB-VEND-APURADO.
           05  WS-VEND-APURADO         OCCURS 999 TIMES
                                       PIC  X(001).

       01  WS-DET-LINHA.
           05  FILLER                  PIC  X(004)         VALUE "LIN ".
           05  WS-DET-LINHA-COD        PIC  9(002)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS66                  PIC  X(009)         VALUE
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXT-CLASSIF          PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXT-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXT-PCT              PIC  Z9,99          VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXT-COMISSAO         PIC  ---.---.--9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXT-LINHA            PIC  X(006)         VALUE SPACES.
           03 FILLER                   PIC  X(009)         VALUE SPACES.

       01  RODAPE-EXTRATO-VEND.
           03 FILLER                   PIC  X(021)         VALUE
           03 ROD-EXT-QTD-CLI          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  RECEITA:".
           03 ROD-EXT-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(011)         VALUE
              "  COMISSAO:".
           03 ROD-EXT-COMISSAO         PIC  ---.---.--9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(017)         VALUE SPACES.

       01  DET-AJUSTE-EXT.
           03 FILLER                   PIC  X(009)         VALUE
              "  AJUSTE ".
           03 DET-AJU-SEQUENCIA        PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AJU-TIPO             PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AJU-MOTIVO           PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(008)         VALUE
              " APROV: ".
           03 DET-AJU-APROVADOR        PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AJU-VALOR            PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.

       01  RODAPE-AJUSTE-VEND.
           03 FILLER                   PIC  X(021)         VALUE
              "  LIQUIDO DO VENDEDOR".
           03 FILLER                   PIC  X(011)         VALUE
              " - AJUSTES:".
           03 ROD-AJU-AJUSTES          PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  LIQUIDO:".
           03 ROD-AJU-LIQUIDO          PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  A PAGAR:".
           03 ROD-AJU-A-PAGAR          PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINHA-SALDO-TRANSP.
           03 FILLER                   PIC  X(036)         VALUE
              "  SALDO NEGATIVO TRANSPORTADO PARA ".
           03 LIN-SDT-ANO-MES          PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE
              ": ".
           03 LIN-SDT-VALOR            PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB-RESUMO.
           03 FILLER                   PIC  X(005)         VALUE
              "VEND".
           03 FILLER                   PIC  X(027)         VALUE
              "NOME".
           03 FILLER                   PIC  X(010)         VALUE
              "CLIENTES".
              "RECEITA".
           03 FILLER                   PIC  X(016)         VALUE
              "COMISSAO".
           03 FILLER                   PIC  X(017)         VALUE
              "AJUSTES".
           03 FILLER                   PIC  X(014)         VALUE
              "A PAGAR".

       01  DET-RESUMO.
           03 DET-RES-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RES-NOME-VEND        PIC  X(025)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RES-QTD-CLI          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-RES-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RES-COMISSAO         PIC  ---.---.--9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RES-AJUSTES          PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RES-A-PAGAR          PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  RODAPE-RESUMO.
           03 FILLER                   PIC  X(019)         VALUE
              "TOTAIS DE CONTROLE".
           03 FILLER                   PIC  X(011)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 ROD-RES-QTD-CLI          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 ROD-RES-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 ROD-RES-COMISSAO         PIC  ---.---.--9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 ROD-RES-AJUSTES          PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 ROD-RES-A-PAGAR          PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINHA-SEM-TAXA.
           03 FILLER                   PIC  X(034)         VALUE
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 ROD-RES-SEM-TAXA         PIC  ZZZZZZ9        VALUE ZEROS.

       01  LINHA-TOT-AJUSTES.
           03 FILLER                   PIC  X(034)         VALUE
              "AJUSTES APLICADOS................:".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 ROD-RES-QTD-AJUSTES      PIC  ZZZZZZ9        VALUE ZEROS.

       01  LINHA-TOT-SALDO-TRANSP.
           03 FILLER                   PIC  X(034)         VALUE
              "SALDO NEGATIVO TRANSPORTADO......:".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 ROD-RES-SALDO-TRANSP     PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(110)         VALUE
              ALL "-".

       COPY HBSIS49L.

      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA POR HIERARQUIA: RESUMO DE CADA VENDEDOR     *
      * APURADO E TOTAIS POR NIVEL                                     *
      * (1 = SUPERVISOR, 2 = GERENTE, 3 = FILIAL, 4 = GERAL)           *
      *----------------------------------------------------------------*
       01  WS-HBSIS86                  PIC  X(009)         VALUE
           'HBSIS86P'.

       COPY HBSIS86L.

       01  WS-TAB-CMS-VEND.
           05  WS-CMV-ITEM             OCCURS 999 TIMES.
               10  WS-CMV-FECHADO      PIC  X(001).
               10  WS-CMV-NOME         PIC  X(040).
               10  WS-CMV-QTD-CLI      PIC  9(007).
               10  WS-CMV-RECEITA      PIC S9(013)V9(002).
               10  WS-CMV-COMISSAO     PIC S9(011)V9(002).
               10  WS-CMV-AJUSTES      PIC S9(011)V9(002).
               10  WS-CMV-A-PAGAR      PIC  9(011)V9(002).

       01  WS-HIE-PRIMEIRO             PIC  X(001)         VALUE "S".
       01  WS-HIE-NIVEL                PIC  9(001)         VALUE ZEROS.
       01  WS-HIE-NIVEL-SUP            PIC  9(001)         VALUE ZEROS.
       01  WS-HIE-ANT-FILIAL           PIC  9(002)         VALUE ZEROS.
       01  WS-HIE-ANT-GERENTE          PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-ANT-SUPERVISOR       PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-SEM-HIERARQUIA       PIC  9(003)         VALUE ZEROS.
       01  WS-HIE-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-QTD-LINHAS-HIE           PIC  9(007)         VALUE ZEROS.

       01  WS-TAB-TOT-HIE.
           05  WS-THI-ITEM             OCCURS 4 TIMES.
               10  WS-THI-CODIGO       PIC  9(005).
               10  WS-THI-QTD-VEND     PIC  9(005).
               10  WS-THI-QTD-CLI      PIC  9(009).
               10  WS-THI-RECEITA      PIC S9(015)V9(002).
               10  WS-THI-COMISSAO     PIC S9(013)V9(002).
               10  WS-THI-AJUSTES      PIC S9(013)V9(002).
               10  WS-THI-A-PAGAR      PIC  9(013)V9(002).

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
           03 FILLER                   PIC  X(045)         VALUE
              "COMISSAO POR HIERARQUIA DE VENDAS - ANO-MES ".
           03 CAB-HIE-ANO-MES          PIC  9(006)         VALUE ZEROS.

       01  CAB-HIE-COLUNAS.
           03 FILLER                   PIC  X(040)         VALUE
              "      VEND  NOME".
           03 FILLER                   PIC  X(009)         VALUE
              " CLIENTES".
           03 FILLER                   PIC  X(018)         VALUE
              "           RECEITA".
           03 FILLER                   PIC  X(016)         VALUE
              "        COMISSAO".
           03 FILLER                   PIC  X(017)         VALUE
              "          AJUSTES".
           03 FILLER                   PIC  X(016)         VALUE
              "         A PAGAR".

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
              05 DET-HIE-RECEITA       PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-COMISSAO      PIC  ---.---.--9,99 VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-AJUSTES       PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
              05 FILLER                PIC  X(002)         VALUE SPACES.
              05 DET-HIE-A-PAGAR       PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LIN-TOT-HIE.
           03 LIN-HIE-DESCRICAO        PIC  X(024)         VALUE SPACES.
           03 LIN-HIE-CODIGO           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 LIN-HIE-QTD-VEND         PIC  ZZZ9           VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE
              " VEND.".
           03 LIN-HIE-VALORES          PIC  X(076)         VALUE SPACES.

       01  LINHA-SEM-HIERARQUIA.
           03 FILLER                   PIC  X(048)         VALUE
              "VENDEDORES SEM HIERARQUIA COMPLETA NO ANO-MES: ".
           03 LIN-HIE-SEM-HIER         PIC  ZZ9            VALUE ZEROS.

       01  LINHA-TRACO-HIE.
           03 FILLER                   PIC  X(116)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                                          QTD-SEM-TAXA-HBSIS45L
                                          TOT-RECEITA-HBSIS45L
                                          TOT-COMISSAO-HBSIS45L
                                          QTD-AJUSTES-HBSIS45L
                                          TOT-AJUSTES-HBSIS45L
                                          TOT-A-PAGAR-HBSIS45L
                                          TOT-SALDO-TRANSP-HBSIS45L
                                          QTD-FOLHA-HBSIS45L
                                          QTD-CONTABIL-HBSIS45L

           .
       1000-EXIT.

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF (COD-FUNCAO-HBSIS45L     EQUAL 1 OR 2 OR 3 OR 5 OR 6) AND
              OPERADOR-HBSIS45L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                    PERFORM 2400-EXCLUIR-TAXA
               WHEN 5
                    PERFORM 2500-APURA-COMISSAO
               WHEN 6
                    PERFORM 2600-FECHA-COMISSAO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS45L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
              GO TO 2500-EXIT
           END-IF

      *    COMISSAO FECHADA E EXPORTADA NAO E MAIS REAPURADA: A
      *    CORRECAO ENTRA COMO AJUSTE NO MES SEGUINTE
           PERFORM 2610-VERIFICA-FECHAMENTO

           IF WS-COMISSAO-FECHADA      EQUAL "S"
              MOVE 6                   TO COD-RETORNO-HBSIS45L
              MOVE "COMISSAO DO MES JA FECHADA - AJUSTE NO MES SEGUINTE"
                                       TO MSG-RETORNO-HBSIS45L
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
           WRITE REG-RESUMO            FROM CAB-RESUMO
           WRITE REG-RESUMO            FROM LINHA-TRACO

           PERFORM 2505-CARREGA-LINHAS-PRODUTO
           PERFORM 2550-ABRE-ARQ-AJUSTE

           MOVE ALL "N"                TO WS-TAB-VEND-APURADO
           INITIALIZE WS-TAB-FILIAL
                      WS-TAB-CMS-VEND
           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-REG

           MOVE ZEROS                  TO WS-VEND-ATUAL
                                          WS-QTD-LINHAS-EXT
                                          WS-QTD-LINHAS-RES
           END-PERFORM

           IF WS-VEND-ATUAL            GREATER ZEROS
              IF WS-DISTLIN-ABERTO     EQUAL "S"
                 PERFORM 2570-APURA-LINHAS-VEND
              END-IF
              PERFORM 2560-FECHA-VENDEDOR
           END-IF

           IF WS-DISTLIN-ABERTO        EQUAL "S"
              PERFORM 2580-VENDEDORES-SO-LINHAS
           END-IF

           IF WS-AJUSTE-ABERTO         EQUAL "S"
              PERFORM 2585-VENDEDORES-SO-AJUSTES
           END-IF

           MOVE QTD-CLIENTES-HBSIS45L  TO ROD-RES-QTD-CLI
           MOVE TOT-RECEITA-HBSIS45L   TO ROD-RES-RECEITA
           MOVE TOT-COMISSAO-HBSIS45L  TO ROD-RES-COMISSAO
           MOVE TOT-AJUSTES-HBSIS45L   TO ROD-RES-AJUSTES
           MOVE TOT-A-PAGAR-HBSIS45L   TO ROD-RES-A-PAGAR

           WRITE REG-RESUMO            FROM LINHA-TRACO
           WRITE REG-RESUMO            FROM RODAPE-RESUMO

           MOVE QTD-SEM-TAXA-HBSIS45L  TO ROD-RES-SEM-TAXA
           WRITE REG-RESUMO            FROM LINHA-SEM-TAXA
           MOVE QTD-AJUSTES-HBSIS45L   TO ROD-RES-QTD-AJUSTES
           WRITE REG-RESUMO            FROM LINHA-TOT-AJUSTES
           MOVE TOT-SALDO-TRANSP-HBSIS45L
                                       TO ROD-RES-SALDO-TRANSP
           WRITE REG-RESUMO            FROM LINHA-TOT-SALDO-TRANSP
           WRITE REG-RESUMO            FROM LINHA-TRACO

           PERFORM 2590-FECHA-ARQUIVOS
           MOVE "APURACAO DE COMISSAO CONCLUIDA"
                                       TO MSG-RETORNO-HBSIS45L

           IF FLAG-CONSOLIDADO-HBSIS45L EQUAL "S"
              PERFORM 2700-RELAT-HIERARQUIA
           END-IF

           .
       2500-EXIT.
           EXIT.
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS CATEGORIAS DAS LINHAS DE PRODUTO ATIVAS E ABRE O    *
      * ARQUIVO DE DISTRIBUICAO POR LINHA QUANDO HA MAIS DE UMA LINHA  *
      *----------------------------------------------------------------*
       2505-CARREGA-LINHAS-PRODUTO     SECTION.

           MOVE ZEROS                  TO WS-QTD-CAT-LINHA
                                          WS-QTD-LINHAS
                                          WS-LINHA-PRINCIPAL
           MOVE "N"                    TO WS-DISTLIN-ABERTO

           OPEN INPUT ARQ-LINHA-PRODUTO

           IF WS-FL-STATUS-LIN         NOT EQUAL ZEROS
              GO TO 2505-EXIT
           END-IF

           READ ARQ-LINHA-PRODUTO NEXT

           PERFORM UNTIL WS-FL-STATUS-LIN NOT EQUAL "00"
              IF FLAG-ATIVO-HBSIS68C   NOT EQUAL "N"
              AND COD-LINHA-HBSIS68C   GREATER ZEROS
                 ADD 1                 TO WS-QTD-LINHAS
                 IF WS-LINHA-PRINCIPAL EQUAL ZEROS
                    MOVE COD-LINHA-HBSIS68C
                                       TO WS-LINHA-PRINCIPAL
                 END-IF
                 PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                         UNTIL WS-IDX-CAT GREATER 10
                    IF CATEGORIA-LINHA-HBSIS68C (WS-IDX-CAT)
                                       NOT EQUAL SPACES
                    AND WS-QTD-CAT-LINHA LESS 200
                       ADD 1           TO WS-QTD-CAT-LINHA
                       MOVE CATEGORIA-LINHA-HBSIS68C (WS-IDX-CAT)
                                       TO WS-CLI-CATEGORIA
                                          (WS-QTD-CAT-LINHA)
                       MOVE COD-LINHA-HBSIS68C
                                       TO WS-CLI-LINHA
                                          (WS-QTD-CAT-LINHA)
                    END-IF
                 END-PERFORM
              END-IF
              READ ARQ-LINHA-PRODUTO NEXT
           END-PERFORM

           CLOSE ARQ-LINHA-PRODUTO

           IF WS-QTD-LINHAS            GREATER 1
              OPEN INPUT ARQ-DISTRIB-LINHA
              IF WS-FL-STATUS-DLN      EQUAL ZEROS
                 MOVE "S"              TO WS-DISTLIN-ABERTO
              END-IF
           END-IF

           .
       2505-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM CLIENTE DA EXECUCAO: QUEBRA POR VENDEDOR, APLICA A    *
      * TAXA DA CLASSIFICACAO X SENIOR SOBRE A RECEITA DO ANO-MES      *
      *----------------------------------------------------------------*

           IF COD-VENDEDOR-HBSIS07C    NOT EQUAL WS-VEND-ATUAL
              IF WS-VEND-ATUAL         GREATER ZEROS
                 IF WS-DISTLIN-ABERTO  EQUAL "S"
                    MOVE ARQ-HBSIS07C  TO WS-REG-DIST-SALVO
                    PERFORM 2570-APURA-LINHAS-VEND
                    MOVE WS-REG-DIST-SALVO
                                       TO ARQ-HBSIS07C
                 END-IF
                 PERFORM 2560-FECHA-VENDEDOR
              END-IF
              PERFORM 2530-ABRE-VENDEDOR
           END-IF

           PERFORM 2522-COMISSIONA-CLIENTE

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA A TAXA SOBRE A RECEITA DO ANO-MES DO CLIENTE DO         *
      * REGISTRO CORRENTE, NAS CATEGORIAS DA LINHA WS-LINHA-REG        *
      *----------------------------------------------------------------*
       2522-COMISSIONA-CLIENTE         SECTION.

           MOVE COD-CLIENTE-HBSIS07C   TO COD-CLIENTE-HBSIS16C
           MOVE ANO-MES-HBSIS45L       TO ANO-MES-HBSIS16C
           MOVE LOW-VALUES             TO CATEGORIA-HBSIS16C
           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
              OR COD-CLIENTE-HBSIS16C  NOT EQUAL COD-CLIENTE-HBSIS07C
              OR ANO-MES-HBSIS16C      NOT EQUAL ANO-MES-HBSIS45L
              PERFORM 2525-LINHA-DA-CATEGORIA
              IF WS-LINHA-REG          EQUAL ZEROS
              OR WS-LINHA-CAT          EQUAL WS-LINHA-REG
              OR (WS-LINHA-CAT         EQUAL ZEROS AND
                  WS-LINHA-REG         EQUAL WS-LINHA-PRINCIPAL)
                 ADD RECEITA-HBSIS16C  TO WS-RECEITA-CLI-MES
              END-IF
              READ ARQ-VOLUME NEXT
           END-PERFORM

           IF WS-RECEITA-CLI-MES       EQUAL ZEROS
              GO TO 2522-EXIT
           END-IF

           MOVE "C"                    TO WS-CLASSIF-CLI

           IF WS-TEM-TAXA              NOT EQUAL "S"
              ADD 1                    TO QTD-SEM-TAXA-HBSIS45L
              GO TO 2522-EXIT
           END-IF

           COMPUTE WS-COMISSAO-CLI ROUNDED =
           MOVE WS-RECEITA-CLI-MES     TO DET-EXT-RECEITA
           MOVE WS-PCT-APLICADO        TO DET-EXT-PCT
           MOVE WS-COMISSAO-CLI        TO DET-EXT-COMISSAO
           MOVE SPACES                 TO DET-EXT-LINHA

           IF WS-LINHA-REG             GREATER ZEROS
              MOVE WS-LINHA-REG        TO WS-DET-LINHA-COD
              MOVE WS-DET-LINHA        TO DET-EXT-LINHA
           END-IF

           WRITE REG-EXTRATO           FROM DET-EXTRATO
           ADD 1                       TO WS-QTD-LINHAS-EXT
                                          TOT-COMISSAO-HBSIS45L

           .
       2522-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE PRODUTO DA CATEGORIA DO REGISTRO DE VOLUME (ZERO =    *
      * CATEGORIA SEM LINHA)                                           *
      *----------------------------------------------------------------*
       2525-LINHA-DA-CATEGORIA         SECTION.

           MOVE ZEROS                  TO WS-LINHA-CAT

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-QTD-CAT-LINHA
              IF WS-CLI-CATEGORIA (WS-IDX-CLI)
                                       EQUAL CATEGORIA-HBSIS16C
                 MOVE WS-CLI-LINHA (WS-IDX-CLI)
                                       TO WS-LINHA-CAT
                 MOVE WS-QTD-CAT-LINHA TO WS-IDX-CLI
              END-IF
           END-PERFORM

           .
       2525-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE A SECAO DO VENDEDOR NO EXTRATO E CARREGA O INDICADOR      *
                                          WS-VEND-RECEITA
                                          WS-VEND-COMISSAO

           MOVE "S"                    TO WS-VEND-APURADO
                                          (WS-VEND-ATUAL)

           MOVE "N"                    TO WS-FLAG-SENIOR-ATUAL
           MOVE ZEROS                  TO WS-CPF-ATUAL
                                          WS-FILIAL-ATUAL
           MOVE WS-VEND-ATUAL          TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              MOVE "S"                 TO WS-FLAG-SENIOR-ATUAL
           END-IF

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE CPF-HBSIS04C        TO WS-CPF-ATUAL
              MOVE COD-FILIAL-HBSIS04C TO WS-FILIAL-ATUAL
           END-IF

           MOVE ANO-MES-HBSIS45L       TO CAB-EXT-ANO-MES
           MOVE WS-VEND-ATUAL          TO CAB-EXT-COD-VEND
           MOVE NOME-VEND-HBSIS07C     TO CAB-EXT-NOME-VEND

           WRITE REG-EXTRATO           FROM RODAPE-EXTRATO-VEND

           PERFORM 2562-APLICA-AJUSTES-VEND
           PERFORM 2566-TRANSPORTA-SALDO

           MOVE WS-VEND-AJUSTES        TO ROD-AJU-AJUSTES
           MOVE WS-VEND-LIQUIDO        TO ROD-AJU-LIQUIDO
           MOVE WS-VEND-A-PAGAR        TO ROD-AJU-A-PAGAR

           WRITE REG-EXTRATO           FROM RODAPE-AJUSTE-VEND
           ADD 1                       TO WS-QTD-LINHAS-EXT

           IF WS-VEND-SALDO-TRANSP     GREATER ZEROS
              MOVE WS-PROX-ANO-MES     TO LIN-SDT-ANO-MES
              MOVE WS-VEND-SALDO-TRANSP
                                       TO LIN-SDT-VALOR
              WRITE REG-EXTRATO        FROM LINHA-SALDO-TRANSP
              ADD 1                    TO WS-QTD-LINHAS-EXT
           END-IF

           ADD WS-VEND-AJUSTES         TO TOT-AJUSTES-HBSIS45L
           ADD WS-VEND-A-PAGAR         TO TOT-A-PAGAR-HBSIS45L
           ADD WS-VEND-SALDO-TRANSP    TO TOT-SALDO-TRANSP-HBSIS45L

           IF WS-FECHAMENTO            EQUAL "S"
              PERFORM 2620-GRAVA-FOLHA-VEND
           END-IF

           MOVE WS-VEND-ATUAL          TO DET-RES-COD-VEND
           MOVE CAB-EXT-NOME-VEND      TO DET-RES-NOME-VEND
           MOVE WS-VEND-QTD-CLI        TO DET-RES-QTD-CLI
           MOVE WS-VEND-RECEITA        TO DET-RES-RECEITA
           MOVE WS-VEND-COMISSAO       TO DET-RES-COMISSAO
           MOVE WS-VEND-AJUSTES        TO DET-RES-AJUSTES
           MOVE WS-VEND-A-PAGAR        TO DET-RES-A-PAGAR

           WRITE REG-RESUMO            FROM DET-RESUMO
           ADD 1                       TO WS-QTD-LINHAS-RES

           MOVE "S"                    TO WS-CMV-FECHADO (WS-VEND-ATUAL)
           MOVE CAB-EXT-NOME-VEND      TO WS-CMV-NOME (WS-VEND-ATUAL)
           ADD WS-VEND-QTD-CLI         TO WS-CMV-QTD-CLI (WS-VEND-ATUAL)
           ADD WS-VEND-RECEITA         TO WS-CMV-RECEITA (WS-VEND-ATUAL)
           ADD WS-VEND-COMISSAO        TO WS-CMV-COMISSAO
                                          (WS-VEND-ATUAL)
           ADD WS-VEND-AJUSTES         TO WS-CMV-AJUSTES (WS-VEND-ATUAL)
           ADD WS-VEND-A-PAGAR         TO WS-CMV-A-PAGAR (WS-VEND-ATUAL)

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTES DAS LINHAS ADICIONAIS DO VENDEDOR CORRENTE NA ULTIMA  *
      * EXECUCAO, COMISSIONADOS PELAS CATEGORIAS DE CADA LINHA         *
      *----------------------------------------------------------------*
       2570-APURA-LINHAS-VEND          SECTION.

           MOVE WS-VEND-ATUAL          TO COD-VENDEDOR-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS
                                       COD-VENDEDOR-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              READ ARQ-DISTRIB-LINHA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              OR COD-VENDEDOR-HBSIS69C NOT EQUAL WS-VEND-ATUAL
              IF DATA-EXECUCAO-HBSIS69C EQUAL WS-ULT-DATA-EXEC
              AND HORA-EXECUCAO-HBSIS69C EQUAL WS-ULT-HORA-EXEC
              AND FLAG-NAO-ATRIB-HBSIS69C NOT EQUAL "S"
                 PERFORM 2575-MONTA-REG-LINHA
                 PERFORM 2522-COMISSIONA-CLIENTE
              END-IF
              READ ARQ-DISTRIB-LINHA NEXT
           END-PERFORM

           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-REG

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSA O REGISTRO DA LINHA ADICIONAL PARA A AREA DO REGISTRO DE *
      * DISTRIBUICAO, USADA NA APURACAO                                *
      *----------------------------------------------------------------*
       2575-MONTA-REG-LINHA            SECTION.

           MOVE COD-VENDEDOR-HBSIS69C  TO COD-VENDEDOR-HBSIS07C
           MOVE COD-CLIENTE-HBSIS69C   TO COD-CLIENTE-HBSIS07C
           MOVE RAZAO-SOCIAL-HBSIS69C  TO RAZAO-SOCIAL-HBSIS07C
           MOVE NOME-VEND-HBSIS69C     TO NOME-VEND-HBSIS07C
           MOVE COD-LINHA-HBSIS69C     TO WS-LINHA-REG

           .
       2575-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDORES QUE SO ATENDEM LINHAS ADICIONAIS NA ULTIMA EXECUCAO *
      * (NAO APARECEM NO ARQ-DISTRIBUICAO): SECAO PROPRIA NO EXTRATO   *
      *----------------------------------------------------------------*
       2580-VENDEDORES-SO-LINHAS       SECTION.

           MOVE ZEROS                  TO WS-VEND-ATUAL
           MOVE 1                      TO COD-VENDEDOR-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS
                                       COD-VENDEDOR-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              READ ARQ-DISTRIB-LINHA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              IF DATA-EXECUCAO-HBSIS69C EQUAL WS-ULT-DATA-EXEC
              AND HORA-EXECUCAO-HBSIS69C EQUAL WS-ULT-HORA-EXEC
              AND FLAG-NAO-ATRIB-HBSIS69C NOT EQUAL "S"
              AND COD-VENDEDOR-HBSIS69C GREATER ZEROS
              AND WS-VEND-APURADO (COD-VENDEDOR-HBSIS69C)
                                       NOT EQUAL "S"
                 PERFORM 2575-MONTA-REG-LINHA
                 IF COD-VENDEDOR-HBSIS69C NOT EQUAL WS-VEND-ATUAL
                    IF WS-VEND-ATUAL   GREATER ZEROS
                       PERFORM 2560-FECHA-VENDEDOR
                    END-IF
                    PERFORM 2530-ABRE-VENDEDOR
                    MOVE "L"           TO WS-VEND-APURADO
                                          (WS-VEND-ATUAL)
                 END-IF
                 PERFORM 2522-COMISSIONA-CLIENTE
              END-IF
              READ ARQ-DISTRIB-LINHA NEXT
           END-PERFORM

           IF WS-VEND-ATUAL            GREATER ZEROS
              PERFORM 2560-FECHA-VENDEDOR
           END-IF

           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-REG

           .
       2580-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O ARQUIVO DE AJUSTES (CRIA NA PRIMEIRA VEZ) E CALCULA O   *
      * MES QUE RECEBE O SALDO NEGATIVO TRANSPORTADO                   *
      *----------------------------------------------------------------*
       2550-ABRE-ARQ-AJUSTE            SECTION.

           MOVE "N"                    TO WS-AJUSTE-ABERTO

           MOVE ANO-MES-HBSIS45L       TO WS-PROX-ANO-MES
           IF WS-PAM-MES               EQUAL 12
              ADD 1                    TO WS-PAM-ANO
              MOVE 1                   TO WS-PAM-MES
           ELSE
              ADD 1                    TO WS-PAM-MES
           END-IF

           OPEN I-O ARQ-AJUSTE-COMISSAO

           IF WS-FL-STATUS-AJU         EQUAL "35"
              OPEN OUTPUT ARQ-AJUSTE-COMISSAO

              IF WS-FL-STATUS-AJU      EQUAL ZEROS
                 CLOSE ARQ-AJUSTE-COMISSAO
                 OPEN I-O ARQ-AJUSTE-COMISSAO
              END-IF
           END-IF

           IF WS-FL-STATUS-AJU         EQUAL ZEROS OR '05'
              MOVE "S"                 TO WS-AJUSTE-ABERTO
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AJUSTES APROVADOS DO VENDEDOR NO ANO-MES (INCLUSIVE O SALDO    *
      * NEGATIVO TRANSPORTADO DO MES ANTERIOR, SEQUENCIA 000): UMA     *
      * LINHA EXPLICADA NO EXTRATO POR AJUSTE, MARCADO COMO APLICADO   *
      *----------------------------------------------------------------*
       2562-APLICA-AJUSTES-VEND        SECTION.

           MOVE ZEROS                  TO WS-VEND-AJUSTES

           IF WS-AJUSTE-ABERTO         NOT EQUAL "S"
              GO TO 2562-EXIT
           END-IF

           MOVE WS-VEND-ATUAL          TO COD-VENDEDOR-HBSIS82C
           MOVE ANO-MES-HBSIS45L       TO ANO-MES-HBSIS82C
           MOVE ZEROS                  TO SEQUENCIA-HBSIS82C

           START ARQ-AJUSTE-COMISSAO KEY IS NOT LESS CHAVE-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              READ ARQ-AJUSTE-COMISSAO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-AJU NOT EQUAL "00"
              OR COD-VENDEDOR-HBSIS82C NOT EQUAL WS-VEND-ATUAL
              OR ANO-MES-HBSIS82C      NOT EQUAL ANO-MES-HBSIS45L
              IF SITUACAO-HBSIS82C     EQUAL "A"
                 PERFORM 2564-GRAVA-LINHA-AJUSTE
              END-IF
              READ ARQ-AJUSTE-COMISSAO NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-AJU

           .
       2562-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DO AJUSTE NO EXTRATO E CARIMBA A APLICACAO       *
      *----------------------------------------------------------------*
       2564-GRAVA-LINHA-AJUSTE         SECTION.

           EVALUATE TIPO-AJUSTE-HBSIS82C
               WHEN "B"
                    MOVE "BONUS"       TO DET-AJU-TIPO
               WHEN "E"
                    MOVE "ESTORNO"     TO DET-AJU-TIPO
               WHEN "C"
                    MOVE "CORRECAO"    TO DET-AJU-TIPO
               WHEN "S"
                    MOVE "SALDO ANT."  TO DET-AJU-TIPO
               WHEN OTHER
                    MOVE TIPO-AJUSTE-HBSIS82C
                                       TO DET-AJU-TIPO
           END-EVALUATE

           MOVE SEQUENCIA-HBSIS82C     TO DET-AJU-SEQUENCIA
           MOVE MOTIVO-AJUSTE-HBSIS82C TO DET-AJU-MOTIVO
           MOVE OPERADOR-APROV-HBSIS82C
                                       TO DET-AJU-APROVADOR
           MOVE VALOR-AJUSTE-HBSIS82C  TO DET-AJU-VALOR

           WRITE REG-EXTRATO           FROM DET-AJUSTE-EXT
           ADD 1                       TO WS-QTD-LINHAS-EXT
                                          QTD-AJUSTES-HBSIS45L

           ADD VALOR-AJUSTE-HBSIS82C   TO WS-VEND-AJUSTES

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-APLIC-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-APLIC-HBSIS82C

           REWRITE ARQ-HBSIS82C

           .
       2564-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIQUIDO DO VENDEDOR = COMISSAO + AJUSTES. LIQUIDO NEGATIVO NAO *
      * E PAGO: VIRA O AJUSTE DE SEQUENCIA 000 DO MES SEGUINTE (SALDO  *
      * TRANSPORTADO), REGRAVADO A CADA REAPURACAO DO MES              *
      *----------------------------------------------------------------*
       2566-TRANSPORTA-SALDO           SECTION.

           COMPUTE WS-VEND-LIQUIDO =
                   WS-VEND-COMISSAO + WS-VEND-AJUSTES

           IF WS-VEND-LIQUIDO          LESS ZEROS
              MOVE ZEROS               TO WS-VEND-A-PAGAR
              COMPUTE WS-VEND-SALDO-TRANSP = WS-VEND-LIQUIDO * -1
           ELSE
              MOVE WS-VEND-LIQUIDO     TO WS-VEND-A-PAGAR
              MOVE ZEROS               TO WS-VEND-SALDO-TRANSP
           END-IF

           IF WS-AJUSTE-ABERTO         NOT EQUAL "S"
              GO TO 2566-EXIT
           END-IF

           MOVE WS-VEND-ATUAL          TO COD-VENDEDOR-HBSIS82C
           MOVE WS-PROX-ANO-MES        TO ANO-MES-HBSIS82C
           MOVE ZEROS                  TO SEQUENCIA-HBSIS82C

           READ ARQ-AJUSTE-COMISSAO KEY IS CHAVE-HBSIS82C

           IF WS-VEND-SALDO-TRANSP     EQUAL ZEROS
              IF WS-FL-STATUS-AJU      EQUAL ZEROS
                 DELETE ARQ-AJUSTE-COMISSAO
              END-IF
              GO TO 2566-EXIT
           END-IF

           IF WS-FL-STATUS-AJU         NOT EQUAL ZEROS
              INITIALIZE ARQ-HBSIS82C
              MOVE WS-VEND-ATUAL       TO COD-VENDEDOR-HBSIS82C
              MOVE WS-PROX-ANO-MES     TO ANO-MES-HBSIS82C
              MOVE ZEROS               TO SEQUENCIA-HBSIS82C
           END-IF

           MOVE "S"                    TO TIPO-AJUSTE-HBSIS82C
           MOVE WS-VEND-LIQUIDO        TO VALOR-AJUSTE-HBSIS82C
           MOVE SPACES                 TO MOTIVO-AJUSTE-HBSIS82C
           STRING "SALDO NEGATIVO DA COMISSAO DE "
                  ANO-MES-HBSIS45L
                  DELIMITED BY SIZE    INTO MOTIVO-AJUSTE-HBSIS82C
           MOVE "A"                    TO SITUACAO-HBSIS82C
           MOVE OPERADOR-HBSIS45L      TO OPERADOR-SOLIC-HBSIS82C
           MOVE "HBSIS45P"             TO OPERADOR-APROV-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-SOLIC-HBSIS82C
                                          DATA-APROV-HBSIS82C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-SOLIC-HBSIS82C
                                          HORA-APROV-HBSIS82C
           MOVE ZEROS                  TO DATA-APLIC-HBSIS82C
                                          HORA-APLIC-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              REWRITE ARQ-HBSIS82C
           ELSE
              WRITE ARQ-HBSIS82C
           END-IF

           .
       2566-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDORES SEM CLIENTES COMISSIONADOS NA EXECUCAO MAS COM      *
      * AJUSTES APROVADOS NO MES (EX.: ESTORNO APOS PERDER A CARTEIRA  *
      * OU SALDO TRANSPORTADO): SECAO PROPRIA NO EXTRATO               *
      *----------------------------------------------------------------*
       2585-VENDEDORES-SO-AJUSTES      SECTION.

           MOVE ZEROS                  TO CHAVE-HBSIS82C

           START ARQ-AJUSTE-COMISSAO KEY IS NOT LESS CHAVE-HBSIS82C

           IF WS-FL-STATUS-AJU         EQUAL ZEROS
              READ ARQ-AJUSTE-COMISSAO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-AJU NOT EQUAL "00"
              IF ANO-MES-HBSIS82C      EQUAL ANO-MES-HBSIS45L
              AND SITUACAO-HBSIS82C    EQUAL "A"
              AND COD-VENDEDOR-HBSIS82C GREATER ZEROS
              AND WS-VEND-APURADO (COD-VENDEDOR-HBSIS82C)
                                       EQUAL "N"
                 MOVE "J"              TO WS-VEND-APURADO
                                          (COD-VENDEDOR-HBSIS82C)
              END-IF
              READ ARQ-AJUSTE-COMISSAO NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-AJU

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999
              IF WS-VEND-APURADO (WS-IDX-VEND) EQUAL "J"
                 MOVE WS-IDX-VEND      TO COD-VENDEDOR-HBSIS07C
                                          COD-VENDEDOR-HBSIS04C
                 MOVE SPACES           TO NOME-VEND-HBSIS07C
                 READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE NOME-VEND-HBSIS04C
                                       TO NOME-VEND-HBSIS07C
                 END-IF
                 PERFORM 2530-ABRE-VENDEDOR
                 PERFORM 2560-FECHA-VENDEDOR
              END-IF
           END-PERFORM

           .
       2585-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DA COMISSAO DO ANO-MES: APURA O MES UMA ULTIMA VEZ  *
      * GERANDO A INTERFACE DA FOLHA (CPF, EVENTO E VALOR A PAGAR POR  *
      * VENDEDOR) E OS LANCAMENTOS CONTABEIS DA DESPESA POR FILIAL,    *
      * AMBOS COM HEADER E TRAILER, REGISTRA AS SAIDAS NO HBSIS42P     *
      * PARA ENTREGA (HBSIS67P) E MARCA O MES COMO FECHADO             *
      *----------------------------------------------------------------*
       2600-FECHA-COMISSAO             SECTION.

           IF ANO-MES-HBSIS45L         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS45L
              MOVE "ANO-MES NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS45L
              GO TO 2600-EXIT
           END-IF

           PERFORM 2610-VERIFICA-FECHAMENTO

           IF WS-COMISSAO-FECHADA      EQUAL "S"
              MOVE 6                   TO COD-RETORNO-HBSIS45L
              MOVE "COMISSAO DO MES JA FECHADA E EXPORTADA"
                                       TO MSG-RETORNO-HBSIS45L
              GO TO 2600-EXIT
           END-IF

           IF COD-EVENTO-HBSIS45L      EQUAL ZEROS
              MOVE WS-EVENTO-PADRAO    TO WS-COD-EVENTO
           ELSE
              MOVE COD-EVENTO-HBSIS45L TO WS-COD-EVENTO
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-GERACAO
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-HORA-GERACAO

           OPEN OUTPUT ARQ-FOLHA
           OPEN OUTPUT ARQ-CONTABIL

           IF WS-FL-STATUS-FOL         NOT EQUAL ZEROS
           OR WS-FL-STATUS-CTB         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS45L
              MOVE "ERRO NA ABERTURA DAS INTERFACES DE FOLHA/CONTABIL"
                                       TO MSG-RETORNO-HBSIS45L
              CLOSE ARQ-FOLHA
              CLOSE ARQ-CONTABIL
              GO TO 2600-EXIT
           END-IF

           MOVE SPACES                 TO REG-FOLHA-HEADER
           MOVE WS-DATA-GERACAO        TO FOL-HDR-DATA-GERACAO
           MOVE WS-HORA-GERACAO        TO FOL-HDR-HORA-GERACAO
           MOVE "HBSIS45P"             TO FOL-HDR-ORIGEM
           MOVE ANO-MES-HBSIS45L       TO FOL-HDR-ANO-MES
           MOVE "H"                    TO FOL-TIPO-REG
           WRITE REG-FOLHA-HEADER

           MOVE SPACES                 TO REG-CONTABIL-HEADER
           MOVE WS-DATA-GERACAO        TO CTB-HDR-DATA-GERACAO
           MOVE WS-HORA-GERACAO        TO CTB-HDR-HORA-GERACAO
           MOVE "HBSIS45P"             TO CTB-HDR-ORIGEM
           MOVE ANO-MES-HBSIS45L       TO CTB-HDR-ANO-MES
           MOVE "H"                    TO CTB-TIPO-REG
           WRITE REG-CONTABIL-HEADER

           MOVE ZEROS                  TO WS-QTD-FOLHA
                                          WS-TOT-FOLHA
                                          WS-HASH-CPF
                                          WS-QTD-CONTABIL
                                          WS-TOT-CONTABIL

           MOVE "S"                    TO WS-FECHAMENTO
           PERFORM 2500-APURA-COMISSAO
           MOVE "N"                    TO WS-FECHAMENTO

           IF COD-RETORNO-HBSIS45L     NOT EQUAL ZEROS
              CLOSE ARQ-FOLHA
              CLOSE ARQ-CONTABIL
              GO TO 2600-EXIT
           END-IF

           MOVE SPACES                 TO REG-FOLHA-TRAILER
           MOVE WS-QTD-FOLHA           TO FOL-TRL-QTD-REGISTROS
           MOVE WS-TOT-FOLHA           TO FOL-TRL-VALOR-TOTAL
           MOVE WS-HASH-CPF            TO FOL-TRL-HASH-CPF
           MOVE "T"                    TO FOL-TIPO-REG
           WRITE REG-FOLHA-TRAILER

           PERFORM 2630-GRAVA-CONTABIL-FILIAL

           MOVE SPACES                 TO REG-CONTABIL-TRAILER
           MOVE WS-QTD-CONTABIL        TO CTB-TRL-QTD-REGISTROS
           MOVE WS-TOT-CONTABIL        TO CTB-TRL-VALOR-TOTAL
           MOVE "T"                    TO CTB-TIPO-REG
           WRITE REG-CONTABIL-TRAILER

           CLOSE ARQ-FOLHA
           CLOSE ARQ-CONTABIL

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "FOLHACOMISSAO.TXT"    TO NOME-ARQ-HBSIS42
           COMPUTE QTD-REGISTROS-HBSIS42 = WS-QTD-FOLHA + 2
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "CONTABCOMISSAO.TXT"   TO NOME-ARQ-HBSIS42
           COMPUTE QTD-REGISTROS-HBSIS42 = WS-QTD-CONTABIL + 2
           CALL WS-HBSIS42             USING HBSIS42L

           PERFORM 2640-GRAVA-FECHAMENTO

           MOVE WS-QTD-FOLHA           TO QTD-FOLHA-HBSIS45L
           MOVE WS-QTD-CONTABIL        TO QTD-CONTABIL-HBSIS45L

           IF WS-COMISSAO-FECHADA      EQUAL "S"
              MOVE ZEROS               TO COD-RETORNO-HBSIS45L
              MOVE "COMISSAO FECHADA E EXPORTADA (FOLHA/CONTABIL)"
                                       TO MSG-RETORNO-HBSIS45L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS45L
              MOVE "INTERFACES GERADAS - ERRO AO MARCAR O FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS45L
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA SE A COMISSAO DO ANO-MES JA FOI FECHADA E EXPORTADA   *
      *----------------------------------------------------------------*
       2610-VERIFICA-FECHAMENTO        SECTION.

           MOVE "N"                    TO WS-COMISSAO-FECHADA

           OPEN INPUT ARQ-FECHA-COMISSAO

           IF WS-FL-STATUS-FCM         NOT EQUAL ZEROS
              GO TO 2610-EXIT
           END-IF

           MOVE ANO-MES-HBSIS45L       TO ANO-MES-HBSIS83C

           READ ARQ-FECHA-COMISSAO KEY IS ANO-MES-HBSIS83C

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              MOVE "S"                 TO WS-COMISSAO-FECHADA
           END-IF

           CLOSE ARQ-FECHA-COMISSAO

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DETALHE DA FOLHA DO VENDEDOR (SOMENTE COM VALOR A PAGAR) E     *
      * ACUMULO DA DESPESA NA FILIAL DO VENDEDOR                       *
      *----------------------------------------------------------------*
       2620-GRAVA-FOLHA-VEND           SECTION.

           IF WS-VEND-A-PAGAR          EQUAL ZEROS
              GO TO 2620-EXIT
           END-IF

           MOVE SPACES                 TO REG-FOLHA
           MOVE "D"                    TO FOL-TIPO-REG
           MOVE WS-CPF-ATUAL           TO FOL-CPF
           MOVE WS-COD-EVENTO          TO FOL-COD-EVENTO
           MOVE ANO-MES-HBSIS45L       TO FOL-ANO-MES
           MOVE WS-VEND-A-PAGAR        TO FOL-VALOR
           MOVE WS-VEND-ATUAL          TO FOL-COD-VENDEDOR
           MOVE WS-FILIAL-ATUAL        TO FOL-COD-FILIAL
           WRITE REG-FOLHA

           ADD 1                       TO WS-QTD-FOLHA
           ADD WS-VEND-A-PAGAR         TO WS-TOT-FOLHA
           ADD WS-CPF-ATUAL            TO WS-HASH-CPF

           COMPUTE WS-IDX-FIL = WS-FILIAL-ATUAL + 1
           ADD WS-VEND-A-PAGAR         TO WS-FIL-VALOR (WS-IDX-FIL)
           ADD 1                       TO WS-FIL-QTD-VEND (WS-IDX-FIL)

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM LANCAMENTO DE DESPESA DE COMISSAO POR FILIAL (CENTRO DE     *
      * CUSTO) COM VALOR                                               *
      *----------------------------------------------------------------*
       2630-GRAVA-CONTABIL-FILIAL      SECTION.

           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL GREATER 100
              IF WS-FIL-VALOR (WS-IDX-FIL) GREATER ZEROS
                 MOVE SPACES           TO REG-CONTABIL
                 MOVE "D"              TO CTB-TIPO-REG
                 MOVE ANO-MES-HBSIS45L TO CTB-ANO-MES
                 COMPUTE CTB-CENTRO-CUSTO = WS-IDX-FIL - 1
                 MOVE "D"              TO CTB-NATUREZA
                 MOVE WS-FIL-VALOR (WS-IDX-FIL)
                                       TO CTB-VALOR
                 MOVE WS-FIL-QTD-VEND (WS-IDX-FIL)
                                       TO CTB-QTD-VENDEDORES
                 STRING "DESPESA DE COMISSAO DE VENDAS "
                        ANO-MES-HBSIS45L
                        DELIMITED BY SIZE
                                       INTO CTB-HISTORICO
                 WRITE REG-CONTABIL
                 ADD 1                 TO WS-QTD-CONTABIL
                 ADD WS-FIL-VALOR (WS-IDX-FIL)
                                       TO WS-TOT-CONTABIL
              END-IF
           END-PERFORM

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA A COMISSAO DO ANO-MES COMO FECHADA E EXPORTADA           *
      *----------------------------------------------------------------*
       2640-GRAVA-FECHAMENTO           SECTION.

           MOVE "N"                    TO WS-COMISSAO-FECHADA

           OPEN I-O ARQ-FECHA-COMISSAO

           IF WS-FL-STATUS-FCM         EQUAL "35"
              OPEN OUTPUT ARQ-FECHA-COMISSAO

              IF WS-FL-STATUS-FCM      EQUAL ZEROS
                 CLOSE ARQ-FECHA-COMISSAO
                 OPEN I-O ARQ-FECHA-COMISSAO
              END-IF
           END-IF

           IF WS-FL-STATUS-FCM         NOT EQUAL ZEROS AND '05'
              GO TO 2640-EXIT
           END-IF

           INITIALIZE ARQ-HBSIS83C
           MOVE ANO-MES-HBSIS45L       TO ANO-MES-HBSIS83C
           MOVE WS-DATA-GERACAO        TO DATA-FECHAMENTO-HBSIS83C
           MOVE WS-HORA-GERACAO        TO HORA-FECHAMENTO-HBSIS83C
           MOVE OPERADOR-HBSIS45L      TO OPERADOR-HBSIS83C
           MOVE WS-COD-EVENTO          TO COD-EVENTO-HBSIS83C
           MOVE WS-QTD-FOLHA           TO QTD-FOLHA-HBSIS83C
           MOVE WS-TOT-FOLHA           TO TOT-FOLHA-HBSIS83C
           MOVE WS-QTD-CONTABIL        TO QTD-CONTABIL-HBSIS83C
           MOVE WS-TOT-CONTABIL        TO TOT-CONTABIL-HBSIS83C
           MOVE TOT-SALDO-TRANSP-HBSIS45L
                                       TO TOT-SALDO-TRANSP-HBSIS83C

           WRITE ARQ-HBSIS83C

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              MOVE "S"                 TO WS-COMISSAO-FECHADA
           END-IF

           CLOSE ARQ-FECHA-COMISSAO

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DA APURACAO                            *
      *----------------------------------------------------------------*
       2590-FECHA-ARQUIVOS             SECTION.
           CLOSE ARQ-EXTRATO
           CLOSE REL-RESUMO

           IF WS-DISTLIN-ABERTO        EQUAL "S"
              CLOSE ARQ-DISTRIB-LINHA
              MOVE "N"                 TO WS-DISTLIN-ABERTO
           END-IF

           IF WS-AJUSTE-ABERTO         EQUAL "S"
              CLOSE ARQ-AJUSTE-COMISSAO
              MOVE "N"                 TO WS-AJUSTE-ABERTO
           END-IF

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDICAO CONSOLIDADA: RESUMO DOS VENDEDORES APURADOS ORDENADO    *
      * POR FILIAL, GERENTE E SUPERVISOR VIGENTES NO ANO-MES           *
      * (HBSIS86P), COM SUBTOTAIS POR NIVEL E TOTAL GERAL              *
      *----------------------------------------------------------------*
       2700-RELAT-HIERARQUIA           SECTION.

           OPEN OUTPUT REL-COMISSAO-HIER

           IF WS-FL-STATUS-RHI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS45L
              MOVE "ERRO NA ABERTURA DA COMISSAO POR HIERARQUIA"
                                       TO MSG-RETORNO-HBSIS45L
              GO TO 2700-EXIT
           END-IF

           MOVE ZEROS                  TO WS-HIE-SEM-HIERARQUIA
                                          WS-QTD-LINHAS-HIE
           MOVE "S"                    TO WS-HIE-PRIMEIRO
           INITIALIZE WS-TAB-TOT-HIE

           IF FLAG-FECHADO-HBSIS66L    EQUAL "S"
              WRITE REG-REL-COMISSAO-HIER
                                       FROM LINHA-OFICIAL
           END-IF

           SORT ARQ-SORT-HIER
                ON ASCENDING KEY SRH-COD-FILIAL
                                 SRH-COD-GERENTE
                                 SRH-COD-SUPERVISOR
                                 SRH-COD-VEND
                INPUT  PROCEDURE 2710-SELECIONA-HIERARQUIA
                OUTPUT PROCEDURE 2720-IMPRIME-HIERARQUIA

           CLOSE REL-COMISSAO-HIER

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "COMISSAOHIER.TXT"     TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-HIE      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE "APURACAO E EDICAO POR HIERARQUIA CONCLUIDAS"
                                       TO MSG-RETORNO-HBSIS45L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE A HIERARQUIA DE CADA VENDEDOR APURADO E LIBERA PARA O  *
      * SORT                                                           *
      *----------------------------------------------------------------*
       2710-SELECIONA-HIERARQUIA       SECTION.

           PERFORM VARYING WS-HIE-VEND FROM 1 BY 1
                   UNTIL WS-HIE-VEND GREATER 999
              IF WS-CMV-FECHADO (WS-HIE-VEND) EQUAL "S"
                 INITIALIZE HBSIS86L
                 MOVE 4                TO COD-FUNCAO-HBSIS86L
                 MOVE WS-HIE-VEND      TO COD-VENDEDOR-HBSIS86L
                 MOVE ANO-MES-HBSIS45L TO ANO-MES-HBSIS86L
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
                 MOVE WS-HIE-VEND      TO SRH-COD-VEND
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
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME OS VENDEDORES NA ORDEM DA HIERARQUIA COM QUEBRA POR    *
      * SUPERVISOR, GERENTE E FILIAL                                   *
      *----------------------------------------------------------------*
       2720-IMPRIME-HIERARQUIA         SECTION.

           MOVE ANO-MES-HBSIS45L       TO CAB-HIE-ANO-MES
           WRITE REG-REL-COMISSAO-HIER FROM LINHA-TRACO-HIE
           WRITE REG-REL-COMISSAO-HIER FROM CAB-HIE-TITULO
           WRITE REG-REL-COMISSAO-HIER FROM CAB-HIE-COLUNAS
           WRITE REG-REL-COMISSAO-HIER FROM LINHA-TRACO-HIE

           MOVE "00"                   TO WS-FL-STATUS-SORT

           PERFORM UNTIL WS-FL-STATUS-SORT NOT EQUAL "00"
              RETURN ARQ-SORT-HIER
                 AT END
                    MOVE "10"          TO WS-FL-STATUS-SORT
              END-RETURN
              IF WS-FL-STATUS-SORT     EQUAL "00"
                 PERFORM 2730-QUEBRA-HIERARQUIA
                 PERFORM 2750-IMPRIME-VENDEDOR
              END-IF
           END-PERFORM

           IF WS-HIE-PRIMEIRO          EQUAL "N"
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              MOVE 2                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              MOVE 3                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              MOVE 4                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
           END-IF

           WRITE REG-REL-COMISSAO-HIER FROM LINHA-TRACO-HIE

           MOVE WS-HIE-SEM-HIERARQUIA  TO LIN-HIE-SEM-HIER
           WRITE REG-REL-COMISSAO-HIER FROM LINHA-SEM-HIERARQUIA

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA OS NIVEIS QUE MUDARAM E ABRE OS CABECALHOS DOS NOVOS     *
      *----------------------------------------------------------------*
       2730-QUEBRA-HIERARQUIA          SECTION.

           IF WS-HIE-PRIMEIRO          EQUAL "S"
              MOVE "N"                 TO WS-HIE-PRIMEIRO
              PERFORM 2735-CABECALHO-FILIAL
              PERFORM 2736-CABECALHO-GERENTE
              PERFORM 2737-CABECALHO-SUPERVISOR
              GO TO 2730-EXIT
           END-IF

           IF SRH-COD-FILIAL           NOT EQUAL WS-HIE-ANT-FILIAL
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              MOVE 2                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              MOVE 3                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              PERFORM 2735-CABECALHO-FILIAL
              PERFORM 2736-CABECALHO-GERENTE
              PERFORM 2737-CABECALHO-SUPERVISOR
              GO TO 2730-EXIT
           END-IF

           IF SRH-COD-GERENTE          NOT EQUAL WS-HIE-ANT-GERENTE
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              MOVE 2                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              PERFORM 2736-CABECALHO-GERENTE
              PERFORM 2737-CABECALHO-SUPERVISOR
              GO TO 2730-EXIT
           END-IF

           IF SRH-COD-SUPERVISOR       NOT EQUAL WS-HIE-ANT-SUPERVISOR
              MOVE 1                   TO WS-HIE-NIVEL
              PERFORM 2740-FECHA-NIVEL
              PERFORM 2737-CABECALHO-SUPERVISOR
           END-IF

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DA FILIAL (COM O DIRETOR)                            *
      *----------------------------------------------------------------*
       2735-CABECALHO-FILIAL           SECTION.

           MOVE SRH-COD-FILIAL         TO WS-HIE-ANT-FILIAL
                                          WS-THI-CODIGO (3)
           MOVE "FILIAL"               TO CAB-HIE-DESCRICAO
           MOVE SRH-COD-FILIAL         TO CAB-HIE-CODIGO
           MOVE SRH-NOME-DIRETOR       TO CAB-HIE-NOME
           WRITE REG-REL-COMISSAO-HIER FROM CAB-HIE-GRUPO
           ADD 1                       TO WS-QTD-LINHAS-HIE

           .
       2735-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO GERENTE                                           *
      *----------------------------------------------------------------*
       2736-CABECALHO-GERENTE          SECTION.

           MOVE SRH-COD-GERENTE        TO WS-HIE-ANT-GERENTE
                                          WS-THI-CODIGO (2)
           MOVE "  GERENTE"            TO CAB-HIE-DESCRICAO
           MOVE SRH-COD-GERENTE        TO CAB-HIE-CODIGO
           MOVE SRH-NOME-GERENTE       TO CAB-HIE-NOME
           WRITE REG-REL-COMISSAO-HIER FROM CAB-HIE-GRUPO
           ADD 1                       TO WS-QTD-LINHAS-HIE

           .
       2736-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO SUPERVISOR                                        *
      *----------------------------------------------------------------*
       2737-CABECALHO-SUPERVISOR       SECTION.

           MOVE SRH-COD-SUPERVISOR     TO WS-HIE-ANT-SUPERVISOR
                                          WS-THI-CODIGO (1)
           MOVE "    SUPERVISOR"       TO CAB-HIE-DESCRICAO
           MOVE SRH-COD-SUPERVISOR     TO CAB-HIE-CODIGO
           MOVE SRH-NOME-SUPERVISOR    TO CAB-HIE-NOME
           WRITE REG-REL-COMISSAO-HIER FROM CAB-HIE-GRUPO
           ADD 1                       TO WS-QTD-LINHAS-HIE

           .
       2737-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O TOTAL DO NIVEL (WS-HIE-NIVEL), SOMA NO NIVEL DE CIMA E *
      * ZERA O NIVEL                                                   *
      *----------------------------------------------------------------*
       2740-FECHA-NIVEL                SECTION.

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
           MOVE WS-THI-RECEITA (WS-HIE-NIVEL)
                                       TO DET-HIE-RECEITA
           MOVE WS-THI-COMISSAO (WS-HIE-NIVEL)
                                       TO DET-HIE-COMISSAO
           MOVE WS-THI-AJUSTES (WS-HIE-NIVEL)
                                       TO DET-HIE-AJUSTES
           MOVE WS-THI-A-PAGAR (WS-HIE-NIVEL)
                                       TO DET-HIE-A-PAGAR
           MOVE DET-HIE-VALORES        TO LIN-HIE-VALORES

           WRITE REG-REL-COMISSAO-HIER FROM LIN-TOT-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           IF WS-HIE-NIVEL             LESS 4
              COMPUTE WS-HIE-NIVEL-SUP = WS-HIE-NIVEL + 1
              ADD WS-THI-QTD-VEND (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-QTD-CLI (WS-HIE-NIVEL)
                                       TO WS-THI-QTD-CLI
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-RECEITA (WS-HIE-NIVEL)
                                       TO WS-THI-RECEITA
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-COMISSAO (WS-HIE-NIVEL)
                                       TO WS-THI-COMISSAO
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-AJUSTES (WS-HIE-NIVEL)
                                       TO WS-THI-AJUSTES
                                          (WS-HIE-NIVEL-SUP)
              ADD WS-THI-A-PAGAR (WS-HIE-NIVEL)
                                       TO WS-THI-A-PAGAR
                                          (WS-HIE-NIVEL-SUP)
           END-IF

           MOVE ZEROS                  TO WS-THI-QTD-VEND
                                          (WS-HIE-NIVEL)
                                          WS-THI-QTD-CLI
                                          (WS-HIE-NIVEL)
                                          WS-THI-RECEITA
                                          (WS-HIE-NIVEL)
                                          WS-THI-COMISSAO
                                          (WS-HIE-NIVEL)
                                          WS-THI-AJUSTES
                                          (WS-HIE-NIVEL)
                                          WS-THI-A-PAGAR
                                          (WS-HIE-NIVEL)

           .
       2740-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O VENDEDOR E SOMA NO TOTAL DO SUPERVISOR               *
      *----------------------------------------------------------------*
       2750-IMPRIME-VENDEDOR           SECTION.

           MOVE SRH-COD-VEND           TO DET-HIE-COD-VEND
           MOVE WS-CMV-NOME (SRH-COD-VEND)
                                       TO DET-HIE-NOME-VEND
           MOVE WS-CMV-QTD-CLI (SRH-COD-VEND)
                                       TO DET-HIE-QTD-CLI
           MOVE WS-CMV-RECEITA (SRH-COD-VEND)
                                       TO DET-HIE-RECEITA
           MOVE WS-CMV-COMISSAO (SRH-COD-VEND)
                                       TO DET-HIE-COMISSAO
           MOVE WS-CMV-AJUSTES (SRH-COD-VEND)
                                       TO DET-HIE-AJUSTES
           MOVE WS-CMV-A-PAGAR (SRH-COD-VEND)
                                       TO DET-HIE-A-PAGAR

           WRITE REG-REL-COMISSAO-HIER FROM DET-HIE
           ADD 1                       TO WS-QTD-LINHAS-HIE

           ADD 1                       TO WS-THI-QTD-VEND (1)
           ADD WS-CMV-QTD-CLI (SRH-COD-VEND)
                                       TO WS-THI-QTD-CLI (1)
           ADD WS-CMV-RECEITA (SRH-COD-VEND)
                                       TO WS-THI-RECEITA (1)
           ADD WS-CMV-COMISSAO (SRH-COD-VEND)
                                       TO WS-THI-COMISSAO (1)
           ADD WS-CMV-AJUSTES (SRH-COD-VEND)
                                       TO WS-THI-AJUSTES (1)
           ADD WS-CMV-A-PAGAR (SRH-COD-VEND)
                                       TO WS-THI-A-PAGAR (1)

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
