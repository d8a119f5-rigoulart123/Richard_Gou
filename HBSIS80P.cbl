       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS80P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: IMPORTAR O CENSO ANUAL DE PONTOS DE VENDA COM O *
      *                POTENCIAL ESTIMADO DE COMPRA POR CATEGORIA,     *
      *                LOCALIZANDO O CLIENTE PELO CNPJ; LISTAR OS      *
      *                PONTOS QUE AINDA NAO SAO CLIENTES E CARREGA-LOS *
      *                COMO PROSPECTS (HBSIS71P); EMITIR O RELATORIO DE*
      *                SHARE OF WALLET (RECEITA DE 12 MESES X          *
      *                POTENCIAL) POR CLIENTE, CARTEIRA DE VENDEDOR E  *
      *                REGIAO, COM OS CLIENTES DE MAIOR POTENCIAL NAO  *
      *                APROVEITADO PRIMEIRO                            *
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
           SELECT ARQ-CENSO          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CNPJ-HBSIS80C
                       ALTERNATE RECORD KEY IS COD-CLIENTE-HBSIS80C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CEN.

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

           SELECT IMP-CENSO          ASSIGN TO WS-LABEL-IMP
                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-IMP.

           SELECT REJ-CENSO          ASSIGN TO "IMPCENSOREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REJ.

           SELECT REL-NAO-CLIENTE    ASSIGN TO
                                    "RELCENSONAOCLIENTE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-SHARE          ASSIGN TO
                                    "RELSHAREWALLET.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-SORT           ASSIGN TO "SORTCENSO.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CENSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCenso'.
       COPY "HBSIS80C.CPY".

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

      *    ARQUIVO DO CENSO: UM REGISTRO POR ESTABELECIMENTO E
      *    CATEGORIA, COM O POTENCIAL ANUAL ESTIMADO EM REAIS
       FD  IMP-CENSO
           LABEL RECORD IS STANDARD.
       01  IMP-CENSO-REG.
           03 IMP-CNPJ                 PIC  9(014).
           03 IMP-ANO-CENSO            PIC  9(004).
           03 IMP-CATEGORIA            PIC  X(003).
           03 IMP-POTENCIAL            PIC  9(011)V9(002).
           03 IMP-NOME-PDV             PIC  X(040).
           03 IMP-LOGRADOURO           PIC  X(040).
           03 IMP-NUMERO-END           PIC  X(006).
           03 IMP-MUNICIPIO            PIC  X(030).
           03 IMP-UF                   PIC  X(002).
           03 IMP-CEP                  PIC  9(008).

       FD  REJ-CENSO
           LABEL RECORD IS STANDARD.
       01  REG-REJ-CENSO               PIC X(100).

       FD  REL-NAO-CLIENTE.
       01  REG-REL-NAO-CLIENTE         PIC X(132).

       FD  REL-SHARE.
       01  REG-REL-SHARE               PIC X(132).

       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-POTENCIAL-LIVRE     PIC  9(013)V9(002).
           05  SRT-SHARE               PIC S9(005)V9(002).
           05  SRT-POTENCIAL           PIC  9(013)V9(002).
           05  SRT-RECEITA             PIC S9(013)V9(002).
           05  SRT-CNPJ                PIC  9(014).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-NOME                PIC  X(040).
           05  SRT-COD-VEND            PIC  9(003).
           05  SRT-COD-REGIAO          PIC  9(003).
           05  SRT-MUNICIPIO           PIC  X(030).
           05  SRT-UF                  PIC  X(002).
           05  SRT-COD-PROSPECT        PIC  9(007).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REJ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-LABEL-IMP                PIC  X(020)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-CARGA               PIC  9(008)         VALUE ZEROS.
       01  WS-HORA-CARGA               PIC  9(006)         VALUE ZEROS.
       01  WS-MOTIVO-REJ               PIC  X(040)         VALUE SPACES.
       01  WS-REG-EXISTE               PIC  X(001)         VALUE "N".
       01  WS-CENSO-ABERTO             PIC  X(001)         VALUE "N".
       01  WS-IDX-CAT                  PIC  9(002)         VALUE ZEROS.
       01  WS-CAT-ACHADA               PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-PROSPECTS            PIC  9(007)         VALUE ZEROS.
       01  WS-POSICAO                  PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CLIENTE CORRESPONDENTE AO CNPJ DO CENSO: CLIENTE FUNDIDO VALE  *
      * PELO SOBREVIVENTE; INATIVO OU REPROVADO NAO ENTRA NO SHARE E   *
      * TAMBEM NAO PODE VIRAR PROSPECT (O CNPJ JA ESTA NO CADASTRO)    *
      *----------------------------------------------------------------*
       01  WS-CEN-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-CEN-SITUACAO             PIC  X(001)         VALUE SPACES.
           88  WS-CEN-CLIENTE-ATIVO                        VALUE "A".
           88  WS-CEN-CLIENTE-INATIVO                      VALUE "I".
           88  WS-CEN-NAO-CLIENTE                          VALUE "N".

      *----------------------------------------------------------------*
      * JANELA DE RECEITA: OS 12 MESES FECHADOS ANTERIORES AO MES      *
      * CORRENTE (INDICE CONTINUO DE MES = ANO * 12 + MES - 1)         *
      *----------------------------------------------------------------*
       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R                REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).
       01  WS-IDX-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-AM-INI-REC               PIC  9(006)         VALUE ZEROS.
       01  WS-AM-FIM-REC               PIC  9(006)         VALUE ZEROS.
       01  WS-RECEITA-12M              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-SHARE                    PIC S9(005)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * ULTIMA EXECUCAO DA DISTRIBUICAO (CARTEIRA DO VENDEDOR)         *
      *----------------------------------------------------------------*
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-COD-VEND-CARTEIRA        PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADOS POR CARTEIRA DE VENDEDOR E POR REGIAO (SUBSCRITO =  *
      * CODIGO + 1; VENDEDOR ZERO = CLIENTE SEM VENDEDOR)              *
      *----------------------------------------------------------------*
       01  WS-TAB-SHARE-VEND.
           05  WS-SVE-ITEM             OCCURS 1000 TIMES.
               10  WS-SVE-QTD          PIC  9(007).
               10  WS-SVE-POTENCIAL    PIC  9(015)V9(002).
               10  WS-SVE-RECEITA      PIC S9(015)V9(002).

       01  WS-TAB-SHARE-REG.
           05  WS-SRE-ITEM             OCCURS 1000 TIMES.
               10  WS-SRE-QTD          PIC  9(007).
               10  WS-SRE-POTENCIAL    PIC  9(015)V9(002).
               10  WS-SRE-RECEITA      PIC S9(015)V9(002).

       01  WS-SHARE-TOTAL.
           05  WS-STO-QTD              PIC  9(007)         VALUE ZEROS.
           05  WS-STO-POTENCIAL        PIC  9(015)V9(002)  VALUE ZEROS.
           05  WS-STO-RECEITA          PIC S9(015)V9(002)  VALUE ZEROS.

      *    LINHA DE RESUMO EM EMISSAO (VENDEDOR, REGIAO OU TOTAL)
       01  WS-SHARE-LINHA.
           05  WS-SLI-QTD              PIC  9(007)         VALUE ZEROS.
           05  WS-SLI-POTENCIAL        PIC  9(015)V9(002)  VALUE ZEROS.
           05  WS-SLI-RECEITA          PIC S9(015)V9(002)  VALUE ZEROS.

       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.
       01  WS-COD-VEND-REL             PIC  9(003)         VALUE ZEROS.
       01  WS-TOT-POTENCIAL            PIC  9(015)V9(002)  VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS71                  PIC  X(009)         VALUE
           'HBSIS71P'.

       COPY HBSIS42L.
       COPY HBSIS49L.
       COPY HBSIS71L.

      *----------------------------------------------------------------*
      * REGISTRO REJEITADO NA IMPORTACAO DO CENSO                      *
      *----------------------------------------------------------------*
       01  DET-REJ-CENSO.
           03 DET-REJ-CNPJ             PIC  X(014)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE ";".
           03 DET-REJ-CATEGORIA        PIC  X(003)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE ";".
           03 DET-REJ-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE ";".
           03 DET-REJ-MOTIVO           PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * PONTOS DO CENSO QUE AINDA NAO SAO CLIENTES                     *
      *----------------------------------------------------------------*
       01  CAB-NAO-CLIENTE.
           03 FILLER                   PIC  X(060)         VALUE
              "PONTOS DE VENDA DO CENSO QUE AINDA NAO SAO CLIENTES".
           03 FILLER                   PIC  X(015)         VALUE
              "EMITIDO EM: ".
           03 CAB-NCL-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(049)         VALUE SPACES.

       01  CAB-NCL-COLUNAS.
           03 FILLER                   PIC  X(044)         VALUE
              "CNPJ            NOME DO ESTABELECIMENTO".
           03 FILLER                   PIC  X(044)         VALUE
              "                 MUNICIPIO".
           03 FILLER                   PIC  X(044)         VALUE
              "     UF      POTENCIAL ANUAL  PROSPECT".

       01  DET-NAO-CLIENTE.
           03 DET-NCL-CNPJ             PIC  9(014)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-NCL-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-NCL-MUNICIPIO        PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-NCL-UF               PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-NCL-POTENCIAL        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-NCL-PROSPECT         PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(012)         VALUE SPACES.

       01  ROD-NAO-CLIENTE.
           03 FILLER                   PIC  X(020)         VALUE
              "PONTOS LISTADOS....:".
           03 ROD-NCL-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(024)         VALUE
              "   JA CARREGADOS COMO ".
           03 FILLER                   PIC  X(011)         VALUE
              "PROSPECT: ".
           03 ROD-NCL-PROSPECTS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(021)         VALUE
              "   POTENCIAL TOTAL: ".
           03 ROD-NCL-POTENCIAL        PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(022)         VALUE SPACES.

      *----------------------------------------------------------------*
      * SHARE OF WALLET                                                *
      *----------------------------------------------------------------*
       01  CAB-SHARE.
           03 FILLER                   PIC  X(060)         VALUE
              "SHARE OF WALLET - RECEITA DE 12 MESES X POTENCIAL DO CENS
      -       "O".
           03 FILLER                   PIC  X(010)         VALUE
              "MESES: ".
           03 CAB-SHA-AM-INI           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " A ".
           03 CAB-SHA-AM-FIM           PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(047)         VALUE SPACES.

       01  CAB-SHA-BLOCO               PIC  X(132)         VALUE SPACES.

       01  CAB-SHA-COLUNAS.
           03 FILLER                   PIC  X(044)         VALUE
              "  POS CLIENTE RAZAO SOCIAL".
           03 FILLER                   PIC  X(044)         VALUE
              "       VEN REG  POTENCIAL ANUAL    RECEITA".
           03 FILLER                   PIC  X(044)         VALUE
              " 12 MESES   SHARE  POTENCIAL LIVRE".

       01  DET-SHARE.
           03 DET-SHA-POSICAO          PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-NOME             PIC  X(035)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-COD-VEND         PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-COD-REGIAO       PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-POTENCIAL        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-RECEITA          PIC  ---.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-SHARE            PIC  ----9,99       VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHA-LIVRE            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(008)         VALUE SPACES.

       01  CAB-SHA-RESUMO.
           03 FILLER                   PIC  X(044)         VALUE
              "CODIGO NOME".
           03 FILLER                   PIC  X(044)         VALUE
              "            CLIENTES   POTENCIAL ANUAL".
           03 FILLER                   PIC  X(044)         VALUE
              "    RECEITA 12 MESES   SHARE".

       01  DET-SHA-RESUMO.
           03 DET-SHR-CODIGO           PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-SHR-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHR-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SHR-POTENCIAL        PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHR-RECEITA          PIC  -.---.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-SHR-SHARE            PIC  ----9,99       VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(024)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS80L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS80L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS80L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS80L
           MOVE NOME-ARQ-HBSIS80L      TO WS-LABEL-IMP
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

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF (COD-FUNCAO-HBSIS80L     EQUAL 1 OR 3) AND
              OPERADOR-HBSIS80L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS80L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS80L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS80L
               WHEN 1
                    PERFORM 2100-IMPORTA-CENSO
               WHEN 2
                    PERFORM 2400-LISTA-NAO-CLIENTES
               WHEN 3
                    PERFORM 2500-CARREGA-PROSPECTS
               WHEN 4
                    PERFORM 2600-SHARE-WALLET
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS80L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS80L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DO CENSO (CRIA NA PRIMEIRA CARGA)          *
      *----------------------------------------------------------------*
       2010-OPEN-ARQ-CENSO             SECTION.

           OPEN I-O ARQ-CENSO

           IF WS-FL-STATUS-CEN         EQUAL "35"
              OPEN OUTPUT ARQ-CENSO

              IF WS-FL-STATUS-CEN      EQUAL ZEROS
                 CLOSE ARQ-CENSO
                 OPEN I-O ARQ-CENSO
              END-IF
           END-IF

           IF WS-FL-STATUS-CEN         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS80L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DO CENSO"
                                       TO MSG-RETORNO-HBSIS80L
           END-IF

           .
       2010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE PELO CNPJ DO REGISTRO DO CENSO (ARQ-CLIENTE *
      * ABERTO): FUNDIDO VALE PELO SOBREVIVENTE                        *
      *----------------------------------------------------------------*
       2050-LOCALIZA-CLIENTE           SECTION.

           MOVE ZEROS                  TO WS-CEN-COD-CLIENTE
           SET WS-CEN-NAO-CLIENTE      TO TRUE

           MOVE CNPJ-HBSIS80C          TO CNPJ-HBSIS02C

           READ ARQ-CLIENTE KEY IS CNPJ-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              GO TO 2050-EXIT
           END-IF

           IF COD-FUSAO-HBSIS02C       NOT EQUAL ZEROS
              MOVE COD-FUSAO-HBSIS02C  TO COD-CLIENTE-HBSIS02C
              READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
              IF WS-FL-STATUS-CLI      NOT EQUAL ZEROS
                 SET WS-CEN-CLIENTE-INATIVO
                                       TO TRUE
                 GO TO 2050-EXIT
              END-IF
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO WS-CEN-COD-CLIENTE

           IF FLAG-ATIVO-HBSIS02C      EQUAL "N"
           OR SITUACAO-APROV-HBSIS02C  EQUAL "R"
              SET WS-CEN-CLIENTE-INATIVO
                                       TO TRUE
           ELSE
              SET WS-CEN-CLIENTE-ATIVO TO TRUE
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO CENSO: CADA ESTABELECIMENTO TEM O POTENCIAL POR  *
      * CATEGORIA SUBSTITUIDO PELO DA NOVA CARGA E O CLIENTE           *
      * LOCALIZADO PELO CNPJ. ESTABELECIMENTO AUSENTE NA NOVA CARGA    *
      * MANTEM O POTENCIAL ANTERIOR                                    *
      *----------------------------------------------------------------*
       2100-IMPORTA-CENSO              SECTION.

           MOVE ZEROS                  TO QTD-LIDOS-HBSIS80L
                                          QTD-CARREGADOS-HBSIS80L
                                          QTD-REJEITADOS-HBSIS80L

           OPEN INPUT IMP-CENSO

           IF WS-FL-STATUS-IMP         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS80L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DO CENSO"
                                       TO MSG-RETORNO-HBSIS80L
              GO TO 2100-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-CENSO

           IF COD-RETORNO-HBSIS80L     NOT EQUAL ZEROS
              CLOSE IMP-CENSO
              GO TO 2100-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT REJ-CENSO

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-CARGA
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-HORA-CARGA

           PERFORM 2200-LER-IMP-CENSO

           PERFORM 2300-TRATA-IMP-CENSO UNTIL
                   WS-FL-STATUS-IMP    NOT EQUAL "00"

           CLOSE IMP-CENSO
           CLOSE ARQ-CENSO
           CLOSE ARQ-CLIENTE
           CLOSE REJ-CENSO

           MOVE ZEROS                  TO COD-RETORNO-HBSIS80L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS80L
           STRING "LIDOS: "
                  QTD-LIDOS-HBSIS80L
                  " CARREG: "
                  QTD-CARREGADOS-HBSIS80L
                  " REJ: "
                  QTD-REJEITADOS-HBSIS80L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS80L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE UM REGISTRO DO ARQUIVO DO CENSO                     *
      *----------------------------------------------------------------*
       2200-LER-IMP-CENSO              SECTION.

           READ IMP-CENSO

           IF WS-FL-STATUS-IMP         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS80L
              MOVE "ERRO NA LEITURA DO ARQUIVO DO CENSO"
                                       TO MSG-RETORNO-HBSIS80L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM REGISTRO DO CENSO: VALIDA, ZERA AS CATEGORIAS DO      *
      * ESTABELECIMENTO NA PRIMEIRA LINHA DESTA CARGA E GRAVA O        *
      * POTENCIAL DA CATEGORIA                                         *
      *----------------------------------------------------------------*
       2300-TRATA-IMP-CENSO            SECTION.

           ADD 1                       TO QTD-LIDOS-HBSIS80L

           MOVE SPACES                 TO WS-MOTIVO-REJ

           IF IMP-CNPJ                 NOT NUMERIC
           OR IMP-CNPJ                 EQUAL ZEROS
              MOVE "CNPJ INVALIDO"     TO WS-MOTIVO-REJ
           ELSE
           IF IMP-CATEGORIA            EQUAL SPACES
              MOVE "CATEGORIA NAO INFORMADA"
                                       TO WS-MOTIVO-REJ
           ELSE
           IF IMP-POTENCIAL            NOT NUMERIC
              MOVE "POTENCIAL INVALIDO"
                                       TO WS-MOTIVO-REJ
           ELSE
           IF IMP-ANO-CENSO            NOT NUMERIC
              MOVE "ANO DO CENSO INVALIDO"
                                       TO WS-MOTIVO-REJ
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-MOTIVO-REJ            NOT EQUAL SPACES
              PERFORM 2390-GRAVA-REJEITADO
              GO TO 2300-LER
           END-IF

           MOVE IMP-CNPJ               TO CNPJ-HBSIS80C

           READ ARQ-CENSO KEY IS CNPJ-HBSIS80C

           IF WS-FL-STATUS-CEN         EQUAL ZEROS
              MOVE "S"                 TO WS-REG-EXISTE
           ELSE
              MOVE "N"                 TO WS-REG-EXISTE
              INITIALIZE ARQ-HBSIS80C
              MOVE IMP-CNPJ            TO CNPJ-HBSIS80C
           END-IF

      *    PRIMEIRA LINHA DO ESTABELECIMENTO NESTA CARGA
           IF DATA-CARGA-HBSIS80C      NOT EQUAL WS-DATA-CARGA
           OR HORA-CARGA-HBSIS80C      NOT EQUAL WS-HORA-CARGA
              MOVE ZEROS               TO QTD-CATEG-HBSIS80C
              PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                      UNTIL WS-IDX-CAT GREATER 10
                 MOVE SPACES           TO CATEGORIA-HBSIS80C
                                          (WS-IDX-CAT)
                 MOVE ZEROS            TO POTENCIAL-HBSIS80C
                                          (WS-IDX-CAT)
              END-PERFORM
           END-IF

           MOVE ZEROS                  TO WS-CAT-ACHADA
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER QTD-CATEG-HBSIS80C
              IF CATEGORIA-HBSIS80C (WS-IDX-CAT) EQUAL IMP-CATEGORIA
                 MOVE WS-IDX-CAT       TO WS-CAT-ACHADA
              END-IF
           END-PERFORM

           IF WS-CAT-ACHADA            EQUAL ZEROS
              IF QTD-CATEG-HBSIS80C    NOT LESS 10
                 MOVE "MAIS DE 10 CATEGORIAS NO ESTABELECIMENTO"
                                       TO WS-MOTIVO-REJ
                 PERFORM 2390-GRAVA-REJEITADO
                 GO TO 2300-LER
              END-IF
              ADD 1                    TO QTD-CATEG-HBSIS80C
              MOVE QTD-CATEG-HBSIS80C  TO WS-CAT-ACHADA
           END-IF

           MOVE IMP-CATEGORIA          TO CATEGORIA-HBSIS80C
                                          (WS-CAT-ACHADA)
           MOVE IMP-POTENCIAL          TO POTENCIAL-HBSIS80C
                                          (WS-CAT-ACHADA)

           MOVE ZEROS                  TO POTENCIAL-TOTAL-HBSIS80C
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT GREATER QTD-CATEG-HBSIS80C
              ADD POTENCIAL-HBSIS80C (WS-IDX-CAT)
                                       TO POTENCIAL-TOTAL-HBSIS80C
           END-PERFORM

           MOVE IMP-NOME-PDV           TO NOME-PDV-HBSIS80C
           MOVE IMP-LOGRADOURO         TO LOGRADOURO-HBSIS80C
           MOVE IMP-NUMERO-END         TO NUMERO-END-HBSIS80C
           MOVE IMP-MUNICIPIO          TO MUNICIPIO-HBSIS80C
           MOVE IMP-UF                 TO UF-HBSIS80C
           IF IMP-CEP                  NUMERIC
              MOVE IMP-CEP             TO CEP-HBSIS80C
           ELSE
              MOVE ZEROS               TO CEP-HBSIS80C
           END-IF
           MOVE IMP-ANO-CENSO          TO ANO-CENSO-HBSIS80C
           MOVE WS-DATA-CARGA          TO DATA-CARGA-HBSIS80C
           MOVE WS-HORA-CARGA          TO HORA-CARGA-HBSIS80C

           PERFORM 2050-LOCALIZA-CLIENTE
           MOVE WS-CEN-COD-CLIENTE     TO COD-CLIENTE-HBSIS80C

           IF WS-REG-EXISTE            EQUAL "S"
              REWRITE ARQ-HBSIS80C
           ELSE
              WRITE ARQ-HBSIS80C
           END-IF

           IF WS-FL-STATUS-CEN         EQUAL ZEROS
              ADD 1                    TO QTD-CARREGADOS-HBSIS80L
           ELSE
              MOVE "ERRO NA GRAVACAO DO CENSO"
                                       TO WS-MOTIVO-REJ
              PERFORM 2390-GRAVA-REJEITADO
           END-IF

           .
       2300-LER.

           PERFORM 2200-LER-IMP-CENSO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O REGISTRO REJEITADO DO CENSO COM O MOTIVO               *
      *----------------------------------------------------------------*
       2390-GRAVA-REJEITADO            SECTION.

           ADD 1                       TO QTD-REJEITADOS-HBSIS80L

           MOVE IMP-CNPJ               TO DET-REJ-CNPJ
           MOVE IMP-CATEGORIA          TO DET-REJ-CATEGORIA
           MOVE IMP-NOME-PDV           TO DET-REJ-NOME
           MOVE WS-MOTIVO-REJ          TO DET-REJ-MOTIVO

           WRITE REG-REJ-CENSO         FROM DET-REJ-CENSO

           .
       2390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA DOS PONTOS DO CENSO QUE AINDA NAO SAO CLIENTES, EM ORDEM *
      * DECRESCENTE DE POTENCIAL (CLIENTE CONFERIDO NA HORA PELO CNPJ) *
      *----------------------------------------------------------------*
       2400-LISTA-NAO-CLIENTES         SECTION.

           MOVE "N"                    TO WS-CENSO-ABERTO

           SORT ARQ-SORT
                ON DESCENDING KEY SRT-POTENCIAL
                INPUT PROCEDURE  IS 2410-INPUT-NAO-CLIENTE
                OUTPUT PROCEDURE IS 2420-OUTPUT-NAO-CLIENTE

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DO SORT: ESTABELECIMENTOS SEM CLIENTE CORRESPONDENTE   *
      *----------------------------------------------------------------*
       2410-INPUT-NAO-CLIENTE          SECTION.

           OPEN INPUT ARQ-CENSO

           IF WS-FL-STATUS-CEN         NOT EQUAL ZEROS
              GO TO 2410-EXIT
           END-IF

           MOVE "S"                    TO WS-CENSO-ABERTO

           OPEN INPUT ARQ-CLIENTE

           MOVE ZEROS                  TO CNPJ-HBSIS80C

           START ARQ-CENSO KEY IS NOT LESS CNPJ-HBSIS80C

           IF WS-FL-STATUS-CEN         EQUAL ZEROS
              READ ARQ-CENSO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CEN NOT EQUAL "00"
              PERFORM 2050-LOCALIZA-CLIENTE
              IF WS-CEN-NAO-CLIENTE
              AND POTENCIAL-TOTAL-HBSIS80C GREATER ZEROS
                 INITIALIZE REG-SORT
                 MOVE POTENCIAL-TOTAL-HBSIS80C
                                       TO SRT-POTENCIAL
                 MOVE CNPJ-HBSIS80C    TO SRT-CNPJ
                 MOVE NOME-PDV-HBSIS80C
                                       TO SRT-NOME
                 MOVE MUNICIPIO-HBSIS80C
                                       TO SRT-MUNICIPIO
                 MOVE UF-HBSIS80C      TO SRT-UF
                 MOVE COD-PROSPECT-HBSIS80C
                                       TO SRT-COD-PROSPECT
                 RELEASE REG-SORT
              END-IF
              READ ARQ-CENSO NEXT
           END-PERFORM

           CLOSE ARQ-CENSO
           CLOSE ARQ-CLIENTE

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SORT: GRAVA A LISTA, REGISTRADA NO HBSIS42P           *
      *----------------------------------------------------------------*
       2420-OUTPUT-NAO-CLIENTE         SECTION.

           IF WS-CENSO-ABERTO          EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS80L
              MOVE "CENSO AINDA NAO IMPORTADO"
                                       TO MSG-RETORNO-HBSIS80L
              GO TO 2420-EXIT
           END-IF

           OPEN OUTPUT REL-NAO-CLIENTE

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-QTD-PROSPECTS
                                          WS-TOT-POTENCIAL
           MOVE WS-DATA-HOJE           TO CAB-NCL-DATA

           WRITE REG-REL-NAO-CLIENTE   FROM LINHA-TRACO
           WRITE REG-REL-NAO-CLIENTE   FROM CAB-NAO-CLIENTE
           WRITE REG-REL-NAO-CLIENTE   FROM LINHA-TRACO
           WRITE REG-REL-NAO-CLIENTE   FROM CAB-NCL-COLUNAS

           RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              MOVE SRT-CNPJ            TO DET-NCL-CNPJ
              MOVE SRT-NOME            TO DET-NCL-NOME
              MOVE SRT-MUNICIPIO       TO DET-NCL-MUNICIPIO
              MOVE SRT-UF              TO DET-NCL-UF
              MOVE SRT-POTENCIAL       TO DET-NCL-POTENCIAL
              MOVE SRT-COD-PROSPECT    TO DET-NCL-PROSPECT
              WRITE REG-REL-NAO-CLIENTE
                                       FROM DET-NAO-CLIENTE
              ADD 1                    TO WS-QTD-LINHAS-REL
              ADD SRT-POTENCIAL        TO WS-TOT-POTENCIAL
              IF SRT-COD-PROSPECT      GREATER ZEROS
                 ADD 1                 TO WS-QTD-PROSPECTS
              END-IF
              RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           MOVE WS-QTD-LINHAS-REL      TO ROD-NCL-QTD
           MOVE WS-QTD-PROSPECTS       TO ROD-NCL-PROSPECTS
           MOVE WS-TOT-POTENCIAL       TO ROD-NCL-POTENCIAL

           WRITE REG-REL-NAO-CLIENTE   FROM LINHA-TRACO
           WRITE REG-REL-NAO-CLIENTE   FROM ROD-NAO-CLIENTE
           WRITE REG-REL-NAO-CLIENTE   FROM LINHA-TRACO

           CLOSE REL-NAO-CLIENTE

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELCENSONAOCLIENTE.TXT"
                                       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS80L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS80L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS80L
           STRING "PONTOS QUE NAO SAO CLIENTES: "
                  WS-QTD-LINHAS-REL
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS80L

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA DOS PONTOS QUE NAO SAO CLIENTES COMO PROSPECTS (FONTE    *
      * "L" - LEVANTAMENTO) DO VENDEDOR INFORMADO: SO OS DE POTENCIAL  *
      * IGUAL OU ACIMA DO MINIMO E AINDA NAO CARREGADOS; O CODIGO DO   *
      * PROSPECT FICA NO CENSO PARA NAO CARREGAR DE NOVO               *
      *----------------------------------------------------------------*
       2500-CARREGA-PROSPECTS          SECTION.

           MOVE ZEROS                  TO QTD-LIDOS-HBSIS80L
                                          QTD-CARREGADOS-HBSIS80L
                                          QTD-REJEITADOS-HBSIS80L

           OPEN INPUT ARQ-VENDEDOR

           MOVE COD-VENDEDOR-HBSIS80L  TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS80L
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS80L
              CLOSE ARQ-VENDEDOR
              GO TO 2500-EXIT
           END-IF

           IF FLAG-ATIVO-HBSIS04C      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS80L
              MOVE "VENDEDOR INATIVO"  TO MSG-RETORNO-HBSIS80L
              CLOSE ARQ-VENDEDOR
              GO TO 2500-EXIT
           END-IF

           CLOSE ARQ-VENDEDOR

           OPEN I-O ARQ-CENSO

           IF WS-FL-STATUS-CEN         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS80L
              MOVE "CENSO AINDA NAO IMPORTADO"
                                       TO MSG-RETORNO-HBSIS80L
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE ZEROS                  TO CNPJ-HBSIS80C

           START ARQ-CENSO KEY IS NOT LESS CNPJ-HBSIS80C

           IF WS-FL-STATUS-CEN         EQUAL ZEROS
              READ ARQ-CENSO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CEN NOT EQUAL "00"
              IF COD-PROSPECT-HBSIS80C EQUAL ZEROS
              AND POTENCIAL-TOTAL-HBSIS80C
                                       NOT LESS POTENCIAL-MIN-HBSIS80L
                 PERFORM 2050-LOCALIZA-CLIENTE
                 IF WS-CEN-NAO-CLIENTE
                    PERFORM 2510-INCLUI-PROSPECT
                 END-IF
              END-IF
              READ ARQ-CENSO NEXT
           END-PERFORM

           CLOSE ARQ-CENSO
           CLOSE ARQ-CLIENTE

           MOVE ZEROS                  TO COD-RETORNO-HBSIS80L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS80L
           STRING "PONTOS: "
                  QTD-LIDOS-HBSIS80L
                  " PROSPECTS: "
                  QTD-CARREGADOS-HBSIS80L
                  " REJ: "
                  QTD-REJEITADOS-HBSIS80L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS80L

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI UM PONTO DO CENSO COMO PROSPECT PELO HBSIS71P (AS       *
      * COORDENADAS SAO BUSCADAS PELO CEP NA INCLUSAO)                 *
      *----------------------------------------------------------------*
       2510-INCLUI-PROSPECT            SECTION.

           ADD 1                       TO QTD-LIDOS-HBSIS80L

           INITIALIZE HBSIS71L
           MOVE 1                      TO COD-FUNCAO-HBSIS71L
           MOVE ZEROS                  TO COD-PROSPECT-HBSIS71L
           MOVE NOME-PDV-HBSIS80C      TO NOME-PROSPECT-HBSIS71L
           MOVE LOGRADOURO-HBSIS80C    TO LOGRADOURO-HBSIS71L
           MOVE NUMERO-END-HBSIS80C    TO NUMERO-END-HBSIS71L
           MOVE MUNICIPIO-HBSIS80C     TO MUNICIPIO-HBSIS71L
           MOVE UF-HBSIS80C            TO UF-HBSIS71L
           MOVE CEP-HBSIS80C           TO CEP-HBSIS71L
           MOVE "L"                    TO FONTE-HBSIS71L
           MOVE COD-VENDEDOR-HBSIS80L  TO COD-VEND-ORIGEM-HBSIS71L
           MOVE OPERADOR-HBSIS80L      TO OPERADOR-HBSIS71L

           CALL WS-HBSIS71             USING HBSIS71L

           IF COD-RETORNO-HBSIS71L     EQUAL ZEROS
              MOVE COD-PROSPECT-HBSIS71L
                                       TO COD-PROSPECT-HBSIS80C
              REWRITE ARQ-HBSIS80C
              ADD 1                    TO QTD-CARREGADOS-HBSIS80L
           ELSE
              ADD 1                    TO QTD-REJEITADOS-HBSIS80L
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SHARE OF WALLET: RECEITA DOS 12 MESES FECHADOS (ARQ-VOLUME,    *
      * TODAS AS CATEGORIAS) SOBRE O POTENCIAL ANUAL DO CENSO, POR     *
      * CLIENTE EM ORDEM DECRESCENTE DE POTENCIAL NAO APROVEITADO      *
      * (POTENCIAL - RECEITA) E CRESCENTE DE SHARE, SEGUIDO DOS        *
      * RESUMOS POR CARTEIRA DE VENDEDOR (ULTIMA DISTRIBUICAO) E REGIAO*
      *----------------------------------------------------------------*
       2600-SHARE-WALLET               SECTION.

           MOVE WS-DATA-HOJE (1:6)     TO WS-ANO-MES
           COMPUTE WS-IDX-MES = WS-AM-ANO * 12 + WS-AM-MES - 1

           SUBTRACT 12                 FROM WS-IDX-MES
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO WS-AM-INI-REC

           ADD 11                      TO WS-IDX-MES
           PERFORM 2690-INDICE-PARA-ANO-MES
           MOVE WS-ANO-MES             TO WS-AM-FIM-REC

           INITIALIZE WS-TAB-SHARE-VEND
                      WS-TAB-SHARE-REG
                      WS-SHARE-TOTAL

           MOVE "N"                    TO WS-CENSO-ABERTO

           SORT ARQ-SORT
                ON DESCENDING KEY SRT-POTENCIAL-LIVRE
                ON ASCENDING  KEY SRT-SHARE
                INPUT PROCEDURE  IS 2610-INPUT-SHARE
                OUTPUT PROCEDURE IS 2640-OUTPUT-SHARE

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DO SORT: CLIENTES ATIVOS COM POTENCIAL NO CENSO        *
      *----------------------------------------------------------------*
       2610-INPUT-SHARE                SECTION.

           OPEN INPUT ARQ-CENSO

           IF WS-FL-STATUS-CEN         NOT EQUAL ZEROS
              GO TO 2610-EXIT
           END-IF

           MOVE "S"                    TO WS-CENSO-ABERTO

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VOLUME

           PERFORM 2620-ULTIMA-DISTRIBUICAO

           MOVE ZEROS                  TO CNPJ-HBSIS80C

           START ARQ-CENSO KEY IS NOT LESS CNPJ-HBSIS80C

           IF WS-FL-STATUS-CEN         EQUAL ZEROS
              READ ARQ-CENSO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CEN NOT EQUAL "00"
              IF POTENCIAL-TOTAL-HBSIS80C GREATER ZEROS
                 PERFORM 2050-LOCALIZA-CLIENTE
                 IF WS-CEN-CLIENTE-ATIVO
                    PERFORM 2630-ACUMULA-CLIENTE
                 END-IF
              END-IF
              READ ARQ-CENSO NEXT
           END-PERFORM

           IF WS-ULT-DATA-EXEC         NOT EQUAL ZEROS
              CLOSE ARQ-DISTRIBUICAO
           END-IF
           CLOSE ARQ-CENSO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VOLUME

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A ULTIMA EXECUCAO DA DISTRIBUICAO (A ORDEM DA CHAVE E *
      * A ORDEM CRONOLOGICA) - O ARQUIVO FICA ABERTO PARA A CONSULTA   *
      *----------------------------------------------------------------*
       2620-ULTIMA-DISTRIBUICAO        SECTION.

           MOVE ZEROS                  TO WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2620-EXIT
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
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A RECEITA DE 12 MESES DO CLIENTE, CALCULA O SHARE, LIBERA *
      * PARA O SORT E ACUMULA NA CARTEIRA DO VENDEDOR E NA REGIAO      *
      *----------------------------------------------------------------*
       2630-ACUMULA-CLIENTE            SECTION.

           MOVE ZEROS                  TO WS-RECEITA-12M

           MOVE WS-CEN-COD-CLIENTE     TO COD-CLIENTE-HBSIS16C
           MOVE WS-AM-INI-REC          TO ANO-MES-HBSIS16C
           MOVE SPACES                 TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS16C
                                       NOT EQUAL WS-CEN-COD-CLIENTE
                      OR ANO-MES-HBSIS16C GREATER WS-AM-FIM-REC
              ADD RECEITA-HBSIS16C     TO WS-RECEITA-12M
              READ ARQ-VOLUME NEXT
           END-PERFORM

           MOVE ZEROS                  TO WS-COD-VEND-CARTEIRA

           IF WS-ULT-DATA-EXEC         NOT EQUAL ZEROS
              MOVE WS-ULT-DATA-EXEC    TO DATA-EXECUCAO-HBSIS07C
              MOVE WS-ULT-HORA-EXEC    TO HORA-EXECUCAO-HBSIS07C
              MOVE WS-CEN-COD-CLIENTE  TO COD-CLIENTE-HBSIS07C
              READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
              AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-COD-VEND-CARTEIRA
              END-IF
           END-IF

           COMPUTE WS-SHARE ROUNDED =
                   WS-RECEITA-12M * 100 / POTENCIAL-TOTAL-HBSIS80C
              ON SIZE ERROR
                 MOVE 99999,99         TO WS-SHARE
           END-COMPUTE

           INITIALIZE REG-SORT
           IF POTENCIAL-TOTAL-HBSIS80C GREATER WS-RECEITA-12M
              COMPUTE SRT-POTENCIAL-LIVRE =
                      POTENCIAL-TOTAL-HBSIS80C - WS-RECEITA-12M
           END-IF
           MOVE WS-SHARE               TO SRT-SHARE
           MOVE POTENCIAL-TOTAL-HBSIS80C
                                       TO SRT-POTENCIAL
           MOVE WS-RECEITA-12M         TO SRT-RECEITA
           MOVE CNPJ-HBSIS80C          TO SRT-CNPJ
           MOVE WS-CEN-COD-CLIENTE     TO SRT-COD-CLIENTE
           MOVE RAZAO-SOCIAL-HBSIS02C  TO SRT-NOME
           MOVE WS-COD-VEND-CARTEIRA   TO SRT-COD-VEND
           MOVE COD-REGIAO-HBSIS02C    TO SRT-COD-REGIAO
           MOVE MUNICIPIO-HBSIS02C     TO SRT-MUNICIPIO

           RELEASE REG-SORT

           COMPUTE WS-IDX-VEND = WS-COD-VEND-CARTEIRA + 1
           COMPUTE WS-IDX-REG  = COD-REGIAO-HBSIS02C + 1

           ADD 1                       TO WS-SVE-QTD (WS-IDX-VEND)
                                          WS-SRE-QTD (WS-IDX-REG)
                                          WS-STO-QTD
           ADD POTENCIAL-TOTAL-HBSIS80C
                                       TO WS-SVE-POTENCIAL
                                          (WS-IDX-VEND)
                                          WS-SRE-POTENCIAL
                                          (WS-IDX-REG)
                                          WS-STO-POTENCIAL
           ADD WS-RECEITA-12M          TO WS-SVE-RECEITA
                                          (WS-IDX-VEND)
                                          WS-SRE-RECEITA
                                          (WS-IDX-REG)
                                          WS-STO-RECEITA

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SORT: LISTA DE CLIENTES E RESUMOS, REGISTRADO NO      *
      * HBSIS42P                                                       *
      *----------------------------------------------------------------*
       2640-OUTPUT-SHARE               SECTION.

           IF WS-CENSO-ABERTO          EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS80L
              MOVE "CENSO AINDA NAO IMPORTADO"
                                       TO MSG-RETORNO-HBSIS80L
              GO TO 2640-EXIT
           END-IF

           OPEN OUTPUT REL-SHARE

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-POSICAO
           MOVE WS-AM-INI-REC          TO CAB-SHA-AM-INI
           MOVE WS-AM-FIM-REC          TO CAB-SHA-AM-FIM

           WRITE REG-REL-SHARE         FROM LINHA-TRACO
           WRITE REG-REL-SHARE         FROM CAB-SHARE
           MOVE "CLIENTES EM ORDEM DE POTENCIAL NAO APROVEITADO (POTENCI
      -         "AL ANUAL - RECEITA DE 12 MESES)"
                                       TO CAB-SHA-BLOCO
           WRITE REG-REL-SHARE         FROM CAB-SHA-BLOCO
           WRITE REG-REL-SHARE         FROM LINHA-TRACO
           WRITE REG-REL-SHARE         FROM CAB-SHA-COLUNAS

           RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              ADD 1                    TO WS-POSICAO
              MOVE WS-POSICAO          TO DET-SHA-POSICAO
              MOVE SRT-COD-CLIENTE     TO DET-SHA-COD-CLIENTE
              MOVE SRT-NOME            TO DET-SHA-NOME
              MOVE SRT-COD-VEND        TO DET-SHA-COD-VEND
              MOVE SRT-COD-REGIAO      TO DET-SHA-COD-REGIAO
              MOVE SRT-POTENCIAL       TO DET-SHA-POTENCIAL
              MOVE SRT-RECEITA         TO DET-SHA-RECEITA
              MOVE SRT-SHARE           TO DET-SHA-SHARE
              MOVE SRT-POTENCIAL-LIVRE TO DET-SHA-LIVRE
              WRITE REG-REL-SHARE      FROM DET-SHARE
              ADD 1                    TO WS-QTD-LINHAS-REL
              RETURN ARQ-SORT AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           OPEN INPUT ARQ-VENDEDOR

           WRITE REG-REL-SHARE         FROM LINHA-TRACO
           MOVE "POR CARTEIRA DE VENDEDOR (ULTIMA DISTRIBUICAO)"
                                       TO CAB-SHA-BLOCO
           WRITE REG-REL-SHARE         FROM CAB-SHA-BLOCO
           WRITE REG-REL-SHARE         FROM CAB-SHA-RESUMO

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 1000
              IF WS-SVE-QTD (WS-IDX-VEND) GREATER ZEROS
                 MOVE WS-SVE-ITEM (WS-IDX-VEND)
                                       TO WS-SHARE-LINHA
                 COMPUTE WS-COD-VEND-REL = WS-IDX-VEND - 1
                 MOVE WS-COD-VEND-REL  TO DET-SHR-CODIGO
                                          COD-VENDEDOR-HBSIS04C
                 MOVE "SEM VENDEDOR"   TO DET-SHR-NOME
                 IF WS-COD-VEND-REL    GREATER ZEROS
                    MOVE SPACES        TO DET-SHR-NOME
                    READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
                    IF WS-FL-STATUS-VEN EQUAL ZEROS
                       MOVE NOME-VEND-HBSIS04C
                                       TO DET-SHR-NOME
                    END-IF
                 END-IF
                 PERFORM 2650-GRAVA-LINHA-RESUMO
              END-IF
           END-PERFORM

           CLOSE ARQ-VENDEDOR

           WRITE REG-REL-SHARE         FROM LINHA-TRACO
           MOVE "POR REGIAO"           TO CAB-SHA-BLOCO
           WRITE REG-REL-SHARE         FROM CAB-SHA-BLOCO
           WRITE REG-REL-SHARE         FROM CAB-SHA-RESUMO

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000
              IF WS-SRE-QTD (WS-IDX-REG) GREATER ZEROS
                 MOVE WS-SRE-ITEM (WS-IDX-REG)
                                       TO WS-SHARE-LINHA
                 COMPUTE DET-SHR-CODIGO = WS-IDX-REG - 1
                 MOVE "REGIAO"         TO DET-SHR-NOME
                 PERFORM 2650-GRAVA-LINHA-RESUMO
              END-IF
           END-PERFORM

           WRITE REG-REL-SHARE         FROM LINHA-TRACO
           MOVE WS-SHARE-TOTAL         TO WS-SHARE-LINHA
           MOVE ZEROS                  TO DET-SHR-CODIGO
           MOVE "TOTAL GERAL"          TO DET-SHR-NOME
           PERFORM 2650-GRAVA-LINHA-RESUMO
           WRITE REG-REL-SHARE         FROM LINHA-TRACO

           CLOSE REL-SHARE

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELSHAREWALLET.TXT"   TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS80L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS80L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS80L
           STRING "CLIENTES NO SHARE OF WALLET: "
                  WS-QTD-LINHAS-REL
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS80L

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE RESUMO A PARTIR DE WS-SHARE-LINHA           *
      *----------------------------------------------------------------*
       2650-GRAVA-LINHA-RESUMO         SECTION.

           MOVE ZEROS                  TO WS-SHARE

           IF WS-SLI-POTENCIAL         GREATER ZEROS
              COMPUTE WS-SHARE ROUNDED =
                      WS-SLI-RECEITA * 100 / WS-SLI-POTENCIAL
                 ON SIZE ERROR
                    MOVE 99999,99      TO WS-SHARE
              END-COMPUTE
           END-IF

           MOVE WS-SLI-QTD             TO DET-SHR-QTD
           MOVE WS-SLI-POTENCIAL       TO DET-SHR-POTENCIAL
           MOVE WS-SLI-RECEITA         TO DET-SHR-RECEITA
           MOVE WS-SHARE               TO DET-SHR-SHARE

           WRITE REG-REL-SHARE         FROM DET-SHA-RESUMO

           .
       2650-EXIT.
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
