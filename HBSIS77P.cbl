       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS77P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CARREGAR O HISTORICO DE PEDIDOS DE CAMPO        *
      *                (ARQ-PEDIDO) A PARTIR DO ARQUIVO DE PEDIDOS DOS *
      *                DISPOSITIVOS (CABECALHO E ITENS), VALIDANDO     *
      *                CONTRA OS CADASTROS, COM REJEITADOS PARA A      *
      *                BANCADA (HBSIS19P); RELATORIO DIARIO DE VISITAS *
      *                SEM PEDIDO POR VENDEDOR E CONCILIACAO MENSAL DO *
      *                VALOR PEDIDO X RECEITA FATURADA POR CLIENTE     *
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
           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS77C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS43C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

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

           SELECT IMP-PEDIDO         ASSIGN TO WS-LABEL-IMP
                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-IMP.

           SELECT REJ-PEDIDO         ASSIGN TO "IMPPEDIDOREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REJ.

           SELECT REL-SEM-PEDIDO     ASSIGN TO
                                    "RELVISITASEMPEDIDO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-CONCILIACAO    ASSIGN TO
                                    "RELCONCILIAPEDIDO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "HBSIS77C.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "HBSIS43C.CPY".

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

      *    ARQUIVO DOS DISPOSITIVOS: UM REGISTRO "C" (CABECALHO DO
      *    PEDIDO) SEGUIDO DOS SEUS REGISTROS "I" (ITENS)
       FD  IMP-PEDIDO
           LABEL RECORD IS STANDARD.
       01  IMP-PEDIDO-REG.
           03 IMP-TIPO-REG             PIC  X(001).
           03 IMP-NUM-PEDIDO           PIC  9(008).
           03 IMP-DADOS                PIC  X(042).
       01  IMP-CABECALHO-REG.
           03 FILLER                   PIC  X(009).
           03 IMP-COD-CLIENTE          PIC  9(007).
           03 IMP-COD-VENDEDOR         PIC  9(003).
           03 IMP-DATA-VISITA          PIC  9(008).
           03 FILLER                   PIC  X(024).
       01  IMP-ITEM-REG.
           03 FILLER                   PIC  X(009).
           03 IMP-CATEGORIA            PIC  X(003).
           03 IMP-QUANTIDADE           PIC  9(009)V9(002).
           03 IMP-VALOR                PIC  9(011)V9(002).
           03 FILLER                   PIC  X(015).

       FD  REJ-PEDIDO
           LABEL RECORD IS STANDARD.
       01  REG-REJ-PEDIDO              PIC X(120).

       FD  REL-SEM-PEDIDO.
       01  REG-REL-SEM-PEDIDO          PIC X(100).

       FD  REL-CONCILIACAO.
       01  REG-REL-CONCILIACAO         PIC X(110).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REJ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-LABEL-IMP                PIC  X(020)         VALUE SPACES.
       01  WS-DATA-CARGA               PIC  9(008)         VALUE ZEROS.
       01  WS-MOTIVO-REJ               PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CABECALHO DO PEDIDO CORRENTE DA IMPORTACAO: OS ITENS HERDAM    *
      * CLIENTE, VENDEDOR, DATA E A REJEICAO DO CABECALHO              *
      *----------------------------------------------------------------*
       01  WS-PED-ATIVO                PIC  X(001)         VALUE "N".
       01  WS-PED-NUM                  PIC  9(008)         VALUE ZEROS.
       01  WS-PED-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-PED-COD-VENDEDOR         PIC  9(003)         VALUE ZEROS.
       01  WS-PED-DATA-VISITA          PIC  9(008)         VALUE ZEROS.
       01  WS-PED-MOTIVO               PIC  X(040)         VALUE SPACES.

      *    ITEM EM VALIDACAO (DA IMPORTACAO OU DA BANCADA)
       01  WS-ITEM.
           05  WS-ITE-NUM-PEDIDO       PIC  9(008)         VALUE ZEROS.
           05  WS-ITE-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           05  WS-ITE-COD-VENDEDOR     PIC  9(003)         VALUE ZEROS.
           05  WS-ITE-DATA-VISITA      PIC  9(008)         VALUE ZEROS.
           05  WS-ITE-CATEGORIA        PIC  X(003)         VALUE SPACES.
           05  WS-ITE-QUANTIDADE       PIC  9(009)V9(002)  VALUE ZEROS.
           05  WS-ITE-VALOR            PIC  9(011)V9(002)  VALUE ZEROS.

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-REF                 PIC  9(008)         VALUE ZEROS.
       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R                REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).

      *----------------------------------------------------------------*
      * VISITAS DO DIA POR VENDEDOR E CLIENTES VISITADOS SEM PEDIDO    *
      *----------------------------------------------------------------*
       01  WS-TAB-VEND-VISITA.
           05  WS-VVI-ITEM             OCCURS 999 TIMES.
               10  WS-VVI-VISITAS      PIC  9(005).
               10  WS-VVI-COM-PEDIDO   PIC  9(005).

       01  WS-TAB-SEM-PEDIDO.
           05  WS-TAB-SPE-QTD          PIC  9(005)         VALUE ZEROS.
           05  WS-TAB-SPE-ITEM         OCCURS 99999 TIMES
                                       INDEXED BY WS-IDX-SPE.
               10  WS-SPE-COD-VEND     PIC  9(003).
               10  WS-SPE-COD-CLI      PIC  9(007).

       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-TEM-PEDIDO               PIC  X(001)         VALUE "N".
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-VISITAS              PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-COM-PEDIDO           PIC  9(007)         VALUE ZEROS.
       01  WS-PCT-CONVERSAO            PIC  9(003)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONCILIACAO: VALOR PEDIDO E RECEITA FATURADA DO CLIENTE        *
      *----------------------------------------------------------------*
       01  WS-CON-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-CON-PEDIDO               PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-CON-FATURADO             PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-CON-DIFERENCA            PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-CON-QTD-OK               PIC  9(007)         VALUE ZEROS.
       01  WS-CON-QTD-NAO-FAT          PIC  9(007)         VALUE ZEROS.
       01  WS-CON-QTD-ABAIXO           PIC  9(007)         VALUE ZEROS.
       01  WS-CON-TOT-PEDIDO           PIC  9(015)V9(002)  VALUE ZEROS.
       01  WS-CON-TOT-FATURADO         PIC S9(015)V9(002)  VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * REJEITADO DA IMPORTACAO - MESMO LAY-OUT LIDO PELA BANCADA      *
      * HBSIS19P                                                       *
      *----------------------------------------------------------------*
       01  DET-REJ-PEDIDO.
           03 DET-REJ-NUM-PEDIDO       PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-COD-VENDEDOR     PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-DATA-VISITA      PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-CATEGORIA        PIC  X(003)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-QUANTIDADE       PIC  9(009)V9(002)  VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-VALOR            PIC  9(011)V9(002)  VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-MOTIVO           PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-STATUS           PIC  X(001)         VALUE "P".
           03 FILLER                   PIC  X(006)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DE VISITAS SEM PEDIDO                                *
      *----------------------------------------------------------------*
       01  CAB-SEM-PEDIDO.
           03 FILLER                   PIC  X(040)         VALUE
              "VISITAS REALIZADAS SEM PEDIDO - DIA: ".
           03 CAB-SPE-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(052)         VALUE SPACES.

       01  CAB-SPE-VENDEDOR.
           03 FILLER                   PIC  X(010)         VALUE
              "VENDEDOR: ".
           03 CAB-SPE-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-SPE-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(044)         VALUE SPACES.

       01  DET-SEM-PEDIDO.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-SPE-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SPE-RAZAO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(047)         VALUE SPACES.

       01  SUB-SEM-PEDIDO.
           03 FILLER                   PIC  X(013)         VALUE
              "    VISITAS: ".
           03 SUB-SPE-VISITAS          PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(016)         VALUE
              "  COM PEDIDO: ".
           03 SUB-SPE-COM-PEDIDO       PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(016)         VALUE
              "  SEM PEDIDO: ".
           03 SUB-SPE-SEM-PEDIDO       PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(015)         VALUE
              "  CONVERSAO: ".
           03 SUB-SPE-PCT              PIC  ZZ9,99         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(018)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DE CONCILIACAO PEDIDO X FATURADO                     *
      *----------------------------------------------------------------*
       01  CAB-CONCILIACAO.
           03 FILLER                   PIC  X(046)         VALUE
              "CONCILIACAO PEDIDO X FATURADO - ANO-MES: ".
           03 CAB-CON-ANO-MES          PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(058)         VALUE SPACES.

       01  CAB-COL-CONCILIACAO.
           03 FILLER                   PIC  X(050)         VALUE
              "CLIENTE  RAZAO SOCIAL".
           03 FILLER                   PIC  X(030)         VALUE
              "        PEDIDO       FATURADO".
           03 FILLER                   PIC  X(030)         VALUE
              "      DIFERENCA  SITUACAO".

       01  DET-CONCILIACAO.
           03 DET-CON-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CON-RAZAO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CON-PEDIDO           PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CON-FATURADO         PIC  ----------9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-CON-DIFERENCA        PIC  -ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-CON-SITUACAO         PIC  X(014)         VALUE SPACES.

       01  TOT-CONCILIACAO.
           03 FILLER                   PIC  X(050)         VALUE
              "TOTAIS".
           03 TOT-CON-PEDIDO           PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 TOT-CON-FATURADO         PIC  ----------9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(031)         VALUE SPACES.

       01  TOT-CON-SITUACOES.
           03 FILLER                   PIC  X(013)         VALUE
              "CLIENTES OK: ".
           03 TOT-CON-QTD-OK           PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(018)         VALUE
              "  NAO FATURADOS: ".
           03 TOT-CON-QTD-NAO-FAT      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(026)         VALUE
              "  FATURADOS ABAIXO: ".
           03 TOT-CON-QTD-ABAIXO       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(032)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(110)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS77L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS77L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS77L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS77L
           MOVE NOME-ARQ-PED-HBSIS77L  TO WS-LABEL-IMP
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-CARGA
                                          WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS77L
               WHEN 1
                    PERFORM 2100-IMPORTA-PEDIDOS
               WHEN 2
                    PERFORM 2500-RELAT-SEM-PEDIDO
               WHEN 3
                    PERFORM 2600-CONCILIA-FATURADO
               WHEN 4
                    PERFORM 2700-GRAVA-ITEM-BANCADA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS77L
                    MOVE "CODIGO DA FUNCAO INVALIDA"
                                       TO MSG-RETORNO-HBSIS77L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO ARQUIVO DE PEDIDOS DOS DISPOSITIVOS DE CAMPO     *
      * PARA O ARQ-PEDIDO                                              *
      *----------------------------------------------------------------*
       2100-IMPORTA-PEDIDOS            SECTION.

           MOVE ZEROS                  TO QTD-PEDIDOS-HBSIS77L
                                          QTD-LIDOS-HBSIS77L
                                          QTD-CARREGADOS-HBSIS77L
                                          QTD-REJEITADOS-HBSIS77L

           OPEN INPUT IMP-PEDIDO

           IF WS-FL-STATUS-IMP         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS77L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO MSG-RETORNO-HBSIS77L
              GO TO 2100-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT REJ-PEDIDO

           PERFORM 2150-OPEN-ARQ-PEDIDO

           IF COD-RETORNO-HBSIS77L     NOT EQUAL ZEROS
              CLOSE IMP-PEDIDO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE REJ-PEDIDO
              GO TO 2100-EXIT
           END-IF

           MOVE "N"                    TO WS-PED-ATIVO

           PERFORM 2200-LER-IMP-PEDIDO

           PERFORM 2300-TRATA-IMP-PEDIDO UNTIL
                   WS-FL-STATUS-IMP    NOT EQUAL "00"

           CLOSE IMP-PEDIDO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE REJ-PEDIDO
           CLOSE ARQ-PEDIDO

           MOVE ZEROS                  TO COD-RETORNO-HBSIS77L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS77L
           STRING "PEDIDOS: "
                  QTD-PEDIDOS-HBSIS77L
                  " ITENS: "
                  QTD-LIDOS-HBSIS77L
                  " REJ: "
                  QTD-REJEITADOS-HBSIS77L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS77L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO HISTORICO DE PEDIDOS (CRIA NA PRIMEIRA CARGA)      *
      *----------------------------------------------------------------*
       2150-OPEN-ARQ-PEDIDO            SECTION.

           OPEN I-O ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL "35"
              OPEN OUTPUT ARQ-PEDIDO

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 CLOSE ARQ-PEDIDO
                 OPEN I-O ARQ-PEDIDO
              END-IF
           END-IF

           IF WS-FL-STATUS-PED         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS77L
              MOVE "ERRO NA ABERTURA DO HISTORICO DE PEDIDOS"
                                       TO MSG-RETORNO-HBSIS77L
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE UM REGISTRO DO ARQUIVO DE PEDIDOS                   *
      *----------------------------------------------------------------*
       2200-LER-IMP-PEDIDO             SECTION.

           READ IMP-PEDIDO

           IF WS-FL-STATUS-IMP         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS77L
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS"
                                       TO MSG-RETORNO-HBSIS77L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM REGISTRO DO ARQUIVO: CABECALHO GUARDA O PEDIDO        *
      * CORRENTE, ITEM E VALIDADO E GRAVADO OU REJEITADO               *
      *----------------------------------------------------------------*
       2300-TRATA-IMP-PEDIDO           SECTION.

           EVALUATE IMP-TIPO-REG
               WHEN "C"
                    PERFORM 2310-TRATA-CABECALHO
               WHEN "I"
                    PERFORM 2320-TRATA-ITEM
               WHEN OTHER
                    ADD 1              TO QTD-LIDOS-HBSIS77L
                    INITIALIZE WS-ITEM
                    MOVE IMP-NUM-PEDIDO
                                       TO WS-ITE-NUM-PEDIDO
                    MOVE "TIPO DE REGISTRO INVALIDO (C/I)"
                                       TO WS-MOTIVO-REJ
                    PERFORM 2390-GRAVA-REJEITADO
           END-EVALUATE

           PERFORM 2200-LER-IMP-PEDIDO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO PEDIDO: CLIENTE, VENDEDOR E DATA DA VISITA SAO    *
      * VALIDADOS UMA VEZ E VALEM PARA TODOS OS ITENS DO PEDIDO        *
      *----------------------------------------------------------------*
       2310-TRATA-CABECALHO            SECTION.

           ADD 1                       TO QTD-PEDIDOS-HBSIS77L

           MOVE "S"                    TO WS-PED-ATIVO
           MOVE IMP-NUM-PEDIDO         TO WS-PED-NUM
           MOVE IMP-COD-CLIENTE        TO WS-PED-COD-CLIENTE
           MOVE IMP-COD-VENDEDOR       TO WS-PED-COD-VENDEDOR
           MOVE IMP-DATA-VISITA        TO WS-PED-DATA-VISITA

           INITIALIZE WS-ITEM
           MOVE WS-PED-COD-CLIENTE     TO WS-ITE-COD-CLIENTE
           MOVE WS-PED-COD-VENDEDOR    TO WS-ITE-COD-VENDEDOR
           MOVE WS-PED-DATA-VISITA     TO WS-ITE-DATA-VISITA

           PERFORM 2350-VALIDA-CABECALHO

           MOVE WS-MOTIVO-REJ          TO WS-PED-MOTIVO

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ITEM DO PEDIDO: HERDA O CABECALHO (E A SUA REJEICAO)           *
      *----------------------------------------------------------------*
       2320-TRATA-ITEM                 SECTION.

           ADD 1                       TO QTD-LIDOS-HBSIS77L

           INITIALIZE WS-ITEM
           MOVE IMP-NUM-PEDIDO         TO WS-ITE-NUM-PEDIDO
           MOVE IMP-CATEGORIA          TO WS-ITE-CATEGORIA
           MOVE IMP-QUANTIDADE         TO WS-ITE-QUANTIDADE
           MOVE IMP-VALOR              TO WS-ITE-VALOR

           IF WS-PED-ATIVO             NOT EQUAL "S"
           OR IMP-NUM-PEDIDO           NOT EQUAL WS-PED-NUM
              MOVE "ITEM SEM CABECALHO DO PEDIDO"
                                       TO WS-MOTIVO-REJ
              PERFORM 2390-GRAVA-REJEITADO
              GO TO 2320-EXIT
           END-IF

           MOVE WS-PED-COD-CLIENTE     TO WS-ITE-COD-CLIENTE
           MOVE WS-PED-COD-VENDEDOR    TO WS-ITE-COD-VENDEDOR
           MOVE WS-PED-DATA-VISITA     TO WS-ITE-DATA-VISITA

           MOVE WS-PED-MOTIVO          TO WS-MOTIVO-REJ

           IF WS-MOTIVO-REJ            EQUAL SPACES
              PERFORM 2360-VALIDA-ITEM
           END-IF

           IF WS-MOTIVO-REJ            NOT EQUAL SPACES
              PERFORM 2390-GRAVA-REJEITADO
           ELSE
              PERFORM 2400-GRAVA-ITEM
              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 ADD 1                 TO QTD-CARREGADOS-HBSIS77L
              ELSE
                 MOVE "ERRO NA GRAVACAO DO HISTORICO DE PEDIDOS"
                                       TO WS-MOTIVO-REJ
                 PERFORM 2390-GRAVA-REJEITADO
              END-IF
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA CLIENTE, VENDEDOR E DATA DA VISITA DO ITEM EM WS-ITEM   *
      * (ARQ-CLIENTE E ARQ-VENDEDOR ABERTOS)                           *
      *----------------------------------------------------------------*
       2350-VALIDA-CABECALHO           SECTION.

           MOVE SPACES                 TO WS-MOTIVO-REJ

           MOVE WS-ITE-COD-CLIENTE     TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           MOVE WS-ITE-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           IF WS-ITE-DATA-VISITA       NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (WS-ITE-DATA-VISITA)
                                       NOT EQUAL ZEROS
              MOVE "DATA DA VISITA INVALIDA"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           IF WS-ITE-DATA-VISITA       GREATER WS-DATA-HOJE
              MOVE "DATA DA VISITA POSTERIOR A HOJE"
                                       TO WS-MOTIVO-REJ
           END-IF

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA CATEGORIA, QUANTIDADE E VALOR DO ITEM EM WS-ITEM        *
      * (CATEGORIA EM BRANCO VAI PARA "GER", COMO NO FATURAMENTO)      *
      *----------------------------------------------------------------*
       2360-VALIDA-ITEM                SECTION.

           MOVE SPACES                 TO WS-MOTIVO-REJ

           IF WS-ITE-CATEGORIA         EQUAL SPACES
              MOVE "GER"               TO WS-ITE-CATEGORIA
           END-IF

           IF WS-ITE-QUANTIDADE        NOT NUMERIC
           OR WS-ITE-QUANTIDADE        EQUAL ZEROS
              MOVE "QUANTIDADE DO ITEM INVALIDA"
                                       TO WS-MOTIVO-REJ
              GO TO 2360-EXIT
           END-IF

           IF WS-ITE-VALOR             NOT NUMERIC
              MOVE "VALOR DO ITEM INVALIDO"
                                       TO WS-MOTIVO-REJ
           END-IF

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O ITEM REJEITADO NO ARQUIVO DA BANCADA                   *
      *----------------------------------------------------------------*
       2390-GRAVA-REJEITADO            SECTION.

           ADD 1                       TO QTD-REJEITADOS-HBSIS77L

           MOVE WS-ITE-NUM-PEDIDO      TO DET-REJ-NUM-PEDIDO
           MOVE WS-ITE-COD-CLIENTE     TO DET-REJ-COD-CLIENTE
           MOVE WS-ITE-COD-VENDEDOR    TO DET-REJ-COD-VENDEDOR
           MOVE WS-ITE-DATA-VISITA     TO DET-REJ-DATA-VISITA
           MOVE WS-ITE-CATEGORIA       TO DET-REJ-CATEGORIA
           MOVE WS-ITE-QUANTIDADE      TO DET-REJ-QUANTIDADE
           MOVE WS-ITE-VALOR           TO DET-REJ-VALOR
           MOVE WS-MOTIVO-REJ          TO DET-REJ-MOTIVO
           MOVE "P"                    TO DET-REJ-STATUS

           WRITE REG-REJ-PEDIDO        FROM DET-REJ-PEDIDO

           .
       2390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O ITEM NO HISTORICO; REENVIO DO MESMO PEDIDO SUBSTITUI   *
      * O ITEM JA GRAVADO                                              *
      *----------------------------------------------------------------*
       2400-GRAVA-ITEM                 SECTION.

           MOVE WS-ITE-COD-CLIENTE     TO COD-CLIENTE-HBSIS77C
           MOVE WS-ITE-DATA-VISITA     TO DATA-VISITA-HBSIS77C
           MOVE WS-ITE-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS77C
           MOVE WS-ITE-NUM-PEDIDO      TO NUM-PEDIDO-HBSIS77C
           MOVE WS-ITE-CATEGORIA       TO CATEGORIA-HBSIS77C
           MOVE WS-ITE-QUANTIDADE      TO QUANTIDADE-HBSIS77C
           MOVE WS-ITE-VALOR           TO VALOR-HBSIS77C
           MOVE WS-DATA-CARGA          TO DATA-CARGA-HBSIS77C

           WRITE ARQ-HBSIS77C

           IF WS-FL-STATUS-PED         EQUAL "22"
              REWRITE ARQ-HBSIS77C
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DIARIO DE VISITAS SEM PEDIDO: VISITAS REALIZADAS     *
      * ("R") DO DIA SEM NENHUM ITEM DE PEDIDO DO MESMO CLIENTE,       *
      * VENDEDOR E DATA, POR VENDEDOR, COM A TAXA DE CONVERSAO         *
      *----------------------------------------------------------------*
       2500-RELAT-SEM-PEDIDO           SECTION.

           IF DATA-REF-HBSIS77L        GREATER ZEROS
              MOVE DATA-REF-HBSIS77L   TO WS-DATA-REF
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-REF
           END-IF

           INITIALIZE WS-TAB-VEND-VISITA
           MOVE ZEROS                  TO WS-TAB-SPE-QTD

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS77L
              MOVE "NAO HA HISTORICO DE VISITAS CARREGADO"
                                       TO MSG-RETORNO-HBSIS77L
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-PEDIDO

           READ ARQ-VISITA NEXT

           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
              IF RESULTADO-HBSIS43C    EQUAL "R"
              AND DATA-VISITA-HBSIS43C EQUAL WS-DATA-REF
              AND COD-VENDEDOR-HBSIS43C GREATER ZEROS
                 PERFORM 2510-VERIFICA-PEDIDO
              END-IF
              READ ARQ-VISITA NEXT
           END-PERFORM

           CLOSE ARQ-VISITA
           CLOSE ARQ-PEDIDO

           PERFORM 2530-GRAVA-RELATORIO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA A VISITA NO VENDEDOR E PROCURA UM ITEM DE PEDIDO DA      *
      * MESMA VISITA (A CHAVE DO PEDIDO COMECA PELA CHAVE DA VISITA)   *
      *----------------------------------------------------------------*
       2510-VERIFICA-PEDIDO            SECTION.

           ADD 1                       TO WS-VVI-VISITAS
                                          (COD-VENDEDOR-HBSIS43C)

           MOVE "N"                    TO WS-TEM-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE COD-CLIENTE-HBSIS43C
                                       TO COD-CLIENTE-HBSIS77C
              MOVE DATA-VISITA-HBSIS43C
                                       TO DATA-VISITA-HBSIS77C
              MOVE COD-VENDEDOR-HBSIS43C
                                       TO COD-VENDEDOR-HBSIS77C
              MOVE ZEROS               TO NUM-PEDIDO-HBSIS77C
              MOVE LOW-VALUES          TO CATEGORIA-HBSIS77C

              START ARQ-PEDIDO KEY IS NOT LESS CHAVE-HBSIS77C

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 READ ARQ-PEDIDO NEXT
                 IF WS-FL-STATUS-PED   EQUAL ZEROS
                 AND COD-CLIENTE-HBSIS77C EQUAL COD-CLIENTE-HBSIS43C
                 AND DATA-VISITA-HBSIS77C EQUAL DATA-VISITA-HBSIS43C
                 AND COD-VENDEDOR-HBSIS77C
                                       EQUAL COD-VENDEDOR-HBSIS43C
                    MOVE "S"           TO WS-TEM-PEDIDO
                 END-IF
              END-IF

              MOVE "00"                TO WS-FL-STATUS-PED
           END-IF

           IF WS-TEM-PEDIDO            EQUAL "S"
              ADD 1                    TO WS-VVI-COM-PEDIDO
                                          (COD-VENDEDOR-HBSIS43C)
           ELSE
              IF WS-TAB-SPE-QTD        LESS 99999
                 ADD 1                 TO WS-TAB-SPE-QTD
                 SET WS-IDX-SPE        TO WS-TAB-SPE-QTD
                 MOVE COD-VENDEDOR-HBSIS43C
                                       TO WS-SPE-COD-VEND (WS-IDX-SPE)
                 MOVE COD-CLIENTE-HBSIS43C
                                       TO WS-SPE-COD-CLI (WS-IDX-SPE)
              END-IF
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RELATORIO DE VISITAS SEM PEDIDO E REGISTRA O ARQUIVO   *
      * GERADO (HBSIS42P)                                              *
      *----------------------------------------------------------------*
       2530-GRAVA-RELATORIO            SECTION.

           OPEN OUTPUT REL-SEM-PEDIDO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS77L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE VISITAS"
                                       TO MSG-RETORNO-HBSIS77L
              GO TO 2530-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-TOT-VISITAS
                                          WS-TOT-COM-PEDIDO

           MOVE WS-DATA-REF            TO CAB-SPE-DATA
           WRITE REG-REL-SEM-PEDIDO    FROM LINHA-TRACO
           WRITE REG-REL-SEM-PEDIDO    FROM CAB-SEM-PEDIDO
           WRITE REG-REL-SEM-PEDIDO    FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999
              IF WS-VVI-VISITAS (WS-IDX-VEND) GREATER ZEROS
                 PERFORM 2535-GRAVA-VENDEDOR
              END-IF
           END-PERFORM

           MOVE WS-TOT-VISITAS         TO SUB-SPE-VISITAS
           MOVE WS-TOT-COM-PEDIDO      TO SUB-SPE-COM-PEDIDO
           COMPUTE SUB-SPE-SEM-PEDIDO =
                   WS-TOT-VISITAS - WS-TOT-COM-PEDIDO
           MOVE ZEROS                  TO WS-PCT-CONVERSAO
           IF WS-TOT-VISITAS           GREATER ZEROS
              COMPUTE WS-PCT-CONVERSAO ROUNDED =
                      WS-TOT-COM-PEDIDO * 100 / WS-TOT-VISITAS
           END-IF
           MOVE WS-PCT-CONVERSAO       TO SUB-SPE-PCT

           WRITE REG-REL-SEM-PEDIDO    FROM LINHA-TRACO
           MOVE "TOTAL GERAL"          TO REG-REL-SEM-PEDIDO
           WRITE REG-REL-SEM-PEDIDO
           WRITE REG-REL-SEM-PEDIDO    FROM SUB-SEM-PEDIDO
           WRITE REG-REL-SEM-PEDIDO    FROM LINHA-TRACO

           CLOSE REL-SEM-PEDIDO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELVISITASEMPEDIDO.TXT"
                                       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS77L
           MOVE "RELATORIO DE VISITAS SEM PEDIDO GERADO"
                                       TO MSG-RETORNO-HBSIS77L

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BLOCO DE UM VENDEDOR: CLIENTES VISITADOS SEM PEDIDO E TOTAIS   *
      *----------------------------------------------------------------*
       2535-GRAVA-VENDEDOR             SECTION.

           MOVE WS-IDX-VEND            TO CAB-SPE-COD-VEND
                                          COD-VENDEDOR-HBSIS04C
           MOVE SPACES                 TO CAB-SPE-NOME-VEND
           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VEND-HBSIS04C  TO CAB-SPE-NOME-VEND
           END-IF

           WRITE REG-REL-SEM-PEDIDO    FROM CAB-SPE-VENDEDOR

           PERFORM VARYING WS-IDX-SPE FROM 1 BY 1
                   UNTIL WS-IDX-SPE GREATER WS-TAB-SPE-QTD
              IF WS-SPE-COD-VEND (WS-IDX-SPE) EQUAL WS-IDX-VEND
                 MOVE WS-SPE-COD-CLI (WS-IDX-SPE)
                                       TO DET-SPE-COD-CLI
                                          COD-CLIENTE-HBSIS02C
                 MOVE SPACES           TO DET-SPE-RAZAO
                 READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-SPE-RAZAO
                 END-IF
                 WRITE REG-REL-SEM-PEDIDO FROM DET-SEM-PEDIDO
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE WS-VVI-VISITAS (WS-IDX-VEND)
                                       TO SUB-SPE-VISITAS
           MOVE WS-VVI-COM-PEDIDO (WS-IDX-VEND)
                                       TO SUB-SPE-COM-PEDIDO
           COMPUTE SUB-SPE-SEM-PEDIDO =
                   WS-VVI-VISITAS (WS-IDX-VEND)
                 - WS-VVI-COM-PEDIDO (WS-IDX-VEND)
           COMPUTE WS-PCT-CONVERSAO ROUNDED =
                   WS-VVI-COM-PEDIDO (WS-IDX-VEND) * 100
                 / WS-VVI-VISITAS (WS-IDX-VEND)
           MOVE WS-PCT-CONVERSAO       TO SUB-SPE-PCT

           WRITE REG-REL-SEM-PEDIDO    FROM SUB-SEM-PEDIDO

           ADD WS-VVI-VISITAS (WS-IDX-VEND)
                                       TO WS-TOT-VISITAS
           ADD WS-VVI-COM-PEDIDO (WS-IDX-VEND)
                                       TO WS-TOT-COM-PEDIDO

           .
       2535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONCILIACAO MENSAL: VALOR PEDIDO (ITENS COM VISITA NO MES) X   *
      * RECEITA FATURADA NO ARQ-VOLUME DO MESMO MES, POR CLIENTE, PARA *
      * ACHAR PEDIDOS QUE NUNCA FORAM FATURADOS                        *
      *----------------------------------------------------------------*
       2600-CONCILIA-FATURADO          SECTION.

           IF ANO-MES-HBSIS77L         GREATER ZEROS
              MOVE ANO-MES-HBSIS77L    TO WS-ANO-MES
           ELSE
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
              IF WS-AM-MES             EQUAL 1
                 MOVE 12               TO WS-AM-MES
                 SUBTRACT 1            FROM WS-AM-ANO
              ELSE
                 SUBTRACT 1            FROM WS-AM-MES
              END-IF
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS77L
              MOVE "NAO HA HISTORICO DE PEDIDOS CARREGADO"
                                       TO MSG-RETORNO-HBSIS77L
              GO TO 2600-EXIT
           END-IF

           OPEN OUTPUT REL-CONCILIACAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS77L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE CONCILIACAO"
                                       TO MSG-RETORNO-HBSIS77L
              CLOSE ARQ-PEDIDO
              GO TO 2600-EXIT
           END-IF

           OPEN INPUT ARQ-VOLUME
           OPEN INPUT ARQ-CLIENTE

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-CON-QTD-OK
                                          WS-CON-QTD-NAO-FAT
                                          WS-CON-QTD-ABAIXO
                                          WS-CON-TOT-PEDIDO
                                          WS-CON-TOT-FATURADO
                                          WS-CON-COD-CLIENTE
                                          WS-CON-PEDIDO

           MOVE WS-ANO-MES             TO CAB-CON-ANO-MES
           WRITE REG-REL-CONCILIACAO   FROM LINHA-TRACO
           WRITE REG-REL-CONCILIACAO   FROM CAB-CONCILIACAO
           WRITE REG-REL-CONCILIACAO   FROM LINHA-TRACO
           WRITE REG-REL-CONCILIACAO   FROM CAB-COL-CONCILIACAO

      *    A CHAVE DO PEDIDO COMECA PELO CLIENTE: QUEBRA POR CLIENTE
           READ ARQ-PEDIDO NEXT

           PERFORM UNTIL WS-FL-STATUS-PED NOT EQUAL "00"
              IF COD-CLIENTE-HBSIS77C  NOT EQUAL WS-CON-COD-CLIENTE
                 PERFORM 2610-FECHA-CLIENTE
                 MOVE COD-CLIENTE-HBSIS77C
                                       TO WS-CON-COD-CLIENTE
                 MOVE ZEROS            TO WS-CON-PEDIDO
              END-IF
              IF DATA-VISITA-HBSIS77C (1:6) EQUAL WS-ANO-MES
                 ADD VALOR-HBSIS77C    TO WS-CON-PEDIDO
              END-IF
              READ ARQ-PEDIDO NEXT
           END-PERFORM

           PERFORM 2610-FECHA-CLIENTE

           MOVE WS-CON-TOT-PEDIDO      TO TOT-CON-PEDIDO
           MOVE WS-CON-TOT-FATURADO    TO TOT-CON-FATURADO
           MOVE WS-CON-QTD-OK          TO TOT-CON-QTD-OK
           MOVE WS-CON-QTD-NAO-FAT     TO TOT-CON-QTD-NAO-FAT
           MOVE WS-CON-QTD-ABAIXO      TO TOT-CON-QTD-ABAIXO

           WRITE REG-REL-CONCILIACAO   FROM LINHA-TRACO
           WRITE REG-REL-CONCILIACAO   FROM TOT-CONCILIACAO
           WRITE REG-REL-CONCILIACAO   FROM TOT-CON-SITUACOES
           WRITE REG-REL-CONCILIACAO   FROM LINHA-TRACO

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-VOLUME
           CLOSE ARQ-CLIENTE
           CLOSE REL-CONCILIACAO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELCONCILIAPEDIDO.TXT"
                                       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS77L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS77L
           STRING "CONCILIACAO GERADA - NAO FATURADOS: "
                  WS-CON-QTD-NAO-FAT
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS77L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA UM CLIENTE DA CONCILIACAO: SOMA A RECEITA FATURADA DO    *
      * MES (TODAS AS CATEGORIAS) E CLASSIFICA A DIFERENCA             *
      *----------------------------------------------------------------*
       2610-FECHA-CLIENTE              SECTION.

           IF WS-CON-PEDIDO            EQUAL ZEROS
              GO TO 2610-EXIT
           END-IF

           MOVE ZEROS                  TO WS-CON-FATURADO

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              MOVE WS-CON-COD-CLIENTE  TO COD-CLIENTE-HBSIS16C
              MOVE WS-ANO-MES          TO ANO-MES-HBSIS16C
              MOVE LOW-VALUES          TO CATEGORIA-HBSIS16C
              START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C
              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 READ ARQ-VOLUME NEXT
              END-IF
              PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                         OR COD-CLIENTE-HBSIS16C NOT EQUAL
                            WS-CON-COD-CLIENTE
                         OR ANO-MES-HBSIS16C NOT EQUAL WS-ANO-MES
                 ADD RECEITA-HBSIS16C  TO WS-CON-FATURADO
                 READ ARQ-VOLUME NEXT
              END-PERFORM
              MOVE "00"                TO WS-FL-STATUS-VOL
           END-IF

           COMPUTE WS-CON-DIFERENCA = WS-CON-FATURADO - WS-CON-PEDIDO

           EVALUATE TRUE
               WHEN WS-CON-FATURADO    EQUAL ZEROS
                    MOVE "NAO FATURADO" TO DET-CON-SITUACAO
                    ADD 1              TO WS-CON-QTD-NAO-FAT
               WHEN WS-CON-FATURADO    LESS WS-CON-PEDIDO
                    MOVE "FAT. ABAIXO"  TO DET-CON-SITUACAO
                    ADD 1              TO WS-CON-QTD-ABAIXO
               WHEN OTHER
                    MOVE "OK"          TO DET-CON-SITUACAO
                    ADD 1              TO WS-CON-QTD-OK
           END-EVALUATE

           MOVE WS-CON-COD-CLIENTE     TO DET-CON-COD-CLI
                                          COD-CLIENTE-HBSIS02C
           MOVE SPACES                 TO DET-CON-RAZAO
           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-CON-RAZAO
           END-IF

           MOVE WS-CON-PEDIDO          TO DET-CON-PEDIDO
           MOVE WS-CON-FATURADO        TO DET-CON-FATURADO
           MOVE WS-CON-DIFERENCA       TO DET-CON-DIFERENCA

           WRITE REG-REL-CONCILIACAO   FROM DET-CONCILIACAO

           ADD 1                       TO WS-QTD-LINHAS-REL
           ADD WS-CON-PEDIDO           TO WS-CON-TOT-PEDIDO
           ADD WS-CON-FATURADO         TO WS-CON-TOT-FATURADO

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 4: ITEM CORRIGIDO NA BANCADA DE REJEITADOS (HBSIS19P),  *
      * SUBMETIDO AS MESMAS VALIDACOES DA IMPORTACAO                   *
      *----------------------------------------------------------------*
       2700-GRAVA-ITEM-BANCADA         SECTION.

           INITIALIZE WS-ITEM
           MOVE NUM-PEDIDO-HBSIS77L    TO WS-ITE-NUM-PEDIDO
           MOVE COD-CLIENTE-HBSIS77L   TO WS-ITE-COD-CLIENTE
           MOVE COD-VENDEDOR-HBSIS77L  TO WS-ITE-COD-VENDEDOR
           MOVE DATA-VISITA-HBSIS77L   TO WS-ITE-DATA-VISITA
           MOVE CATEGORIA-HBSIS77L     TO WS-ITE-CATEGORIA
           MOVE QUANTIDADE-HBSIS77L    TO WS-ITE-QUANTIDADE
           MOVE VALOR-HBSIS77L         TO WS-ITE-VALOR

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           PERFORM 2350-VALIDA-CABECALHO

           IF WS-MOTIVO-REJ            EQUAL SPACES
              PERFORM 2360-VALIDA-ITEM
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF WS-MOTIVO-REJ            NOT EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS77L
              MOVE WS-MOTIVO-REJ       TO MSG-RETORNO-HBSIS77L
              GO TO 2700-EXIT
           END-IF

           PERFORM 2150-OPEN-ARQ-PEDIDO

           IF COD-RETORNO-HBSIS77L     NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           PERFORM 2400-GRAVA-ITEM

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE "ITEM DO PEDIDO GRAVADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS77L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS77L
              MOVE "ERRO NA GRAVACAO DO HISTORICO DE PEDIDOS"
                                       TO MSG-RETORNO-HBSIS77L
           END-IF

           CLOSE ARQ-PEDIDO

           .
       2700-EXIT.
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
      * FIM DO PROGRAMA HBSIS77P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS77P.
      *----------------------------------------------------------------*
