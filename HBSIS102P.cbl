       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS102P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CARREGAR AS PESQUISAS DE SATISFACAO POS-VISITA  *
      *                DA CENTRAL DE ATENDIMENTO (ARQ-PESQUISA) A      *
      *                PARTIR DA PLANILHA EXPORTADA, VALIDANDO         *
      *                CLIENTE, VENDEDOR E DATA CONTRA OS CADASTROS E  *
      *                O HISTORICO DE VISITAS, COM REJEITADOS PARA A   *
      *                BANCADA (HBSIS19P); RELATORIO MENSAL DE         *
      *                SATISFACAO POR VENDEDOR, REGIAO DO SUPERVISOR E *
      *                CLASSIFICACAO DO CLIENTE (RESPOSTAS, NOTA       *
      *                MEDIA, PROMOTORES X DETRATORES E NPS) COM OS    *
      *                PRINCIPAIS MOTIVOS DOS DETRATORES               *
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
           SELECT ARQ-PESQUISA       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS102C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PES.

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

           SELECT ARQ-REGIAO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-REGIAO-HBSIS13C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-REG.

           SELECT IMP-PESQUISA       ASSIGN TO WS-LABEL-IMP
                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-IMP.

           SELECT REJ-PESQUISA       ASSIGN TO "IMPPESQUISAREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REJ.

           SELECT REL-SATISFACAO     ASSIGN TO "RELSATISFACAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PESQUISA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPesquisa'.
       COPY "HBSIS102C.CPY".

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

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "HBSIS13C.CPY".

      *    PLANILHA DA CENTRAL DE ATENDIMENTO EXPORTADA EM TEXTO: UMA
      *    LINHA POR PESQUISA RESPONDIDA
       FD  IMP-PESQUISA
           LABEL RECORD IS STANDARD.
       01  IMP-PESQUISA-REG.
           03 IMP-COD-CLIENTE          PIC  9(007).
           03 IMP-COD-VENDEDOR         PIC  9(003).
           03 IMP-DATA-PESQUISA        PIC  9(008).
           03 IMP-NOTA                 PIC  9(002).
           03 IMP-COD-MOTIVO           PIC  X(003).
           03 FILLER                   PIC  X(007).

       FD  REJ-PESQUISA
           LABEL RECORD IS STANDARD.
       01  REG-REJ-PESQUISA            PIC X(080).

       FD  REL-SATISFACAO.
       01  REG-REL-SATISFACAO          PIC X(110).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PES            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REJ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
      * DIAS ANTES DA PESQUISA EM QUE DEVE HAVER A VISITA REALIZADA
      * PELO VENDEDOR AVALIADO
       77  WS-DIAS-JANELA-VISITA       PIC  9(003)         VALUE 30.
      * MAIOR NOTA DE DETRATOR E MENOR NOTA DE PROMOTOR
       77  WS-NOTA-MAX-DETRATOR        PIC  9(002)         VALUE 6.
       77  WS-NOTA-MIN-PROMOTOR        PIC  9(002)         VALUE 9.
      * QUANTIDADE DE MOTIVOS DE DETRATOR LISTADOS NO RELATORIO
       77  WS-QTD-TOP-MOTIVOS          PIC  9(002)         VALUE 5.

       01  WS-LABEL-IMP                PIC  X(020)         VALUE SPACES.
       01  WS-DATA-CARGA               PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-MOTIVO-REJ               PIC  X(040)         VALUE SPACES.
       01  WS-DATA-INI-JANELA          PIC  9(008)         VALUE ZEROS.

      *    PESQUISA EM VALIDACAO (DA IMPORTACAO OU DA BANCADA)
       01  WS-PESQUISA.
           05  WS-PES-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           05  WS-PES-COD-VENDEDOR     PIC  9(003)         VALUE ZEROS.
           05  WS-PES-DATA-PESQUISA    PIC  9(008)         VALUE ZEROS.
           05  WS-PES-NOTA             PIC  9(002)         VALUE ZEROS.
           05  WS-PES-COD-MOTIVO       PIC  X(003)         VALUE SPACES.
           05  WS-PES-DATA-VISITA      PIC  9(008)         VALUE ZEROS.

       01  WS-ANO-MES                  PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R                REDEFINES WS-ANO-MES.
           05  WS-AM-ANO               PIC  9(004).
           05  WS-AM-MES               PIC  9(002).

      *----------------------------------------------------------------*
      * ACUMULADORES DO MES: POR VENDEDOR (CODIGO), POR REGIAO DO      *
      * SUPERVISOR (CODIGO + 1, A PRIMEIRA POSICAO E "SEM REGIAO"), POR*
      * CLASSIFICACAO DO CLIENTE (A, B, C E SEM CLASSIFICACAO) E TOTAL *
      *----------------------------------------------------------------*
       01  WS-TAB-SAT-VEND.
           05  WS-SVE-ITEM             OCCURS 999 TIMES.
               10  WS-SVE-RESPOSTAS    PIC  9(007).
               10  WS-SVE-SOMA-NOTAS   PIC  9(009).
               10  WS-SVE-PROMOTORES   PIC  9(007).
               10  WS-SVE-NEUTROS      PIC  9(007).
               10  WS-SVE-DETRATORES   PIC  9(007).

       01  WS-TAB-SAT-REGIAO.
           05  WS-SRG-ITEM             OCCURS 1000 TIMES.
               10  WS-SRG-RESPOSTAS    PIC  9(007).
               10  WS-SRG-SOMA-NOTAS   PIC  9(009).
               10  WS-SRG-PROMOTORES   PIC  9(007).
               10  WS-SRG-NEUTROS      PIC  9(007).
               10  WS-SRG-DETRATORES   PIC  9(007).

       01  WS-TAB-SAT-CLASSIF.
           05  WS-SCL-ITEM             OCCURS 4 TIMES.
               10  WS-SCL-RESPOSTAS    PIC  9(007).
               10  WS-SCL-SOMA-NOTAS   PIC  9(009).
               10  WS-SCL-PROMOTORES   PIC  9(007).
               10  WS-SCL-NEUTROS      PIC  9(007).
               10  WS-SCL-DETRATORES   PIC  9(007).

       01  WS-SAT-TOTAL.
           05  WS-STO-RESPOSTAS        PIC  9(007)         VALUE ZEROS.
           05  WS-STO-SOMA-NOTAS       PIC  9(009)         VALUE ZEROS.
           05  WS-STO-PROMOTORES       PIC  9(007)         VALUE ZEROS.
           05  WS-STO-NEUTROS          PIC  9(007)         VALUE ZEROS.
           05  WS-STO-DETRATORES       PIC  9(007)         VALUE ZEROS.

       01  WS-TB-CLASSIF               PIC  X(004)         VALUE "ABC ".
       01  WS-TB-CLASSIF-R             REDEFINES WS-TB-CLASSIF.
           05  WS-TB-CLASSIF-COD       PIC  X(001)  OCCURS 4 TIMES.

      *    MOTIVOS INFORMADOS PELOS DETRATORES DO MES
       01  WS-TAB-MOTIVO.
           05  WS-MOT-QTD              PIC  9(003)         VALUE ZEROS.
           05  WS-MOT-ITEM             OCCURS 200 TIMES.
               10  WS-MOT-CODIGO       PIC  X(003).
               10  WS-MOT-DETRATORES   PIC  9(007).
               10  WS-MOT-LISTADO      PIC  X(001).

      *    PESQUISA LIDA NO MES: 1 NA CATEGORIA DA NOTA, ZERO NAS OUTRAS
       01  WS-QTD-PROMOTOR             PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-NEUTRO               PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-DETRATOR             PIC  9(001)         VALUE ZEROS.

      *    LINHA DO RELATORIO EM MONTAGEM
       01  WS-LINHA-SAT.
           05  WS-LIN-RESPOSTAS        PIC  9(007)         VALUE ZEROS.
           05  WS-LIN-SOMA-NOTAS       PIC  9(009)         VALUE ZEROS.
           05  WS-LIN-PROMOTORES       PIC  9(007)         VALUE ZEROS.
           05  WS-LIN-NEUTROS          PIC  9(007)         VALUE ZEROS.
           05  WS-LIN-DETRATORES       PIC  9(007)         VALUE ZEROS.

       01  WS-MEDIA                    PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-NPS                      PIC S9(003)         VALUE ZEROS.
       01  WS-NPS-ED                   PIC  -ZZ9           VALUE ZEROS.
       01  WS-PCT-MOTIVO               PIC  9(003)V9(002)  VALUE ZEROS.

       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-REGIAO               PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-CLASSIF              PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-MOT                  PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-MAIOR                PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-TOP                  PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * REJEITADO DA IMPORTACAO - MESMO LAY-OUT LIDO PELA BANCADA      *
      * HBSIS19P                                                       *
      *----------------------------------------------------------------*
       01  DET-REJ-PESQUISA.
           03 DET-REJ-COD-CLIENTE      PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-COD-VENDEDOR     PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-DATA-PESQUISA    PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-NOTA             PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-COD-MOTIVO       PIC  X(003)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-MOTIVO           PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-STATUS           PIC  X(001)         VALUE "P".
           03 FILLER                   PIC  X(003)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO MENSAL DE SATISFACAO                                 *
      *----------------------------------------------------------------*
       01  CAB-SATISFACAO.
           03 FILLER                   PIC  X(046)         VALUE
              "PESQUISA DE SATISFACAO POS-VISITA - ANO-MES: ".
           03 CAB-SAT-ANO-MES          PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(058)         VALUE SPACES.

       01  CAB-SAT-QUEBRA              PIC  X(110)         VALUE SPACES.

       01  CAB-COL-SATISFACAO.
           03 FILLER                   PIC  X(047)         VALUE
              "CODIGO DESCRICAO".
           03 FILLER                   PIC  X(028)         VALUE
              "RESPOSTAS  MEDIA  PROMOTORES".
           03 FILLER                   PIC  X(035)         VALUE
              "    NEUTROS  DETRATORES   NPS".

       01  DET-SATISFACAO.
           03 DET-SAT-CODIGO           PIC  X(005)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SAT-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SAT-RESPOSTAS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SAT-MEDIA            PIC  Z9,99          VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-SAT-PROMOTORES       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-SAT-NEUTROS          PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-SAT-DETRATORES       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SAT-NPS              PIC  -ZZ9           VALUE ZEROS.
           03 FILLER                   PIC  X(011)         VALUE SPACES.

       01  CAB-MOTIVOS.
           03 FILLER                   PIC  X(050)         VALUE
              "PRINCIPAIS MOTIVOS DOS DETRATORES".
           03 FILLER                   PIC  X(060)         VALUE SPACES.

       01  CAB-COL-MOTIVOS.
           03 FILLER                   PIC  X(040)         VALUE
              "MOTIVO   DETRATORES  % DOS DETRATORES".
           03 FILLER                   PIC  X(070)         VALUE SPACES.

       01  DET-MOTIVO.
           03 DET-MOT-CODIGO           PIC  X(003)         VALUE SPACES.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-MOT-DETRATORES       PIC  ZZZZZZZZZ9     VALUE ZEROS.
           03 FILLER                   PIC  X(011)         VALUE SPACES.
           03 DET-MOT-PCT              PIC  ZZ9,99         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "%".
           03 FILLER                   PIC  X(073)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(110)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS102L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS102L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS102L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS102L
           MOVE NOME-ARQ-PES-HBSIS102L TO WS-LABEL-IMP
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

           EVALUATE COD-FUNCAO-HBSIS102L
               WHEN 1
                    PERFORM 2100-IMPORTA-PESQUISAS
               WHEN 2
                    PERFORM 2500-RELAT-SATISFACAO
               WHEN 3
                    PERFORM 2700-GRAVA-PESQUISA-BANCADA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS102L
                    MOVE "CODIGO DA FUNCAO INVALIDA"
                                       TO MSG-RETORNO-HBSIS102L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DA PLANILHA DE PESQUISAS DA CENTRAL DE ATENDIMENTO  *
      * PARA O ARQ-PESQUISA                                            *
      *----------------------------------------------------------------*
       2100-IMPORTA-PESQUISAS          SECTION.

           MOVE ZEROS                  TO QTD-LIDOS-HBSIS102L
                                          QTD-CARREGADOS-HBSIS102L
                                          QTD-REJEITADOS-HBSIS102L

           OPEN INPUT IMP-PESQUISA

           IF WS-FL-STATUS-IMP         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS102L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PESQUISAS"
                                       TO MSG-RETORNO-HBSIS102L
              GO TO 2100-EXIT
           END-IF

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS102L
              MOVE "NAO HA HISTORICO DE VISITAS CARREGADO"
                                       TO MSG-RETORNO-HBSIS102L
              CLOSE IMP-PESQUISA
              GO TO 2100-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN OUTPUT REJ-PESQUISA

           PERFORM 2150-OPEN-ARQ-PESQUISA

           IF COD-RETORNO-HBSIS102L    NOT EQUAL ZEROS
              CLOSE IMP-PESQUISA
              CLOSE ARQ-VISITA
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE REJ-PESQUISA
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-LER-IMP-PESQUISA

           PERFORM 2300-TRATA-IMP-PESQUISA UNTIL
                   WS-FL-STATUS-IMP    NOT EQUAL "00"

           CLOSE IMP-PESQUISA
           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE REJ-PESQUISA
           CLOSE ARQ-PESQUISA

           MOVE ZEROS                  TO COD-RETORNO-HBSIS102L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS102L
           STRING "PESQUISAS: "
                  QTD-LIDOS-HBSIS102L
                  " CARREGADAS: "
                  QTD-CARREGADOS-HBSIS102L
                  " REJ: "
                  QTD-REJEITADOS-HBSIS102L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS102L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE PESQUISAS (CRIA NA PRIMEIRA CARGA)      *
      *----------------------------------------------------------------*
       2150-OPEN-ARQ-PESQUISA          SECTION.

           OPEN I-O ARQ-PESQUISA

           IF WS-FL-STATUS-PES         EQUAL "35"
              OPEN OUTPUT ARQ-PESQUISA

              IF WS-FL-STATUS-PES      EQUAL ZEROS
                 CLOSE ARQ-PESQUISA
                 OPEN I-O ARQ-PESQUISA
              END-IF
           END-IF

           IF WS-FL-STATUS-PES         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS102L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PESQUISAS"
                                       TO MSG-RETORNO-HBSIS102L
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE UMA LINHA DA PLANILHA DE PESQUISAS                  *
      *----------------------------------------------------------------*
       2200-LER-IMP-PESQUISA           SECTION.

           READ IMP-PESQUISA

           IF WS-FL-STATUS-IMP         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS102L
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PESQUISAS"
                                       TO MSG-RETORNO-HBSIS102L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UMA PESQUISA DA PLANILHA: VALIDA E GRAVA OU REJEITA      *
      *----------------------------------------------------------------*
       2300-TRATA-IMP-PESQUISA         SECTION.

           ADD 1                       TO QTD-LIDOS-HBSIS102L

           INITIALIZE WS-PESQUISA
           MOVE IMP-COD-CLIENTE        TO WS-PES-COD-CLIENTE
           MOVE IMP-COD-VENDEDOR       TO WS-PES-COD-VENDEDOR
           MOVE IMP-DATA-PESQUISA      TO WS-PES-DATA-PESQUISA
           MOVE IMP-NOTA               TO WS-PES-NOTA
           MOVE IMP-COD-MOTIVO         TO WS-PES-COD-MOTIVO

           PERFORM 2350-VALIDA-PESQUISA

           IF WS-MOTIVO-REJ            NOT EQUAL SPACES
              PERFORM 2390-GRAVA-REJEITADO
           ELSE
              PERFORM 2400-GRAVA-PESQUISA
              IF WS-FL-STATUS-PES      EQUAL ZEROS
                 ADD 1                 TO QTD-CARREGADOS-HBSIS102L
              ELSE
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PESQUISAS"
                                       TO WS-MOTIVO-REJ
                 PERFORM 2390-GRAVA-REJEITADO
              END-IF
           END-IF

           PERFORM 2200-LER-IMP-PESQUISA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A PESQUISA EM WS-PESQUISA CONTRA OS CADASTROS E O       *
      * HISTORICO DE VISITAS (ARQ-CLIENTE, ARQ-VENDEDOR E ARQ-VISITA   *
      * ABERTOS)                                                       *
      *----------------------------------------------------------------*
       2350-VALIDA-PESQUISA            SECTION.

           MOVE SPACES                 TO WS-MOTIVO-REJ

           MOVE WS-PES-COD-CLIENTE     TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           MOVE WS-PES-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           IF WS-PES-DATA-PESQUISA     NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (WS-PES-DATA-PESQUISA)
                                       NOT EQUAL ZEROS
              MOVE "DATA DA PESQUISA INVALIDA"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           IF WS-PES-DATA-PESQUISA     GREATER WS-DATA-HOJE
              MOVE "DATA DA PESQUISA POSTERIOR A HOJE"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           IF WS-PES-NOTA              NOT NUMERIC
           OR WS-PES-NOTA              GREATER 10
              MOVE "NOTA DA PESQUISA INVALIDA (0 A 10)"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           IF WS-PES-NOTA              NOT GREATER WS-NOTA-MAX-DETRATOR
           AND WS-PES-COD-MOTIVO       EQUAL SPACES
              MOVE "DETRATOR SEM CODIGO DE MOTIVO"
                                       TO WS-MOTIVO-REJ
              GO TO 2350-EXIT
           END-IF

           PERFORM 2360-PROCURA-VISITA

           IF WS-PES-DATA-VISITA       EQUAL ZEROS
              MOVE "SEM VISITA DO VENDEDOR NOS 30 DIAS ANTES"
                                       TO WS-MOTIVO-REJ
           END-IF

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA NO HISTORICO A ULTIMA VISITA REALIZADA ("R") DO        *
      * VENDEDOR AVALIADO AO CLIENTE ATE A DATA DA PESQUISA, DENTRO DA *
      * JANELA DE DIAS (A CHAVE DA VISITA COMECA PELO CLIENTE E DATA)  *
      *----------------------------------------------------------------*
       2360-PROCURA-VISITA             SECTION.

           MOVE ZEROS                  TO WS-PES-DATA-VISITA

           COMPUTE WS-DATA-INI-JANELA =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PES-DATA-PESQUISA)
                  - WS-DIAS-JANELA-VISITA)

           MOVE WS-PES-COD-CLIENTE     TO COD-CLIENTE-HBSIS43C
           MOVE WS-DATA-INI-JANELA     TO DATA-VISITA-HBSIS43C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS43C

           START ARQ-VISITA KEY IS NOT LESS CHAVE-HBSIS43C

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE "00"                TO WS-FL-STATUS-VIS
              GO TO 2360-EXIT
           END-IF

           READ ARQ-VISITA NEXT

           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS43C
                                       NOT EQUAL WS-PES-COD-CLIENTE
                      OR DATA-VISITA-HBSIS43C
                                       GREATER WS-PES-DATA-PESQUISA
              IF COD-VENDEDOR-HBSIS43C EQUAL WS-PES-COD-VENDEDOR
              AND RESULTADO-HBSIS43C   EQUAL "R"
                 MOVE DATA-VISITA-HBSIS43C
                                       TO WS-PES-DATA-VISITA
              END-IF
              READ ARQ-VISITA NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-VIS

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A PESQUISA REJEITADA NO ARQUIVO DA BANCADA               *
      *----------------------------------------------------------------*
       2390-GRAVA-REJEITADO            SECTION.

           ADD 1                       TO QTD-REJEITADOS-HBSIS102L

           MOVE WS-PES-COD-CLIENTE     TO DET-REJ-COD-CLIENTE
           MOVE WS-PES-COD-VENDEDOR    TO DET-REJ-COD-VENDEDOR
           MOVE WS-PES-DATA-PESQUISA   TO DET-REJ-DATA-PESQUISA
           MOVE WS-PES-NOTA            TO DET-REJ-NOTA
           MOVE WS-PES-COD-MOTIVO      TO DET-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ          TO DET-REJ-MOTIVO
           MOVE "P"                    TO DET-REJ-STATUS

           WRITE REG-REJ-PESQUISA      FROM DET-REJ-PESQUISA

           .
       2390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A PESQUISA; REENVIO DA MESMA PESQUISA SUBSTITUI A JA     *
      * GRAVADA                                                        *
      *----------------------------------------------------------------*
       2400-GRAVA-PESQUISA             SECTION.

           MOVE WS-PES-COD-CLIENTE     TO COD-CLIENTE-HBSIS102C
           MOVE WS-PES-DATA-PESQUISA   TO DATA-PESQUISA-HBSIS102C
           MOVE WS-PES-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS102C
           MOVE WS-PES-NOTA            TO NOTA-HBSIS102C
           MOVE WS-PES-COD-MOTIVO      TO COD-MOTIVO-HBSIS102C
           MOVE WS-PES-DATA-VISITA     TO DATA-VISITA-HBSIS102C
           MOVE WS-DATA-CARGA          TO DATA-CARGA-HBSIS102C

           WRITE ARQ-HBSIS102C

           IF WS-FL-STATUS-PES         EQUAL "22"
              REWRITE ARQ-HBSIS102C
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO MENSAL DE SATISFACAO: PESQUISAS DO MES POR VENDEDOR, *
      * POR REGIAO DO SUPERVISOR E POR CLASSIFICACAO DO CLIENTE, COM   *
      * OS PRINCIPAIS MOTIVOS DOS DETRATORES                           *
      *----------------------------------------------------------------*
       2500-RELAT-SATISFACAO           SECTION.

           IF ANO-MES-HBSIS102L        GREATER ZEROS
              MOVE ANO-MES-HBSIS102L   TO WS-ANO-MES
           ELSE
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
              IF WS-AM-MES             EQUAL 1
                 MOVE 12               TO WS-AM-MES
                 SUBTRACT 1            FROM WS-AM-ANO
              ELSE
                 SUBTRACT 1            FROM WS-AM-MES
              END-IF
           END-IF

           OPEN INPUT ARQ-PESQUISA

           IF WS-FL-STATUS-PES         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS102L
              MOVE "NAO HA PESQUISAS DE SATISFACAO CARREGADAS"
                                       TO MSG-RETORNO-HBSIS102L
              GO TO 2500-EXIT
           END-IF

           OPEN OUTPUT REL-SATISFACAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS102L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE SATISFACAO"
                                       TO MSG-RETORNO-HBSIS102L
              CLOSE ARQ-PESQUISA
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-REGIAO

           INITIALIZE WS-TAB-SAT-VEND
                      WS-TAB-SAT-REGIAO
                      WS-TAB-SAT-CLASSIF
                      WS-SAT-TOTAL
           MOVE ZEROS                  TO WS-MOT-QTD
                                          WS-QTD-LINHAS-REL

           READ ARQ-PESQUISA NEXT

           PERFORM UNTIL WS-FL-STATUS-PES NOT EQUAL "00"
              IF DATA-PESQUISA-HBSIS102C (1:6) EQUAL WS-ANO-MES
                 PERFORM 2510-ACUMULA-PESQUISA
              END-IF
              READ ARQ-PESQUISA NEXT
           END-PERFORM

           MOVE WS-ANO-MES             TO CAB-SAT-ANO-MES
           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO
           WRITE REG-REL-SATISFACAO    FROM CAB-SATISFACAO
           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO

           PERFORM 2530-GRAVA-POR-VENDEDOR
           PERFORM 2535-GRAVA-POR-REGIAO
           PERFORM 2540-GRAVA-POR-CLASSIF
           PERFORM 2560-GRAVA-MOTIVOS

           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO
           MOVE WS-SAT-TOTAL           TO WS-LINHA-SAT
           MOVE SPACES                 TO DET-SAT-CODIGO
           MOVE "TOTAL GERAL"          TO DET-SAT-NOME
           PERFORM 2550-GRAVA-LINHA-SAT
           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO

           CLOSE ARQ-PESQUISA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-REGIAO
           CLOSE REL-SATISFACAO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELSATISFACAO.TXT"    TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-NPS                 TO WS-NPS-ED
           MOVE ZEROS                  TO COD-RETORNO-HBSIS102L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS102L
           STRING "SATISFACAO GERADA - RESPOSTAS: "
                  WS-STO-RESPOSTAS
                  " NPS: "
                  WS-NPS-ED
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS102L

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A PESQUISA LIDA NO VENDEDOR, NA REGIAO DO VENDEDOR, NA    *
      * CLASSIFICACAO DO CLIENTE, NO TOTAL E, SE DETRATOR, NO MOTIVO   *
      *----------------------------------------------------------------*
       2510-ACUMULA-PESQUISA           SECTION.

           MOVE ZEROS                  TO WS-QTD-PROMOTOR
                                          WS-QTD-NEUTRO
                                          WS-QTD-DETRATOR

           EVALUATE TRUE
               WHEN NOTA-HBSIS102C     NOT LESS WS-NOTA-MIN-PROMOTOR
                    MOVE 1             TO WS-QTD-PROMOTOR
               WHEN NOTA-HBSIS102C     GREATER WS-NOTA-MAX-DETRATOR
                    MOVE 1             TO WS-QTD-NEUTRO
               WHEN OTHER
                    MOVE 1             TO WS-QTD-DETRATOR
                    PERFORM 2520-ACUMULA-MOTIVO
           END-EVALUATE

           ADD 1                       TO WS-STO-RESPOSTAS
           ADD NOTA-HBSIS102C          TO WS-STO-SOMA-NOTAS
           ADD WS-QTD-PROMOTOR         TO WS-STO-PROMOTORES
           ADD WS-QTD-NEUTRO           TO WS-STO-NEUTROS
           ADD WS-QTD-DETRATOR         TO WS-STO-DETRATORES

      *    VENDEDOR E A REGIAO DELE (REGIAO NAO CADASTRADA = SEM REGIAO)
           MOVE 1                      TO WS-IDX-REGIAO

           IF COD-VENDEDOR-HBSIS102C   GREATER ZEROS
              MOVE COD-VENDEDOR-HBSIS102C
                                       TO WS-IDX-VEND
              ADD 1                    TO WS-SVE-RESPOSTAS (WS-IDX-VEND)
              ADD NOTA-HBSIS102C       TO WS-SVE-SOMA-NOTAS
                                          (WS-IDX-VEND)
              ADD WS-QTD-PROMOTOR      TO WS-SVE-PROMOTORES
                                          (WS-IDX-VEND)
              ADD WS-QTD-NEUTRO        TO WS-SVE-NEUTROS (WS-IDX-VEND)
              ADD WS-QTD-DETRATOR      TO WS-SVE-DETRATORES
                                          (WS-IDX-VEND)

              MOVE COD-VENDEDOR-HBSIS102C
                                       TO COD-VENDEDOR-HBSIS04C
              READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 COMPUTE WS-IDX-REGIAO = COD-REGIAO-HBSIS04C + 1
              END-IF
           END-IF

           ADD 1                       TO WS-SRG-RESPOSTAS
                                          (WS-IDX-REGIAO)
           ADD NOTA-HBSIS102C          TO WS-SRG-SOMA-NOTAS
                                          (WS-IDX-REGIAO)
           ADD WS-QTD-PROMOTOR         TO WS-SRG-PROMOTORES
                                          (WS-IDX-REGIAO)
           ADD WS-QTD-NEUTRO           TO WS-SRG-NEUTROS
                                          (WS-IDX-REGIAO)
           ADD WS-QTD-DETRATOR         TO WS-SRG-DETRATORES
                                          (WS-IDX-REGIAO)

      *    CLASSIFICACAO ATUAL DO CLIENTE (A, B, C OU SEM)
           MOVE 4                      TO WS-IDX-CLASSIF
           MOVE COD-CLIENTE-HBSIS102C  TO COD-CLIENTE-HBSIS02C
           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              EVALUATE CLASSIF-HBSIS02C
                  WHEN "A"
                       MOVE 1          TO WS-IDX-CLASSIF
                  WHEN "B"
                       MOVE 2          TO WS-IDX-CLASSIF
                  WHEN "C"
                       MOVE 3          TO WS-IDX-CLASSIF
              END-EVALUATE
           END-IF

           ADD 1                       TO WS-SCL-RESPOSTAS
                                          (WS-IDX-CLASSIF)
           ADD NOTA-HBSIS102C          TO WS-SCL-SOMA-NOTAS
                                          (WS-IDX-CLASSIF)
           ADD WS-QTD-PROMOTOR         TO WS-SCL-PROMOTORES
                                          (WS-IDX-CLASSIF)
           ADD WS-QTD-NEUTRO           TO WS-SCL-NEUTROS
                                          (WS-IDX-CLASSIF)
           ADD WS-QTD-DETRATOR         TO WS-SCL-DETRATORES
                                          (WS-IDX-CLASSIF)

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA O MOTIVO INFORMADO PELO DETRATOR                         *
      *----------------------------------------------------------------*
       2520-ACUMULA-MOTIVO             SECTION.

           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT GREATER WS-MOT-QTD
              IF WS-MOT-CODIGO (WS-IDX-MOT)
                                       EQUAL COD-MOTIVO-HBSIS102C
                 ADD 1                 TO WS-MOT-DETRATORES
                                          (WS-IDX-MOT)
                 GO TO 2520-EXIT
              END-IF
           END-PERFORM

           IF WS-MOT-QTD               LESS 200
              ADD 1                    TO WS-MOT-QTD
              MOVE COD-MOTIVO-HBSIS102C
                                       TO WS-MOT-CODIGO (WS-MOT-QTD)
              MOVE 1                   TO WS-MOT-DETRATORES
                                          (WS-MOT-QTD)
              MOVE "N"                 TO WS-MOT-LISTADO (WS-MOT-QTD)
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BLOCO POR VENDEDOR                                             *
      *----------------------------------------------------------------*
       2530-GRAVA-POR-VENDEDOR         SECTION.

           MOVE "POR VENDEDOR"         TO CAB-SAT-QUEBRA
           WRITE REG-REL-SATISFACAO    FROM CAB-SAT-QUEBRA
           WRITE REG-REL-SATISFACAO    FROM CAB-COL-SATISFACAO

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999
              IF WS-SVE-RESPOSTAS (WS-IDX-VEND) GREATER ZEROS
                 MOVE WS-SVE-ITEM (WS-IDX-VEND)
                                       TO WS-LINHA-SAT
                 MOVE WS-IDX-VEND      TO COD-VENDEDOR-HBSIS04C
                 MOVE COD-VENDEDOR-HBSIS04C
                                       TO DET-SAT-CODIGO
                 MOVE SPACES           TO DET-SAT-NOME
                 READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE NOME-VEND-HBSIS04C
                                       TO DET-SAT-NOME
                 END-IF
                 PERFORM 2550-GRAVA-LINHA-SAT
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BLOCO POR REGIAO DO SUPERVISOR (REGIAO DO VENDEDOR AVALIADO)   *
      *----------------------------------------------------------------*
       2535-GRAVA-POR-REGIAO           SECTION.

           MOVE "POR REGIAO DO SUPERVISOR"
                                       TO CAB-SAT-QUEBRA
           WRITE REG-REL-SATISFACAO    FROM CAB-SAT-QUEBRA
           WRITE REG-REL-SATISFACAO    FROM CAB-COL-SATISFACAO

           PERFORM VARYING WS-IDX-REGIAO FROM 1 BY 1
                   UNTIL WS-IDX-REGIAO GREATER 1000
              IF WS-SRG-RESPOSTAS (WS-IDX-REGIAO) GREATER ZEROS
                 MOVE WS-SRG-ITEM (WS-IDX-REGIAO)
                                       TO WS-LINHA-SAT
                 COMPUTE COD-REGIAO-HBSIS13C = WS-IDX-REGIAO - 1
                 MOVE COD-REGIAO-HBSIS13C
                                       TO DET-SAT-CODIGO
                 MOVE "SEM REGIAO"     TO DET-SAT-NOME
                 IF COD-REGIAO-HBSIS13C GREATER ZEROS
                    READ ARQ-REGIAO KEY IS COD-REGIAO-HBSIS13C
                    IF WS-FL-STATUS-REG EQUAL ZEROS
                       MOVE SPACES     TO DET-SAT-NOME
                       STRING NOME-REGIAO-HBSIS13C
                                       DELIMITED BY "  "
                              " / "    DELIMITED BY SIZE
                              SUPERVISOR-HBSIS13C
                                       DELIMITED BY "  "
                              INTO DET-SAT-NOME
                    END-IF
                 END-IF
                 PERFORM 2550-GRAVA-LINHA-SAT
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO

           .
       2535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BLOCO POR CLASSIFICACAO DO CLIENTE                             *
      *----------------------------------------------------------------*
       2540-GRAVA-POR-CLASSIF          SECTION.

           MOVE "POR CLASSIFICACAO DO CLIENTE"
                                       TO CAB-SAT-QUEBRA
           WRITE REG-REL-SATISFACAO    FROM CAB-SAT-QUEBRA
           WRITE REG-REL-SATISFACAO    FROM CAB-COL-SATISFACAO

           PERFORM VARYING WS-IDX-CLASSIF FROM 1 BY 1
                   UNTIL WS-IDX-CLASSIF GREATER 4
              IF WS-SCL-RESPOSTAS (WS-IDX-CLASSIF) GREATER ZEROS
                 MOVE WS-SCL-ITEM (WS-IDX-CLASSIF)
                                       TO WS-LINHA-SAT
                 MOVE WS-TB-CLASSIF-COD (WS-IDX-CLASSIF)
                                       TO DET-SAT-CODIGO
                 IF WS-IDX-CLASSIF     EQUAL 4
                    MOVE "SEM CLASSIFICACAO"
                                       TO DET-SAT-NOME
                 ELSE
                    MOVE SPACES        TO DET-SAT-NOME
                    STRING "CLASSIFICACAO "
                           WS-TB-CLASSIF-COD (WS-IDX-CLASSIF)
                           DELIMITED BY SIZE INTO DET-SAT-NOME
                 END-IF
                 PERFORM 2550-GRAVA-LINHA-SAT
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           WRITE REG-REL-SATISFACAO    FROM LINHA-TRACO

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA MEDIA E NPS DA LINHA EM WS-LINHA-SAT E GRAVA A LINHA   *
      * (CODIGO E DESCRICAO JA MONTADOS). NPS = % PROMOTORES MENOS %   *
      * DETRATORES                                                     *
      *----------------------------------------------------------------*
       2550-GRAVA-LINHA-SAT            SECTION.

           MOVE ZEROS                  TO WS-MEDIA
                                          WS-NPS

           IF WS-LIN-RESPOSTAS         GREATER ZEROS
              COMPUTE WS-MEDIA ROUNDED =
                      WS-LIN-SOMA-NOTAS / WS-LIN-RESPOSTAS
              COMPUTE WS-NPS ROUNDED =
                      (WS-LIN-PROMOTORES - WS-LIN-DETRATORES) * 100
                    / WS-LIN-RESPOSTAS
           END-IF

           MOVE WS-LIN-RESPOSTAS       TO DET-SAT-RESPOSTAS
           MOVE WS-MEDIA               TO DET-SAT-MEDIA
           MOVE WS-LIN-PROMOTORES      TO DET-SAT-PROMOTORES
           MOVE WS-LIN-NEUTROS         TO DET-SAT-NEUTROS
           MOVE WS-LIN-DETRATORES      TO DET-SAT-DETRATORES
           MOVE WS-NPS                 TO DET-SAT-NPS

           WRITE REG-REL-SATISFACAO    FROM DET-SATISFACAO

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRINCIPAIS MOTIVOS DOS DETRATORES, DO MAIS CITADO PARA O MENOS *
      *----------------------------------------------------------------*
       2560-GRAVA-MOTIVOS              SECTION.

           WRITE REG-REL-SATISFACAO    FROM CAB-MOTIVOS
           WRITE REG-REL-SATISFACAO    FROM CAB-COL-MOTIVOS

           PERFORM VARYING WS-IDX-TOP FROM 1 BY 1
                   UNTIL WS-IDX-TOP GREATER WS-QTD-TOP-MOTIVOS
              PERFORM 2565-ESCOLHE-MAIOR-MOTIVO
              IF WS-IDX-MAIOR          GREATER ZEROS
                 MOVE "S"              TO WS-MOT-LISTADO (WS-IDX-MAIOR)
                 MOVE WS-MOT-CODIGO (WS-IDX-MAIOR)
                                       TO DET-MOT-CODIGO
                 MOVE WS-MOT-DETRATORES (WS-IDX-MAIOR)
                                       TO DET-MOT-DETRATORES
                 COMPUTE WS-PCT-MOTIVO ROUNDED =
                         WS-MOT-DETRATORES (WS-IDX-MAIOR) * 100
                       / WS-STO-DETRATORES
                 MOVE WS-PCT-MOTIVO    TO DET-MOT-PCT
                 WRITE REG-REL-SATISFACAO FROM DET-MOTIVO
              END-IF
           END-PERFORM

           IF WS-MOT-QTD               EQUAL ZEROS
              MOVE "SEM DETRATORES NO MES"
                                       TO REG-REL-SATISFACAO
              WRITE REG-REL-SATISFACAO
           END-IF

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACHA O MOTIVO AINDA NAO LISTADO COM MAIS DETRATORES (ZERO EM   *
      * WS-IDX-MAIOR QUANDO NAO HA MAIS MOTIVOS)                       *
      *----------------------------------------------------------------*
       2565-ESCOLHE-MAIOR-MOTIVO       SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIOR

           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT GREATER WS-MOT-QTD
              IF WS-MOT-LISTADO (WS-IDX-MOT) EQUAL "N"
                 IF WS-IDX-MAIOR       EQUAL ZEROS
                    MOVE WS-IDX-MOT    TO WS-IDX-MAIOR
                 ELSE
                    IF WS-MOT-DETRATORES (WS-IDX-MOT) GREATER
                       WS-MOT-DETRATORES (WS-IDX-MAIOR)
                       MOVE WS-IDX-MOT TO WS-IDX-MAIOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           .
       2565-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3: PESQUISA CORRIGIDA NA BANCADA DE REJEITADOS          *
      * (HBSIS19P), SUBMETIDA AS MESMAS VALIDACOES DA IMPORTACAO       *
      *----------------------------------------------------------------*
       2700-GRAVA-PESQUISA-BANCADA     SECTION.

           INITIALIZE WS-PESQUISA
           MOVE COD-CLIENTE-HBSIS102L  TO WS-PES-COD-CLIENTE
           MOVE COD-VENDEDOR-HBSIS102L TO WS-PES-COD-VENDEDOR
           MOVE DATA-PESQUISA-HBSIS102L
                                       TO WS-PES-DATA-PESQUISA
           MOVE NOTA-HBSIS102L         TO WS-PES-NOTA
           MOVE COD-MOTIVO-HBSIS102L   TO WS-PES-COD-MOTIVO

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS102L
              MOVE "NAO HA HISTORICO DE VISITAS CARREGADO"
                                       TO MSG-RETORNO-HBSIS102L
              GO TO 2700-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           PERFORM 2350-VALIDA-PESQUISA

           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF WS-MOTIVO-REJ            NOT EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS102L
              MOVE WS-MOTIVO-REJ       TO MSG-RETORNO-HBSIS102L
              GO TO 2700-EXIT
           END-IF

           PERFORM 2150-OPEN-ARQ-PESQUISA

           IF COD-RETORNO-HBSIS102L    NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           PERFORM 2400-GRAVA-PESQUISA

           IF WS-FL-STATUS-PES         EQUAL ZEROS
              MOVE "PESQUISA GRAVADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS102L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS102L
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PESQUISAS"
                                       TO MSG-RETORNO-HBSIS102L
           END-IF

           CLOSE ARQ-PESQUISA

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
      * FIM DO PROGRAMA HBSIS102P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS102P.
      *----------------------------------------------------------------*
