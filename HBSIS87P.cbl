       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS87P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: IMPORTAR O ARQUIVO DIARIO DO RH (CPF, EVENTO E  *
      *                DATA EFETIVA) E DISPARAR AS ACOES DO CICLO DE   *
      *                VIDA DO VENDEDOR: O DESLIGAMENTO PROGRAMA A     *
      *                DESATIVACAO NO ARQ-PENDENTE (HBSIS50P) E ABRE   *
      *                O PEDIDO DE REATRIBUICAO DA CARTEIRA (HBSIS51P) *
      *                PARA O VENDEDOR ATIVO MAIS PROXIMO DA MESMA     *
      *                REGIAO, PENDENTE DE APROVACAO DO SUPERVISOR; A  *
      *                LICENCA ENTRA NA AGENDA DE INDISPONIBILIDADE    *
      *                (HBSIS17P); A ADMISSAO GRAVA UM PRE-CADASTRO    *
      *                QUE AGUARDA COORDENADAS E REGIAO. CPF FORA DO   *
      *                CADASTRO E EVENTOS CONFLITANTES VAO PARA O      *
      *                RELATORIO DE REJEITADOS. O ARQUIVO SEGUE A      *
      *                CONVENCAO DE HEADER/TRAILER (H/D/T, QUANTIDADE  *
      *                E HASH DE CPF)                                  *
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
           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS04C
                       ALTERNATE RECORD KEY IS CPF-HBSIS04C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS04C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-PRE-CADASTRO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CPF-HBSIS87C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRE.

           SELECT IMP-RH             ASSIGN TO WS-LABEL-IMP
                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-IMP.

           SELECT REJ-RH             ASSIGN TO "IMPRHREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REJ.

           SELECT REL-PRE-CADASTRO   ASSIGN TO "PRECADVEND.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-PRE-CADASTRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPreCadastro'.
       COPY "HBSIS87C.CPY".

      *    EVENTO: "A" = ADMISSAO  "D" = DESLIGAMENTO  "L" = LICENCA
      *    DATA-FIM SO NA LICENCA; NOME E FILIAL SO NA ADMISSAO
       FD  IMP-RH
           LABEL RECORD IS STANDARD.
       01  IMP-RH-REG.
           03 IMP-TIPO-REG             PIC  X(001).
           03 IMP-CPF                  PIC  9(011).
           03 IMP-EVENTO               PIC  X(001).
           03 IMP-DATA-EFETIVA         PIC  9(008).
           03 IMP-DATA-FIM             PIC  9(008).
           03 IMP-NOME                 PIC  X(040).
           03 IMP-COD-FILIAL           PIC  9(002).
           03 FILLER                   PIC  X(009).
       01  IMP-RH-TRAILER.
           03 FILLER                   PIC  X(001).
           03 IMP-TRL-QTD-REGISTROS    PIC  9(007).
           03 IMP-TRL-HASH-CPF         PIC  9(018).
           03 FILLER                   PIC  X(054).

       FD  REJ-RH
           LABEL RECORD IS STANDARD.
       01  REG-REJ-RH.
           05  REJ-CPF                 PIC  9(011).
           05  FILLER                  PIC  X(002).
           05  REJ-EVENTO              PIC  X(001).
           05  FILLER                  PIC  X(002).
           05  REJ-DATA-EFETIVA        PIC  9(008).
           05  FILLER                  PIC  X(002).
           05  REJ-MOTIVO              PIC  X(050).

       FD  REL-PRE-CADASTRO
           LABEL RECORD IS STANDARD.
       01  REG-REL-PRE-CADASTRO        PIC  X(090).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REJ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-LABEL-IMP                PIC  X(020)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-AMANHA              PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-DESATIVACAO         PIC  9(008)         VALUE ZEROS.
       01  WS-PRE-ABERTO               PIC  X(001)         VALUE "N".
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONFERENCIA DO HEADER/TRAILER DO ARQUIVO DO RH                 *
      *----------------------------------------------------------------*
       01  WS-IMP-CONTROLE-OK          PIC  X(001)         VALUE "N".
       01  WS-IMP-TEM-HEADER           PIC  X(001)         VALUE "N".
       01  WS-IMP-TEM-TRAILER          PIC  X(001)         VALUE "N".
       01  WS-IMP-QTD-DETALHE          PIC  9(007)         VALUE ZEROS.
       01  WS-IMP-HASH-CPF             PIC  9(018)         VALUE ZEROS.
       01  WS-IMP-QTD-TRAILER          PIC  9(007)         VALUE ZEROS.
       01  WS-IMP-HASH-TRAILER         PIC  9(018)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CPF DO ARQUIVO: MAIS DE UM EVENTO PARA O MESMO CPF NO MESMO    *
      * ARQUIVO E CONFLITO - TODOS OS EVENTOS DO CPF SAO REJEITADOS    *
      *----------------------------------------------------------------*
       01  WS-TAB-CPF.
           05  WS-QTD-CPF              PIC  9(004)         VALUE ZEROS.
           05  WS-CPF-ITEM             OCCURS 2000 TIMES.
               10  WS-TCP-CPF          PIC  9(011).
               10  WS-TCP-EVENTO       PIC  X(001).
               10  WS-TCP-QTD          PIC  9(003).
       01  WS-IDX-CPF                  PIC  9(004)         VALUE ZEROS.
       01  WS-ACHOU-CPF                PIC  X(001)         VALUE "N".
       01  WS-CPF-EXCEDIDO             PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * VENDEDORES DO CADASTRO, PARA LOCALIZAR O CPF E SUGERIR O       *
      * DESTINO DA CARTEIRA DO DESLIGADO                               *
      *----------------------------------------------------------------*
       01  WS-TAB-VEND.
           05  WS-QTD-VEND             PIC  9(004)         VALUE ZEROS.
           05  WS-VEN-ITEM             OCCURS 999 TIMES.
               10  WS-TVE-CODIGO       PIC  9(003).
               10  WS-TVE-CPF          PIC  9(011).
               10  WS-TVE-ATIVO        PIC  X(001).
               10  WS-TVE-REGIAO       PIC  9(003).
               10  WS-TVE-LATITUDE     PIC S9(003)V9(008).
               10  WS-TVE-LONGITUDE    PIC S9(003)V9(008).
               10  WS-TVE-DESLIGANDO   PIC  X(001).
       01  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-ACHADO               PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-CAND                 PIC  9(004)         VALUE ZEROS.
       01  WS-CPF-BUSCA                PIC  9(011)         VALUE ZEROS.

       01  WS-DESTINO-SUGERIDO         PIC  9(003)         VALUE ZEROS.
       01  WS-DEST-MESMA-REGIAO        PIC  X(001)         VALUE "N".
       01  WS-CAND-MESMA-REGIAO        PIC  X(001)         VALUE "N".
       01  WS-DEST-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-MOTIVO-REJ               PIC  X(050)         VALUE SPACES.

      *----------------------------------------------------------------*
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF DA ADMISSAO             *
      *----------------------------------------------------------------*
       01  WS-CPF-CALC                 PIC  9(011)         VALUE ZEROS.
       01  WS-CPF-DIGITO REDEFINES WS-CPF-CALC
                                       PIC  9(001) OCCURS 11 TIMES.
       01  WS-CPF-VALIDO               PIC  X(001)         VALUE "S".
       01  WS-CPF-SOMA                 PIC  9(004)         VALUE ZEROS.
       01  WS-CPF-RESTO                PIC  9(004)         VALUE ZEROS.
       01  WS-CPF-DIG1                 PIC  9(001)         VALUE ZEROS.
       01  WS-CPF-DIG2                 PIC  9(001)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CALCULO DE DISTANCIA (HAVERSINE, EM METROS)                    *
      *----------------------------------------------------------------*
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-A                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-B                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-A                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-B                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * LISTA DOS PRE-CADASTROS PENDENTES                              *
      *----------------------------------------------------------------*
       01  CAB-PRE-TITULO.
           03 FILLER                   PIC  X(050)         VALUE
              "PRE-CADASTROS DE VENDEDOR AGUARDANDO COORDENADAS E".
           03 FILLER                   PIC  X(016)         VALUE
              " REGIAO - DATA: ".
           03 CAB-PRE-DATA             PIC  9(008)         VALUE ZEROS.

       01  CAB-PRE-COLUNAS.
           03 FILLER                   PIC  X(013)         VALUE
              "CPF".
           03 FILLER                   PIC  X(042)         VALUE
              "NOME".
           03 FILLER                   PIC  X(010)         VALUE
              "ADMISSAO".
           03 FILLER                   PIC  X(008)         VALUE
              "FILIAL".
           03 FILLER                   PIC  X(010)         VALUE
              "INCLUIDO".

       01  DET-PRE.
           03 DET-PRE-CPF              PIC  9(011)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-ADMISSAO         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRE-FILIAL           PIC  Z9             VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-PRE-INCLUSAO         PIC  9(008)         VALUE ZEROS.

       01  ROD-PRE.
           03 FILLER                   PIC  X(030)         VALUE
              "TOTAL DE PRE-CADASTROS: ".
           03 ROD-PRE-QTD              PIC  ZZZZ9          VALUE ZEROS.

       01  LINHA-TRACO-PRE.
           03 FILLER                   PIC  X(090)         VALUE
              ALL "-".

       01  WS-HBSIS17                  PIC  X(009)         VALUE
           'HBSIS17P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS50                  PIC  X(009)         VALUE
           'HBSIS50P'.
       01  WS-HBSIS51                  PIC  X(009)         VALUE
           'HBSIS51P'.

       COPY HBSIS17L.
       COPY HBSIS42L.
       COPY HBSIS49L.
       COPY HBSIS50L.
       COPY HBSIS51L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS87L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS87L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS87L
                                          QTD-LIDOS-HBSIS87L
                                          QTD-DESLIGAMENTOS-HBSIS87L
                                          QTD-LICENCAS-HBSIS87L
                                          QTD-ADMISSOES-HBSIS87L
                                          QTD-REJEITADOS-HBSIS87L
                                          QTD-PRE-PENDENTES-HBSIS87L
           MOVE NOME-ARQ-RH-HBSIS87L   TO WS-LABEL-IMP
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE
           COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + 1)
           MOVE "N"                    TO WS-PRE-ABERTO

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
           IF OPERADOR-HBSIS87L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS87L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS87L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS87L
               WHEN 1
                    PERFORM 2100-IMPORTA-RH
               WHEN 2
                    PERFORM 2700-LISTA-PRE-CADASTRO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS87L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS87L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO ARQUIVO DO RH: CONFERE O CONTROLE, CARREGA OS    *
      * VENDEDORES E TRATA CADA EVENTO                                 *
      *----------------------------------------------------------------*
       2100-IMPORTA-RH                 SECTION.

           PERFORM 2110-VALIDA-CONTROLE-IMP

           IF WS-IMP-CONTROLE-OK       NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS87L
              GO TO 2100-EXIT
           END-IF

           PERFORM 2120-CARREGA-VENDEDORES

           IF COD-RETORNO-HBSIS87L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           PERFORM 2130-MARCA-DESLIGANDO
           PERFORM 2140-OPEN-ARQ-PRE-CADASTRO

           IF COD-RETORNO-HBSIS87L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           OPEN INPUT IMP-RH
           OPEN OUTPUT REJ-RH

           READ IMP-RH

           PERFORM UNTIL WS-FL-STATUS-IMP NOT EQUAL "00"
              IF IMP-TIPO-REG          EQUAL "D"
                 PERFORM 2200-TRATA-EVENTO
              END-IF
              READ IMP-RH
           END-PERFORM

           CLOSE IMP-RH
           CLOSE REJ-RH

           PERFORM 2600-CONCILIA-PRE-CADASTRO
           PERFORM 2150-CLOSE-ARQ-PRE-CADASTRO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "IMPRHREJ.TXT"         TO NOME-ARQ-HBSIS42
           MOVE QTD-REJEITADOS-HBSIS87L
                                       TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS87L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS87L
           STRING "DESL: "
                  QTD-DESLIGAMENTOS-HBSIS87L
                  " LIC: "
                  QTD-LICENCAS-HBSIS87L
                  " ADM: "
                  QTD-ADMISSOES-HBSIS87L
                  " REJ: "
                  QTD-REJEITADOS-HBSIS87L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS87L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERENCIA PREVIA DO ARQUIVO DO RH: HEADER (H), QUANTIDADE DE *
      * DETALHES E HASH DE CPF DO TRAILER (T) - QUALQUER DIVERGENCIA   *
      * REJEITA O ARQUIVO TODO. MONTA TAMBEM A TABELA DE CPF PARA A    *
      * DETECCAO DE EVENTOS CONFLITANTES                               *
      *----------------------------------------------------------------*
       2110-VALIDA-CONTROLE-IMP        SECTION.

           MOVE "N"                    TO WS-IMP-CONTROLE-OK
                                          WS-IMP-TEM-HEADER
                                          WS-IMP-TEM-TRAILER
                                          WS-CPF-EXCEDIDO
           MOVE ZEROS                  TO WS-IMP-QTD-DETALHE
                                          WS-IMP-HASH-CPF
                                          WS-IMP-QTD-TRAILER
                                          WS-IMP-HASH-TRAILER
           INITIALIZE WS-TAB-CPF

           OPEN INPUT IMP-RH

           IF WS-FL-STATUS-IMP         NOT EQUAL ZEROS
              MOVE "ERRO NA ABERTURA DO ARQUIVO DO RH"
                                       TO MSG-RETORNO-HBSIS87L
              GO TO 2110-EXIT
           END-IF

           READ IMP-RH

           IF WS-FL-STATUS-IMP         EQUAL ZEROS AND
              IMP-TIPO-REG             EQUAL "H"
              MOVE "S"                 TO WS-IMP-TEM-HEADER
           END-IF

           PERFORM UNTIL WS-FL-STATUS-IMP NOT EQUAL "00"
              EVALUATE IMP-TIPO-REG
                  WHEN "D"
                       ADD 1           TO WS-IMP-QTD-DETALHE
                       ADD IMP-CPF     TO WS-IMP-HASH-CPF
                       PERFORM 2115-ACUMULA-CPF
                  WHEN "T"
                       MOVE "S"        TO WS-IMP-TEM-TRAILER
                       MOVE IMP-TRL-QTD-REGISTROS
                                       TO WS-IMP-QTD-TRAILER
                       MOVE IMP-TRL-HASH-CPF
                                       TO WS-IMP-HASH-TRAILER
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
              READ IMP-RH
           END-PERFORM

           CLOSE IMP-RH

           IF WS-IMP-TEM-HEADER        NOT EQUAL "S"
              MOVE "IMPORTACAO REJEITADA - HEADER AUSENTE"
                                       TO MSG-RETORNO-HBSIS87L
           ELSE
           IF WS-IMP-TEM-TRAILER       NOT EQUAL "S"
              MOVE "IMPORTACAO REJEITADA - TRAILER AUSENTE"
                                       TO MSG-RETORNO-HBSIS87L
           ELSE
           IF WS-IMP-QTD-DETALHE       NOT EQUAL WS-IMP-QTD-TRAILER
              MOVE "IMPORTACAO REJEITADA - QTD NAO CONFERE"
                                       TO MSG-RETORNO-HBSIS87L
           ELSE
           IF WS-IMP-HASH-CPF          NOT EQUAL WS-IMP-HASH-TRAILER
              MOVE "IMPORTACAO REJEITADA - HASH CPF NAO CONFERE"
                                       TO MSG-RETORNO-HBSIS87L
           ELSE
           IF WS-CPF-EXCEDIDO          EQUAL "S"
              MOVE "IMPORTACAO REJEITADA - MAIS DE 2000 EVENTOS"
                                       TO MSG-RETORNO-HBSIS87L
           ELSE
              MOVE "S"                 TO WS-IMP-CONTROLE-OK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA OS EVENTOS DE CADA CPF DO ARQUIVO                        *
      *----------------------------------------------------------------*
       2115-ACUMULA-CPF                SECTION.

           MOVE IMP-CPF                TO WS-CPF-BUSCA
           PERFORM 2116-LOCALIZA-CPF-ARQ

           IF WS-ACHOU-CPF             EQUAL "S"
              ADD 1                    TO WS-TCP-QTD (WS-IDX-CPF)
              GO TO 2115-EXIT
           END-IF

           IF WS-QTD-CPF               NOT LESS 2000
              MOVE "S"                 TO WS-CPF-EXCEDIDO
              GO TO 2115-EXIT
           END-IF

           ADD 1                       TO WS-QTD-CPF
           MOVE IMP-CPF                TO WS-TCP-CPF (WS-QTD-CPF)
           MOVE IMP-EVENTO             TO WS-TCP-EVENTO (WS-QTD-CPF)
           MOVE 1                      TO WS-TCP-QTD (WS-QTD-CPF)

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA WS-CPF-BUSCA NA TABELA DE CPF DO ARQUIVO               *
      *----------------------------------------------------------------*
       2116-LOCALIZA-CPF-ARQ           SECTION.

           MOVE "N"                    TO WS-ACHOU-CPF

           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF GREATER WS-QTD-CPF
                      OR WS-ACHOU-CPF EQUAL "S"
              IF WS-TCP-CPF (WS-IDX-CPF) EQUAL WS-CPF-BUSCA
                 MOVE "S"              TO WS-ACHOU-CPF
              END-IF
           END-PERFORM

           IF WS-ACHOU-CPF             EQUAL "S"
              SUBTRACT 1               FROM WS-IDX-CPF
           END-IF

           .
       2116-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA OS VENDEDORES DO CADASTRO NA TABELA                    *
      *----------------------------------------------------------------*
       2120-CARREGA-VENDEDORES         SECTION.

           INITIALIZE WS-TAB-VEND

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS87L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       TO MSG-RETORNO-HBSIS87L
              GO TO 2120-EXIT
           END-IF

           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS04C

           START ARQ-VENDEDOR KEY IS GREATER COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              READ ARQ-VENDEDOR NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VEN NOT EQUAL "00"
                      OR WS-QTD-VEND NOT LESS 999
              ADD 1                    TO WS-QTD-VEND
              MOVE COD-VENDEDOR-HBSIS04C
                                       TO WS-TVE-CODIGO (WS-QTD-VEND)
              MOVE CPF-HBSIS04C        TO WS-TVE-CPF (WS-QTD-VEND)
              MOVE FLAG-ATIVO-HBSIS04C TO WS-TVE-ATIVO (WS-QTD-VEND)
              MOVE COD-REGIAO-HBSIS04C TO WS-TVE-REGIAO (WS-QTD-VEND)
              MOVE LATITUDE-VEND-HBSIS04C
                                       TO WS-TVE-LATITUDE
                                          (WS-QTD-VEND)
              MOVE LONGITUDE-VEND-HBSIS04C
                                       TO WS-TVE-LONGITUDE
                                          (WS-QTD-VEND)
              MOVE "N"                 TO WS-TVE-DESLIGANDO
                                          (WS-QTD-VEND)
              READ ARQ-VENDEDOR NEXT
           END-PERFORM

           CLOSE ARQ-VENDEDOR

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OS VENDEDORES DESLIGADOS NESTE ARQUIVO NAO SAO SUGERIDOS COMO  *
      * DESTINO DA CARTEIRA DE OUTRO DESLIGADO                         *
      *----------------------------------------------------------------*
       2130-MARCA-DESLIGANDO           SECTION.

           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF GREATER WS-QTD-CPF
              IF WS-TCP-EVENTO (WS-IDX-CPF) EQUAL "D"
                 MOVE WS-TCP-CPF (WS-IDX-CPF)
                                       TO WS-CPF-BUSCA
                 PERFORM 2135-LOCALIZA-VENDEDOR
                 IF WS-IDX-ACHADO      GREATER ZEROS
                    MOVE "S"           TO WS-TVE-DESLIGANDO
                                          (WS-IDX-ACHADO)
                 END-IF
              END-IF
           END-PERFORM

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O VENDEDOR DO CPF WS-CPF-BUSCA (ZERO = NAO ACHOU)      *
      *----------------------------------------------------------------*
       2135-LOCALIZA-VENDEDOR          SECTION.

           MOVE ZEROS                  TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER WS-QTD-VEND
                      OR WS-IDX-ACHADO GREATER ZEROS
              IF WS-TVE-CPF (WS-IDX-VEND) EQUAL WS-CPF-BUSCA
                 MOVE WS-IDX-VEND      TO WS-IDX-ACHADO
              END-IF
           END-PERFORM

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE PRE-CADASTRO (CRIA NA PRIMEIRA VEZ)     *
      *----------------------------------------------------------------*
       2140-OPEN-ARQ-PRE-CADASTRO      SECTION.

           OPEN I-O ARQ-PRE-CADASTRO

           IF WS-FL-STATUS-PRE         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-PRE-CADASTRO

              IF WS-FL-STATUS-PRE      EQUAL ZEROS
                 CLOSE ARQ-PRE-CADASTRO
                 OPEN I-O ARQ-PRE-CADASTRO
              END-IF

              IF WS-FL-STATUS-PRE      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-HBSIS87L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRE-CADASTRO"
                                       TO MSG-RETORNO-HBSIS87L
                 GO TO 2140-EXIT
              END-IF
           END-IF

           MOVE "S"                    TO WS-PRE-ABERTO

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE PRE-CADASTRO                          *
      *----------------------------------------------------------------*
       2150-CLOSE-ARQ-PRE-CADASTRO     SECTION.

           IF WS-PRE-ABERTO            EQUAL "S"
              CLOSE ARQ-PRE-CADASTRO
              MOVE "N"                 TO WS-PRE-ABERTO
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM EVENTO DO ARQUIVO DO RH                               *
      *----------------------------------------------------------------*
       2200-TRATA-EVENTO               SECTION.

           ADD 1                       TO QTD-LIDOS-HBSIS87L

           MOVE IMP-CPF                TO WS-CPF-BUSCA
           PERFORM 2116-LOCALIZA-CPF-ARQ

           IF WS-TCP-QTD (WS-IDX-CPF)  GREATER 1
              MOVE "EVENTOS CONFLITANTES PARA O CPF NO ARQUIVO"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2200-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (IMP-DATA-EFETIVA)
                                       NOT EQUAL ZEROS
              MOVE "DATA EFETIVA INVALIDA"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2200-EXIT
           END-IF

           EVALUATE IMP-EVENTO
               WHEN "D"
                    PERFORM 2300-DESLIGAMENTO
               WHEN "L"
                    PERFORM 2400-LICENCA
               WHEN "A"
                    PERFORM 2500-ADMISSAO
               WHEN OTHER
                    MOVE "EVENTO INVALIDO (A/D/L)"
                                       TO WS-MOTIVO-REJ
                    PERFORM 2290-REJEITA-EVENTO
           END-EVALUATE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O EVENTO NO RELATORIO DE REJEITADOS COM WS-MOTIVO-REJ    *
      *----------------------------------------------------------------*
       2290-REJEITA-EVENTO             SECTION.

           ADD 1                       TO QTD-REJEITADOS-HBSIS87L
           MOVE SPACES                 TO REG-REJ-RH
           MOVE IMP-CPF                TO REJ-CPF
           MOVE IMP-EVENTO             TO REJ-EVENTO
           MOVE IMP-DATA-EFETIVA       TO REJ-DATA-EFETIVA
           MOVE WS-MOTIVO-REJ          TO REJ-MOTIVO
           WRITE REG-REJ-RH

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESLIGAMENTO: DESATIVACAO PROGRAMADA NA DATA EFETIVA (A DATA   *
      * JA VENCIDA VAI PARA AMANHA, PRIMEIRA CADEIA NOTURNA) E PEDIDO  *
      * DE REATRIBUICAO DA CARTEIRA PARA O DESTINO SUGERIDO            *
      *----------------------------------------------------------------*
       2300-DESLIGAMENTO               SECTION.

           PERFORM 2135-LOCALIZA-VENDEDOR

           IF WS-IDX-ACHADO            EQUAL ZEROS
              MOVE "CPF NAO CADASTRADO COMO VENDEDOR"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2300-EXIT
           END-IF

           IF WS-TVE-ATIVO (WS-IDX-ACHADO) EQUAL "N"
              MOVE "VENDEDOR JA ESTA INATIVO"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2300-EXIT
           END-IF

           IF IMP-DATA-EFETIVA         GREATER WS-DATA-HOJE
              MOVE IMP-DATA-EFETIVA    TO WS-DATA-DESATIVACAO
           ELSE
              MOVE WS-DATA-AMANHA      TO WS-DATA-DESATIVACAO
           END-IF

           INITIALIZE HBSIS50L
           MOVE 1                      TO COD-FUNCAO-HBSIS50L
           MOVE "VENDEDOR"             TO ENTIDADE-HBSIS50L
           MOVE WS-TVE-CODIGO (WS-IDX-ACHADO)
                                       TO COD-OBJETO-HBSIS50L
           MOVE WS-DATA-DESATIVACAO    TO DATA-EFETIVA-HBSIS50L
           MOVE "D"                    TO TIPO-ALTER-HBSIS50L
           MOVE ZEROS                  TO VALOR-NOVO-HBSIS50L
           MOVE OPERADOR-HBSIS87L      TO OPERADOR-HBSIS50L

           CALL WS-HBSIS50             USING HBSIS50L

           IF COD-RETORNO-HBSIS50L     NOT EQUAL ZEROS
              MOVE MSG-RETORNO-HBSIS50L
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2300-EXIT
           END-IF

           ADD 1                       TO QTD-DESLIGAMENTOS-HBSIS87L

           PERFORM 2310-SUGERE-DESTINO

           IF WS-DESTINO-SUGERIDO      EQUAL ZEROS
              MOVE "DESATIVACAO PROGRAMADA - SEM DESTINO P/ CARTEIRA"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2300-EXIT
           END-IF

           INITIALIZE HBSIS51L
           MOVE 1                      TO COD-FUNCAO-HBSIS51L
           MOVE WS-TVE-CODIGO (WS-IDX-ACHADO)
                                       TO COD-VEND-ORIGEM-HBSIS51L
           MOVE WS-DESTINO-SUGERIDO    TO COD-VEND-DESTINO-HBSIS51L
           MOVE WS-DATA-DESATIVACAO    TO DATA-EFETIVA-HBSIS51L
           MOVE OPERADOR-HBSIS87L      TO OPERADOR-HBSIS51L

           CALL WS-HBSIS51             USING HBSIS51L

           IF COD-RETORNO-HBSIS51L     NOT EQUAL ZEROS
              MOVE SPACES              TO WS-MOTIVO-REJ
              STRING "DESATIVACAO PROGRAMADA - "
                     MSG-RETORNO-HBSIS51L
                     DELIMITED BY SIZE INTO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESTINO SUGERIDO: O VENDEDOR ATIVO MAIS PROXIMO DO DESLIGADO,  *
      * DANDO PREFERENCIA A MESMA REGIAO (ZERO = NENHUM CANDIDATO)     *
      *----------------------------------------------------------------*
       2310-SUGERE-DESTINO             SECTION.

           MOVE ZEROS                  TO WS-DESTINO-SUGERIDO
                                          WS-DEST-DISTANCIA
           MOVE "N"                    TO WS-DEST-MESMA-REGIAO

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND GREATER WS-QTD-VEND
              IF WS-IDX-CAND           NOT EQUAL WS-IDX-ACHADO
              AND WS-TVE-ATIVO (WS-IDX-CAND) NOT EQUAL "N"
              AND WS-TVE-DESLIGANDO (WS-IDX-CAND) NOT EQUAL "S"
                 PERFORM 2320-AVALIA-CANDIDATO
              END-IF
           END-PERFORM

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O CANDIDATO WS-IDX-CAND COM O MELHOR ATE AGORA         *
      *----------------------------------------------------------------*
       2320-AVALIA-CANDIDATO           SECTION.

           IF WS-TVE-REGIAO (WS-IDX-CAND)
                                       EQUAL WS-TVE-REGIAO
                                             (WS-IDX-ACHADO)
              MOVE "S"                 TO WS-CAND-MESMA-REGIAO
           ELSE
              MOVE "N"                 TO WS-CAND-MESMA-REGIAO
           END-IF

           IF WS-DEST-MESMA-REGIAO     EQUAL "S" AND
              WS-CAND-MESMA-REGIAO     EQUAL "N"
              GO TO 2320-EXIT
           END-IF

           MOVE WS-TVE-LATITUDE (WS-IDX-ACHADO)
                                       TO WS-LAT-A
           MOVE WS-TVE-LONGITUDE (WS-IDX-ACHADO)
                                       TO WS-LON-A
           MOVE WS-TVE-LATITUDE (WS-IDX-CAND)
                                       TO WS-LAT-B
           MOVE WS-TVE-LONGITUDE (WS-IDX-CAND)
                                       TO WS-LON-B
           PERFORM 2330-CALCULA-DISTANCIA

           IF WS-DESTINO-SUGERIDO      EQUAL ZEROS OR
              (WS-CAND-MESMA-REGIAO    EQUAL "S" AND
               WS-DEST-MESMA-REGIAO    EQUAL "N") OR
              WS-CALC-DISTANCIA        LESS WS-DEST-DISTANCIA
              MOVE WS-TVE-CODIGO (WS-IDX-CAND)
                                       TO WS-DESTINO-SUGERIDO
              MOVE WS-CALC-DISTANCIA   TO WS-DEST-DISTANCIA
              MOVE WS-CAND-MESMA-REGIAO
                                       TO WS-DEST-MESMA-REGIAO
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTANCIA ENTRE DOIS PONTOS EM METROS (HAVERSINE)              *
      *----------------------------------------------------------------*
       2330-CALCULA-DISTANCIA          SECTION.

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
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LICENCA: PERIODO NA AGENDA DE INDISPONIBILIDADE (HBSIS17P),    *
      * DA DATA EFETIVA ATE A DATA DE RETORNO INFORMADA                *
      *----------------------------------------------------------------*
       2400-LICENCA                    SECTION.

           PERFORM 2135-LOCALIZA-VENDEDOR

           IF WS-IDX-ACHADO            EQUAL ZEROS
              MOVE "CPF NAO CADASTRADO COMO VENDEDOR"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2400-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (IMP-DATA-FIM)
                                       NOT EQUAL ZEROS OR
              IMP-DATA-FIM             LESS IMP-DATA-EFETIVA
              MOVE "LICENCA SEM DATA DE RETORNO VALIDA"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2400-EXIT
           END-IF

           INITIALIZE HBSIS17L
           MOVE 1                      TO COD-FUNCAO-HBSIS17
           MOVE WS-TVE-CODIGO (WS-IDX-ACHADO)
                                       TO COD-VENDEDOR-HBSIS17
           MOVE IMP-DATA-EFETIVA       TO DATA-INICIO-HBSIS17
           MOVE IMP-DATA-FIM           TO DATA-FIM-HBSIS17
           MOVE "LICENCA INFORMADA PELO RH"
                                       TO MOTIVO-HBSIS17
           MOVE ZEROS                  TO COD-SUBSTITUTO-HBSIS17
           MOVE OPERADOR-HBSIS87L      TO OPERADOR-HBSIS17

           CALL WS-HBSIS17             USING HBSIS17L

           IF COD-RETORNO-HBSIS17      NOT EQUAL ZEROS
              MOVE MSG-RETORNO-HBSIS17 TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2400-EXIT
           END-IF

           ADD 1                       TO QTD-LICENCAS-HBSIS87L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ADMISSAO: PRE-CADASTRO DO VENDEDOR, PENDENTE ATE O CADASTRO    *
      * COM COORDENADAS E REGIAO (HBSIS04P)                            *
      *----------------------------------------------------------------*
       2500-ADMISSAO                   SECTION.

           PERFORM 2135-LOCALIZA-VENDEDOR

           IF WS-IDX-ACHADO            GREATER ZEROS
              MOVE "CPF JA CADASTRADO COMO VENDEDOR"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2500-EXIT
           END-IF

           MOVE IMP-CPF                TO WS-CPF-CALC
           PERFORM 2510-VALIDA-CPF

           IF WS-CPF-VALIDO            EQUAL "N"
              MOVE "CPF INVALIDO"      TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2500-EXIT
           END-IF

           IF IMP-NOME                 EQUAL SPACES
              MOVE "NOME DO VENDEDOR NAO INFORMADO"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
              GO TO 2500-EXIT
           END-IF

           MOVE IMP-CPF                TO CPF-HBSIS87C
           MOVE IMP-NOME               TO NOME-VEND-HBSIS87C
           MOVE IMP-DATA-EFETIVA       TO DATA-ADMISSAO-HBSIS87C
           MOVE IMP-COD-FILIAL         TO COD-FILIAL-HBSIS87C
           MOVE "P"                    TO STATUS-HBSIS87C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS87C
                                          DATA-CONCLUSAO-HBSIS87C
           MOVE WS-DATA-HOJE           TO DATA-INCLUSAO-HBSIS87C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-INCLUSAO-HBSIS87C
           MOVE OPERADOR-HBSIS87L      TO OPERADOR-ALTER-HBSIS87C

           WRITE ARQ-HBSIS87C

           IF WS-FL-STATUS-PRE         EQUAL ZEROS
              ADD 1                    TO QTD-ADMISSOES-HBSIS87L
           ELSE
           IF WS-FL-STATUS-PRE         EQUAL "22"
              MOVE "PRE-CADASTRO JA EXISTE PARA O CPF"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
           ELSE
              MOVE "ERRO AO GRAVAR O PRE-CADASTRO"
                                       TO WS-MOTIVO-REJ
              PERFORM 2290-REJEITA-EVENTO
           END-IF
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF (WS-CPF-CALC)           *
      *----------------------------------------------------------------*
       2510-VALIDA-CPF                 SECTION.

           MOVE "S"                    TO WS-CPF-VALIDO

           IF WS-CPF-CALC              EQUAL ZEROS
              MOVE "N"                 TO WS-CPF-VALIDO
              GO TO 2510-EXIT
           END-IF

           COMPUTE WS-CPF-SOMA =
                   WS-CPF-DIGITO (01) * 10
                 + WS-CPF-DIGITO (02) * 9
                 + WS-CPF-DIGITO (03) * 8
                 + WS-CPF-DIGITO (04) * 7
                 + WS-CPF-DIGITO (05) * 6
                 + WS-CPF-DIGITO (06) * 5
                 + WS-CPF-DIGITO (07) * 4
                 + WS-CPF-DIGITO (08) * 3
                 + WS-CPF-DIGITO (09) * 2

           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA, 11)

           IF WS-CPF-RESTO             LESS 2
              MOVE ZERO                TO WS-CPF-DIG1
           ELSE
              COMPUTE WS-CPF-DIG1 = 11 - WS-CPF-RESTO
           END-IF

           IF WS-CPF-DIG1              NOT EQUAL WS-CPF-DIGITO (10)
              MOVE "N"                 TO WS-CPF-VALIDO
           END-IF

           COMPUTE WS-CPF-SOMA =
                   WS-CPF-DIGITO (01) * 11
                 + WS-CPF-DIGITO (02) * 10
                 + WS-CPF-DIGITO (03) * 9
                 + WS-CPF-DIGITO (04) * 8
                 + WS-CPF-DIGITO (05) * 7
                 + WS-CPF-DIGITO (06) * 6
                 + WS-CPF-DIGITO (07) * 5
                 + WS-CPF-DIGITO (08) * 4
                 + WS-CPF-DIGITO (09) * 3
                 + WS-CPF-DIG1        * 2

           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA, 11)

           IF WS-CPF-RESTO             LESS 2
              MOVE ZERO                TO WS-CPF-DIG2
           ELSE
              COMPUTE WS-CPF-DIG2 = 11 - WS-CPF-RESTO
           END-IF

           IF WS-CPF-DIG2              NOT EQUAL WS-CPF-DIGITO (11)
              MOVE "N"                 TO WS-CPF-VALIDO
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONCLUI OS PRE-CADASTROS CUJO CPF JA FOI CADASTRADO COMO       *
      * VENDEDOR E CONTA OS QUE CONTINUAM PENDENTES                    *
      *----------------------------------------------------------------*
       2600-CONCILIA-PRE-CADASTRO      SECTION.

           MOVE ZEROS                  TO QTD-PRE-PENDENTES-HBSIS87L
                                          CPF-HBSIS87C

           START ARQ-PRE-CADASTRO KEY IS NOT LESS CPF-HBSIS87C

           IF WS-FL-STATUS-PRE         EQUAL ZEROS
              READ ARQ-PRE-CADASTRO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-PRE NOT EQUAL "00"
              IF STATUS-HBSIS87C       EQUAL "P"
                 MOVE CPF-HBSIS87C     TO WS-CPF-BUSCA
                 PERFORM 2135-LOCALIZA-VENDEDOR
                 IF WS-IDX-ACHADO      GREATER ZEROS
                    MOVE "C"           TO STATUS-HBSIS87C
                    MOVE WS-TVE-CODIGO (WS-IDX-ACHADO)
                                       TO COD-VENDEDOR-HBSIS87C
                    MOVE WS-DATA-HOJE  TO DATA-CONCLUSAO-HBSIS87C
                    REWRITE ARQ-HBSIS87C
                 ELSE
                    ADD 1              TO QTD-PRE-PENDENTES-HBSIS87L
                 END-IF
              END-IF
              READ ARQ-PRE-CADASTRO NEXT
           END-PERFORM

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA DOS PRE-CADASTROS PENDENTES (CONCILIA ANTES COM O        *
      * CADASTRO DE VENDEDORES)                                        *
      *----------------------------------------------------------------*
       2700-LISTA-PRE-CADASTRO         SECTION.

           PERFORM 2120-CARREGA-VENDEDORES

           IF COD-RETORNO-HBSIS87L     NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           PERFORM 2140-OPEN-ARQ-PRE-CADASTRO

           IF COD-RETORNO-HBSIS87L     NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           PERFORM 2600-CONCILIA-PRE-CADASTRO

           OPEN OUTPUT REL-PRE-CADASTRO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              PERFORM 2150-CLOSE-ARQ-PRE-CADASTRO
              MOVE 9                   TO COD-RETORNO-HBSIS87L
              MOVE "ERRO NA ABERTURA DA LISTA DE PRE-CADASTROS"
                                       TO MSG-RETORNO-HBSIS87L
              GO TO 2700-EXIT
           END-IF

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
           MOVE WS-DATA-HOJE           TO CAB-PRE-DATA
           WRITE REG-REL-PRE-CADASTRO  FROM LINHA-TRACO-PRE
           WRITE REG-REL-PRE-CADASTRO  FROM CAB-PRE-TITULO
           WRITE REG-REL-PRE-CADASTRO  FROM CAB-PRE-COLUNAS
           WRITE REG-REL-PRE-CADASTRO  FROM LINHA-TRACO-PRE

           MOVE ZEROS                  TO CPF-HBSIS87C

           START ARQ-PRE-CADASTRO KEY IS NOT LESS CPF-HBSIS87C

           IF WS-FL-STATUS-PRE         EQUAL ZEROS
              READ ARQ-PRE-CADASTRO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-PRE NOT EQUAL "00"
              IF STATUS-HBSIS87C       EQUAL "P"
                 MOVE CPF-HBSIS87C     TO DET-PRE-CPF
                 MOVE NOME-VEND-HBSIS87C
                                       TO DET-PRE-NOME
                 MOVE DATA-ADMISSAO-HBSIS87C
                                       TO DET-PRE-ADMISSAO
                 MOVE COD-FILIAL-HBSIS87C
                                       TO DET-PRE-FILIAL
                 MOVE DATA-INCLUSAO-HBSIS87C
                                       TO DET-PRE-INCLUSAO
                 WRITE REG-REL-PRE-CADASTRO
                                       FROM DET-PRE
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
              READ ARQ-PRE-CADASTRO NEXT
           END-PERFORM

           MOVE WS-QTD-LINHAS-REL      TO ROD-PRE-QTD
           WRITE REG-REL-PRE-CADASTRO  FROM LINHA-TRACO-PRE
           WRITE REG-REL-PRE-CADASTRO  FROM ROD-PRE

           CLOSE REL-PRE-CADASTRO
           PERFORM 2150-CLOSE-ARQ-PRE-CADASTRO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "PRECADVEND.TXT"       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS87L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS87L
           STRING "PRE-CADASTROS PENDENTES: "
                  QTD-PRE-PENDENTES-HBSIS87L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS87L

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
      * FIM DO PROGRAMA HBSIS87P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS87P.
      *----------------------------------------------------------------*
