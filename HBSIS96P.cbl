       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS96P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: EXPURGO DAS SAIDAS GERADAS: CASA CADA ARQUIVO   *
      *                DO REGISTRO DE SAIDAS (HBSIS42P) COM A TABELA   *
      *                DE RETENCAO (PREFIXO DO NOME -> DIAS A MANTER E *
      *                ACAO ARQUIVAR OU EXCLUIR) E REMOVE OS VENCIDOS, *
      *                MARCANDO-OS COMO EXPURGADOS NO REGISTRO. SAIDAS *
      *                DE MES FECHADO (HBSIS66P) SAO MANTIDAS. EMITE O *
      *                RELATORIO DO ESPACO RECUPERADO E DOS ARQUIVOS   *
      *                QUE NAO PUDERAM SER REMOVIDOS                   *
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
           SELECT ARQ-REGISTRO       ASSIGN TO "REGISTROSAIDA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REG.

           SELECT ARQ-REGISTRO-NOVO  ASSIGN TO "REGISTROSAIDA.NOV"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-NOV.

      *    TABELA DE RETENCAO MANTIDA PELA OPERACAO, NO MESMO MOLDE DA
      *    TABELA DE DESTINOS DO HBSIS67P: PREFIXO DO NOME, DIAS A
      *    MANTER, ACAO (A = ARQUIVAR, E = EXCLUIR) E O DIRETORIO DO
      *    ARQUIVO MORTO (SO PARA A ACAO A)
           SELECT ARQ-RETENCAO       ASSIGN TO "RETENCAOSAIDAS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RET.

           SELECT ARQ-ORIGEM         ASSIGN TO WS-NOME-ORIGEM
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-ORI.

           SELECT ARQ-DESTINO        ASSIGN TO WS-CAMINHO-DESTINO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DES.

           SELECT REL-EXPURGO        ASSIGN TO WS-NOME-REL-EXPURGO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-REGISTRO
           LABEL RECORD IS STANDARD.
       01  REG-REGISTRO.
           05  RGS-NOME-ARQ            PIC  X(040).
           05  RGS-DATA-GERACAO        PIC  9(008).
           05  RGS-HORA-GERACAO        PIC  9(006).
           05  RGS-QTD-REGISTROS       PIC  9(007).
           05  RGS-SITUACAO            PIC  X(001).

       FD  ARQ-REGISTRO-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-REGISTRO-NOVO           PIC  X(062).

       FD  ARQ-RETENCAO
           LABEL RECORD IS STANDARD.
       01  REG-RETENCAO.
           05  RET-PREFIXO             PIC  X(040).
           05  RET-DIAS                PIC  9(004).
           05  RET-ACAO                PIC  X(001).
           05  RET-DIRETORIO           PIC  X(060).

       FD  ARQ-ORIGEM
           LABEL RECORD IS STANDARD.
       01  REG-ORIGEM                  PIC  X(512).

       FD  ARQ-DESTINO
           LABEL RECORD IS STANDARD.
       01  REG-DESTINO                 PIC  X(512).

       FD  REL-EXPURGO.
       01  REG-REL-EXPURGO             PIC  X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-NOV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RET            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ORI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DES            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-NOME-ORIGEM              PIC  X(040)         VALUE SPACES.
       01  WS-CAMINHO-DESTINO          PIC  X(110)         VALUE SPACES.
       01  WS-NOME-REL-EXPURGO         PIC  X(040)         VALUE SPACES.
       01  WS-NOME-REGISTRO-NOVO       PIC  X(040)         VALUE
           "REGISTROSAIDA.NOV".
       01  WS-CARIMBO-GERACAO          PIC  X(014)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DIAS-IDADE               PIC S9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-REG-ATUALIZADOS      PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * TABELA DE RETENCAO EM MEMORIA (VALE O PREFIXO MAIS LONGO QUE   *
      * CASAR COM O NOME DO ARQUIVO)                                   *
      *----------------------------------------------------------------*
       01  WS-TAB-RETENCAO.
           05  WS-TAB-RET-QTD          PIC  9(003)         VALUE ZEROS.
           05  WS-TAB-RET-ITEM         OCCURS 100 TIMES
                                       INDEXED BY WS-IDX-RET.
               10  WS-RET-PREFIXO      PIC  X(040).
               10  WS-RET-TAMANHO      PIC  9(002).
               10  WS-RET-DIAS         PIC  9(004).
               10  WS-RET-ACAO         PIC  X(001).
               10  WS-RET-DIRETORIO    PIC  X(060).

       01  WS-RET-ACHADA               PIC  9(003)         VALUE ZEROS.
       01  WS-TAM-ACHADO               PIC  9(002)         VALUE ZEROS.
       01  WS-TAM-PREFIXO              PIC  9(002)         VALUE ZEROS.
       01  WS-TAM-DIRETORIO            PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ARQUIVOS VENCIDOS DA RODADA, UM POR NOME (A DATA E A DA        *
      * GERACAO MAIS RECENTE). SITUACAO: C = CANDIDATO, M = REGERADO   *
      * DENTRO DO PRAZO, F = MES FECHADO, E = EXCLUIDO, A = ARQUIVADO, *
      * X = JA AUSENTE DO DISCO, N = NAO REMOVIDO. O QUE NAO COUBER    *
      * NA TABELA FICA PARA A RODADA SEGUINTE                          *
      *----------------------------------------------------------------*
       01  WS-TAB-CANDIDATOS.
           05  WS-TAB-CND-QTD          PIC  9(004)         VALUE ZEROS.
           05  WS-TAB-CND-ITEM         OCCURS 500 TIMES
                                       INDEXED BY WS-IDX-CND.
               10  WS-CND-NOME         PIC  X(040).
               10  WS-CND-DATA         PIC  9(008).
               10  WS-CND-RET          PIC  9(003).
               10  WS-CND-SITUACAO     PIC  X(001).
               10  WS-CND-BYTES        PIC  9(015).
               10  WS-CND-MOTIVO       PIC  X(040).

       01  WS-CND-ACHADO               PIC  9(004)         VALUE ZEROS.
       01  WS-TABELA-CHEIA             PIC  X(001)         VALUE "N".
       01  WS-COPIA-OK                 PIC  X(001)         VALUE "N".

      *    MES FECHADO: ULTIMA CONSULTA AO HBSIS66P GUARDADA
       01  WS-ANO-MES-CONSULTADO       PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-FECHADO          PIC  X(001)         VALUE "N".

      *    DETALHES DO ARQUIVO DEVOLVIDOS PELA ROTINA DE SISTEMA
       01  WS-DETALHE-ARQUIVO.
           05  WS-DET-TAMANHO          PIC  9(018)         COMP.
           05  WS-DET-DIA              PIC  X(001).
           05  WS-DET-MES              PIC  X(001).
           05  WS-DET-ANO              PIC  X(002).
           05  WS-DET-HORA             PIC  X(004).

       01  WS-DATA-AAAAMMDD            PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-DDMMAAAA            PIC  9(008)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS66                  PIC  X(009)         VALUE
           'HBSIS66P'.

       COPY HBSIS42L.
       COPY HBSIS66L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE EXPURGO                                 *
      *----------------------------------------------------------------*
       01  CAB-EXPURGO.
           03 FILLER                   PIC  X(033)         VALUE
              "EXPURGO DAS SAIDAS REGISTRADAS - ".
           03 CAB-EXP-DATA             PIC  99/99/9999     VALUE ZEROS.
           03 FILLER                   PIC  X(077)         VALUE SPACES.

       01  CAB-EXP-SECAO               PIC  X(120)         VALUE SPACES.

       01  CAB-EXP-COLUNAS.
           03 FILLER                   PIC  X(042)         VALUE
              "ARQUIVO".
           03 FILLER                   PIC  X(012)         VALUE
              "GERADO EM".
           03 FILLER                   PIC  X(020)         VALUE
              "             BYTES".
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(044)         VALUE
              "SITUACAO".

       01  DET-EXPURGO.
           03 DET-EXP-NOME             PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXP-DATA             PIC  99/99/9999     VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXP-BYTES            PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EXP-MOTIVO           PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(005)         VALUE SPACES.

       01  DET-EXP-TOTAL.
           03 DET-TOT-ROTULO           PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TOT-VALOR            PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(059)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS96L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS96L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO: CARREGA A TABELA DE RETENCAO          *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS96L
                                          QTD-AVALIADOS-HBSIS96L
                                          QTD-EXCLUIDOS-HBSIS96L
                                          QTD-ARQUIVADOS-HBSIS96L
                                          QTD-MES-FECHADO-HBSIS96L
                                          QTD-AUSENTES-HBSIS96L
                                          QTD-FALHAS-HBSIS96L
                                          BYTES-RECUPERADOS-HBSIS96L
                                          WS-TAB-RET-QTD
                                          WS-TAB-CND-QTD
                                          WS-QTD-LINHAS-REL
                                          WS-ANO-MES-CONSULTADO
           MOVE SPACES                 TO MSG-RETORNO-HBSIS96L
                                          NOME-REL-HBSIS96L
           MOVE "N"                    TO WS-TABELA-CHEIA

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CARIMBO-GERACAO
           MOVE WS-CARIMBO-GERACAO (1:8)
                                       TO WS-DATA-HOJE

           OPEN INPUT ARQ-RETENCAO

           IF WS-FL-STATUS-RET         NOT EQUAL ZEROS
              GO TO 1000-EXIT
           END-IF

           READ ARQ-RETENCAO

           PERFORM UNTIL WS-FL-STATUS-RET NOT EQUAL "00"
              IF RET-PREFIXO           NOT EQUAL SPACES
              AND RET-DIAS             NUMERIC
              AND (RET-ACAO            EQUAL "A" OR "E")
              AND WS-TAB-RET-QTD       LESS 100
                 ADD 1                 TO WS-TAB-RET-QTD
                 SET WS-IDX-RET        TO WS-TAB-RET-QTD
                 MOVE RET-PREFIXO      TO WS-RET-PREFIXO (WS-IDX-RET)
                 MOVE RET-DIAS         TO WS-RET-DIAS (WS-IDX-RET)
                 MOVE RET-ACAO         TO WS-RET-ACAO (WS-IDX-RET)
                 MOVE RET-DIRETORIO    TO WS-RET-DIRETORIO
                                          (WS-IDX-RET)
                 PERFORM VARYING WS-TAM-PREFIXO FROM 40 BY -1
                         UNTIL WS-TAM-PREFIXO EQUAL ZEROS
                            OR RET-PREFIXO (WS-TAM-PREFIXO : 1)
                               NOT EQUAL SPACE
                 END-PERFORM
                 MOVE WS-TAM-PREFIXO   TO WS-RET-TAMANHO (WS-IDX-RET)
              END-IF
              READ ARQ-RETENCAO
           END-PERFORM

           CLOSE ARQ-RETENCAO

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO: SELECIONA OS VENCIDOS, REMOVE, MARCA  *
      * NO REGISTRO DE SAIDAS E EMITE O RELATORIO                      *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF WS-TAB-RET-QTD           EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS96L
              MOVE "TABELA DE RETENCAO VAZIA OU AUSENTE"
                                       TO MSG-RETORNO-HBSIS96L
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-SELECIONA-VENCIDOS

           IF COD-RETORNO-HBSIS96L     NOT EQUAL ZEROS
              GO TO 2000-EXIT
           END-IF

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                   UNTIL WS-IDX-CND GREATER WS-TAB-CND-QTD
              IF WS-CND-SITUACAO (WS-IDX-CND) EQUAL "C"
                 PERFORM 2200-TRATA-VENCIDO
              END-IF
           END-PERFORM

           IF QTD-EXCLUIDOS-HBSIS96L   GREATER ZEROS
           OR QTD-ARQUIVADOS-HBSIS96L  GREATER ZEROS
           OR QTD-AUSENTES-HBSIS96L    GREATER ZEROS
              PERFORM 2300-ATUALIZA-REGISTRO
           END-IF

           PERFORM 2400-EMITE-RELATORIO

           MOVE SPACES                 TO MSG-RETORNO-HBSIS96L
           STRING "EXCLUIDOS: "
                  QTD-EXCLUIDOS-HBSIS96L
                  " ARQUIVADOS: "
                  QTD-ARQUIVADOS-HBSIS96L
                  " FALHAS: "
                  QTD-FALHAS-HBSIS96L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS96L

           IF QTD-FALHAS-HBSIS96L      GREATER ZEROS
              MOVE 4                   TO COD-RETORNO-HBSIS96L
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O REGISTRO DE SAIDAS E MONTA A TABELA DE VENCIDOS. UM NOME  *
      * REGISTRADO DE NOVO DENTRO DO PRAZO (ARQUIVO DE NOME FIXO       *
      * REGERADO) NAO E VENCIDO                                        *
      *----------------------------------------------------------------*
       2100-SELECIONA-VENCIDOS         SECTION.

           OPEN INPUT ARQ-REGISTRO

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS96L
              MOVE "NAO HA SAIDAS REGISTRADAS"
                                       TO MSG-RETORNO-HBSIS96L
              GO TO 2100-EXIT
           END-IF

           READ ARQ-REGISTRO

           PERFORM UNTIL WS-FL-STATUS-REG NOT EQUAL "00"
              IF RGS-SITUACAO          EQUAL SPACE
              AND RGS-DATA-GERACAO     NUMERIC
              AND RGS-DATA-GERACAO     GREATER ZEROS
                 ADD 1                 TO QTD-AVALIADOS-HBSIS96L
                 PERFORM 2110-AVALIA-REGISTRO
              END-IF
              READ ARQ-REGISTRO
           END-PERFORM

           CLOSE ARQ-REGISTRO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA UM REGISTRO AINDA NAO EXPURGADO CONTRA A RETENCAO       *
      *----------------------------------------------------------------*
       2110-AVALIA-REGISTRO            SECTION.

           PERFORM 2120-PROCURA-RETENCAO

           IF WS-RET-ACHADA            EQUAL ZEROS
              GO TO 2110-EXIT
           END-IF

           MOVE ZEROS                  TO WS-CND-ACHADO

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                   UNTIL WS-IDX-CND GREATER WS-TAB-CND-QTD
                      OR WS-CND-ACHADO GREATER ZEROS
              IF WS-CND-NOME (WS-IDX-CND) EQUAL RGS-NOME-ARQ
                 SET WS-CND-ACHADO     TO WS-IDX-CND
              END-IF
           END-PERFORM

           COMPUTE WS-DIAS-IDADE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (RGS-DATA-GERACAO)

      *    DENTRO DO PRAZO: SE O NOME JA ESTAVA NA TABELA, A GERACAO
      *    MAIS NOVA SEGURA O ARQUIVO NO DISCO
           IF WS-DIAS-IDADE            NOT GREATER
              WS-RET-DIAS (WS-RET-ACHADA)
              IF WS-CND-ACHADO         GREATER ZEROS
                 MOVE "M"              TO WS-CND-SITUACAO
                                          (WS-CND-ACHADO)
              END-IF
              GO TO 2110-EXIT
           END-IF

           IF WS-CND-ACHADO            GREATER ZEROS
              MOVE RGS-DATA-GERACAO    TO WS-CND-DATA (WS-CND-ACHADO)
              GO TO 2110-EXIT
           END-IF

           IF WS-TAB-CND-QTD           NOT LESS 500
              MOVE "S"                 TO WS-TABELA-CHEIA
              GO TO 2110-EXIT
           END-IF

           ADD 1                       TO WS-TAB-CND-QTD
           SET WS-IDX-CND              TO WS-TAB-CND-QTD
           MOVE RGS-NOME-ARQ           TO WS-CND-NOME (WS-IDX-CND)
           MOVE RGS-DATA-GERACAO       TO WS-CND-DATA (WS-IDX-CND)
           MOVE WS-RET-ACHADA          TO WS-CND-RET (WS-IDX-CND)
           MOVE "C"                    TO WS-CND-SITUACAO (WS-IDX-CND)
           MOVE ZEROS                  TO WS-CND-BYTES (WS-IDX-CND)
           MOVE SPACES                 TO WS-CND-MOTIVO (WS-IDX-CND)

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A RETENCAO DO ARQUIVO PELO PREFIXO MAIS LONGO QUE CASA *
      * COM O NOME (WS-RET-ACHADA = ZERO: SEM RETENCAO, MANTIDO)       *
      *----------------------------------------------------------------*
       2120-PROCURA-RETENCAO           SECTION.

           MOVE ZEROS                  TO WS-RET-ACHADA
                                          WS-TAM-ACHADO

           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET GREATER WS-TAB-RET-QTD
              IF WS-RET-TAMANHO (WS-IDX-RET) GREATER WS-TAM-ACHADO
                 IF RGS-NOME-ARQ (1 : WS-RET-TAMANHO (WS-IDX-RET))
                    EQUAL WS-RET-PREFIXO (WS-IDX-RET)
                         (1 : WS-RET-TAMANHO (WS-IDX-RET))
                    SET WS-RET-ACHADA  TO WS-IDX-RET
                    MOVE WS-RET-TAMANHO (WS-IDX-RET)
                                       TO WS-TAM-ACHADO
                 END-IF
              END-IF
           END-PERFORM

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM VENCIDO: MES FECHADO E MANTIDO; ARQUIVO AUSENTE SO E  *
      * MARCADO; OS DEMAIS SAO ARQUIVADOS E/OU EXCLUIDOS               *
      *----------------------------------------------------------------*
       2200-TRATA-VENCIDO              SECTION.

           PERFORM 2210-VERIFICA-MES-FECHADO

           IF WS-ANO-MES-FECHADO       EQUAL "S"
              MOVE "F"                 TO WS-CND-SITUACAO (WS-IDX-CND)
              MOVE "MANTIDO - MES FECHADO"
                                       TO WS-CND-MOTIVO (WS-IDX-CND)
              ADD 1                    TO QTD-MES-FECHADO-HBSIS96L
              GO TO 2200-EXIT
           END-IF

           MOVE WS-CND-NOME (WS-IDX-CND)
                                       TO WS-NOME-ORIGEM
           MOVE WS-CND-RET (WS-IDX-CND)
                                       TO WS-RET-ACHADA

           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-ORIGEM
                                             WS-DETALHE-ARQUIVO

           IF RETURN-CODE              NOT EQUAL ZEROS
              MOVE "X"                 TO WS-CND-SITUACAO (WS-IDX-CND)
              MOVE "JA AUSENTE - MARCADO COMO EXPURGADO"
                                       TO WS-CND-MOTIVO (WS-IDX-CND)
              ADD 1                    TO QTD-AUSENTES-HBSIS96L
              GO TO 2200-EXIT
           END-IF

           MOVE WS-DET-TAMANHO         TO WS-CND-BYTES (WS-IDX-CND)

           IF WS-RET-ACAO (WS-RET-ACHADA) EQUAL "A"
              PERFORM 2220-ARQUIVA-SAIDA
              IF WS-COPIA-OK           NOT EQUAL "S"
                 MOVE "N"              TO WS-CND-SITUACAO (WS-IDX-CND)
                 MOVE "NAO REMOVIDO - FALHA NO ARQUIVAMENTO"
                                       TO WS-CND-MOTIVO (WS-IDX-CND)
                 ADD 1                 TO QTD-FALHAS-HBSIS96L
                 GO TO 2200-EXIT
              END-IF
           END-IF

           CALL "CBL_DELETE_FILE"      USING WS-NOME-ORIGEM

           IF RETURN-CODE              NOT EQUAL ZEROS
              MOVE "N"                 TO WS-CND-SITUACAO (WS-IDX-CND)
              MOVE "NAO REMOVIDO - FALHA NA EXCLUSAO"
                                       TO WS-CND-MOTIVO (WS-IDX-CND)
              ADD 1                    TO QTD-FALHAS-HBSIS96L
              GO TO 2200-EXIT
           END-IF

           ADD WS-CND-BYTES (WS-IDX-CND)
                                       TO BYTES-RECUPERADOS-HBSIS96L

           IF WS-RET-ACAO (WS-RET-ACHADA) EQUAL "A"
              MOVE "A"                 TO WS-CND-SITUACAO (WS-IDX-CND)
              MOVE "ARQUIVADO"         TO WS-CND-MOTIVO (WS-IDX-CND)
              ADD 1                    TO QTD-ARQUIVADOS-HBSIS96L
           ELSE
              MOVE "E"                 TO WS-CND-SITUACAO (WS-IDX-CND)
              MOVE "EXCLUIDO"          TO WS-CND-MOTIVO (WS-IDX-CND)
              ADD 1                    TO QTD-EXCLUIDOS-HBSIS96L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA NO HBSIS66P SE O MES DA GERACAO ESTA FECHADO (GUARDA  *
      * A ULTIMA CONSULTA, POIS OS VENCIDOS VEM EM ORDEM DE DATA)      *
      *----------------------------------------------------------------*
       2210-VERIFICA-MES-FECHADO       SECTION.

           IF WS-CND-DATA (WS-IDX-CND) (1:6)
                                       EQUAL WS-ANO-MES-CONSULTADO
              GO TO 2210-EXIT
           END-IF

           MOVE WS-CND-DATA (WS-IDX-CND) (1:6)
                                       TO WS-ANO-MES-CONSULTADO

           INITIALIZE HBSIS66L
           MOVE 0                      TO COD-FUNCAO-HBSIS66L
           MOVE WS-ANO-MES-CONSULTADO  TO ANO-MES-HBSIS66L

           CALL WS-HBSIS66             USING HBSIS66L

           MOVE FLAG-FECHADO-HBSIS66L  TO WS-ANO-MES-FECHADO

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA A SAIDA PARA O DIRETORIO DO ARQUIVO MORTO DA RETENCAO    *
      *----------------------------------------------------------------*
       2220-ARQUIVA-SAIDA              SECTION.

           MOVE "N"                    TO WS-COPIA-OK

           PERFORM VARYING WS-TAM-DIRETORIO FROM 60 BY -1
                   UNTIL WS-TAM-DIRETORIO EQUAL ZEROS
                      OR WS-RET-DIRETORIO (WS-RET-ACHADA)
                         (WS-TAM-DIRETORIO : 1) NOT EQUAL SPACE
           END-PERFORM

      *    SEM DIRETORIO DE ARQUIVO MORTO NAO HA PARA ONDE COPIAR
           IF WS-TAM-DIRETORIO         EQUAL ZEROS
              GO TO 2220-EXIT
           END-IF

           MOVE SPACES                 TO WS-CAMINHO-DESTINO
           STRING WS-RET-DIRETORIO (WS-RET-ACHADA)
                  (1 : WS-TAM-DIRETORIO)
                  "/"
                  WS-NOME-ORIGEM
                  DELIMITED BY SIZE    INTO WS-CAMINHO-DESTINO

           OPEN INPUT ARQ-ORIGEM

           IF WS-FL-STATUS-ORI         NOT EQUAL ZEROS
              GO TO 2220-EXIT
           END-IF

           OPEN OUTPUT ARQ-DESTINO

           IF WS-FL-STATUS-DES         NOT EQUAL ZEROS
              CLOSE ARQ-ORIGEM
              GO TO 2220-EXIT
           END-IF

           MOVE "S"                    TO WS-COPIA-OK

           READ ARQ-ORIGEM

           PERFORM UNTIL WS-FL-STATUS-ORI NOT EQUAL "00"
              MOVE REG-ORIGEM          TO REG-DESTINO
              WRITE REG-DESTINO
              IF WS-FL-STATUS-DES      NOT EQUAL ZEROS
                 MOVE "N"              TO WS-COPIA-OK
                 MOVE "10"             TO WS-FL-STATUS-ORI
              ELSE
                 READ ARQ-ORIGEM
              END-IF
           END-PERFORM

           CLOSE ARQ-DESTINO
           CLOSE ARQ-ORIGEM

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA NO REGISTRO DE SAIDAS AS GERACOES DOS ARQUIVOS REMOVIDOS *
      * (E = EXPURGADO, A = ARQUIVADO): GRAVA A COPIA ATUALIZADA E A   *
      * DEVOLVE SOBRE O REGISTRO                                       *
      *----------------------------------------------------------------*
       2300-ATUALIZA-REGISTRO          SECTION.

           MOVE ZEROS                  TO WS-QTD-REG-ATUALIZADOS

           OPEN INPUT ARQ-REGISTRO

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           OPEN OUTPUT ARQ-REGISTRO-NOVO

           IF WS-FL-STATUS-NOV         NOT EQUAL ZEROS
              CLOSE ARQ-REGISTRO
              MOVE 9                   TO COD-RETORNO-HBSIS96L
              MOVE "ERRO AO ATUALIZAR O REGISTRO DE SAIDAS"
                                       TO MSG-RETORNO-HBSIS96L
              GO TO 2300-EXIT
           END-IF

           READ ARQ-REGISTRO

           PERFORM UNTIL WS-FL-STATUS-REG NOT EQUAL "00"
              IF RGS-SITUACAO          EQUAL SPACE
                 PERFORM 2310-MARCA-GERACAO
              END-IF
              WRITE REG-REGISTRO-NOVO  FROM REG-REGISTRO
              READ ARQ-REGISTRO
           END-PERFORM

           CLOSE ARQ-REGISTRO
           CLOSE ARQ-REGISTRO-NOVO

      *    DEVOLVE A COPIA ATUALIZADA SOBRE O REGISTRO DE SAIDAS
           OPEN INPUT ARQ-REGISTRO-NOVO
           OPEN OUTPUT ARQ-REGISTRO

           READ ARQ-REGISTRO-NOVO

           PERFORM UNTIL WS-FL-STATUS-NOV NOT EQUAL "00"
              WRITE REG-REGISTRO       FROM REG-REGISTRO-NOVO
              READ ARQ-REGISTRO-NOVO
           END-PERFORM

           CLOSE ARQ-REGISTRO-NOVO
           CLOSE ARQ-REGISTRO

           CALL "CBL_DELETE_FILE"      USING WS-NOME-REGISTRO-NOVO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA A GERACAO LIDA SE O ARQUIVO FOI REMOVIDO NA RODADA       *
      *----------------------------------------------------------------*
       2310-MARCA-GERACAO              SECTION.

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                   UNTIL WS-IDX-CND GREATER WS-TAB-CND-QTD
              IF WS-CND-NOME (WS-IDX-CND) EQUAL RGS-NOME-ARQ
                 EVALUATE WS-CND-SITUACAO (WS-IDX-CND)
                     WHEN "E"
                     WHEN "X"
                          MOVE "E"     TO RGS-SITUACAO
                          ADD 1        TO WS-QTD-REG-ATUALIZADOS
                     WHEN "A"
                          MOVE "A"     TO RGS-SITUACAO
                          ADD 1        TO WS-QTD-REG-ATUALIZADOS
                 END-EVALUATE
                 SET WS-IDX-CND        TO WS-TAB-CND-QTD
              END-IF
           END-PERFORM

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO: ARQUIVOS REMOVIDOS COM O ESPACO RECUPERADO, DEPOIS  *
      * OS QUE NAO PUDERAM SER REMOVIDOS OU FORAM MANTIDOS E OS TOTAIS *
      *----------------------------------------------------------------*
       2400-EMITE-RELATORIO            SECTION.

           MOVE SPACES                 TO WS-NOME-REL-EXPURGO
           STRING "RELEXPURGO-"
                  WS-CARIMBO-GERACAO (1:8)
                  "-"
                  WS-CARIMBO-GERACAO (9:6)
                  ".TXT"
                  DELIMITED BY SIZE    INTO WS-NOME-REL-EXPURGO

           OPEN OUTPUT REL-EXPURGO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS96L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE EXPURGO"
                                       TO MSG-RETORNO-HBSIS96L
              GO TO 2400-EXIT
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AAAAMMDD
           PERFORM 2490-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO CAB-EXP-DATA
           WRITE REG-REL-EXPURGO       FROM CAB-EXPURGO
           WRITE REG-REL-EXPURGO       FROM LINHA-TRACO

           MOVE "ARQUIVOS REMOVIDOS"   TO CAB-EXP-SECAO
           WRITE REG-REL-EXPURGO       FROM CAB-EXP-SECAO
           WRITE REG-REL-EXPURGO       FROM CAB-EXP-COLUNAS
           WRITE REG-REL-EXPURGO       FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                   UNTIL WS-IDX-CND GREATER WS-TAB-CND-QTD
              IF WS-CND-SITUACAO (WS-IDX-CND) EQUAL "E" OR "A" OR "X"
                 PERFORM 2410-GRAVA-LINHA-ARQUIVO
              END-IF
           END-PERFORM

           WRITE REG-REL-EXPURGO       FROM LINHA-TRACO

           MOVE "ARQUIVOS NAO REMOVIDOS" TO CAB-EXP-SECAO
           WRITE REG-REL-EXPURGO       FROM CAB-EXP-SECAO
           WRITE REG-REL-EXPURGO       FROM CAB-EXP-COLUNAS
           WRITE REG-REL-EXPURGO       FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                   UNTIL WS-IDX-CND GREATER WS-TAB-CND-QTD
              IF WS-CND-SITUACAO (WS-IDX-CND) EQUAL "N" OR "F"
                 PERFORM 2410-GRAVA-LINHA-ARQUIVO
              END-IF
           END-PERFORM

           WRITE REG-REL-EXPURGO       FROM LINHA-TRACO

           MOVE "REGISTROS AVALIADOS"  TO DET-TOT-ROTULO
           MOVE QTD-AVALIADOS-HBSIS96L TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL
           MOVE "ARQUIVOS EXCLUIDOS"   TO DET-TOT-ROTULO
           MOVE QTD-EXCLUIDOS-HBSIS96L TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL
           MOVE "ARQUIVOS ARQUIVADOS"  TO DET-TOT-ROTULO
           MOVE QTD-ARQUIVADOS-HBSIS96L
                                       TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL
           MOVE "JA AUSENTES (MARCADOS)"
                                       TO DET-TOT-ROTULO
           MOVE QTD-AUSENTES-HBSIS96L  TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL
           MOVE "MANTIDOS POR MES FECHADO"
                                       TO DET-TOT-ROTULO
           MOVE QTD-MES-FECHADO-HBSIS96L
                                       TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL
           MOVE "NAO REMOVIDOS POR FALHA"
                                       TO DET-TOT-ROTULO
           MOVE QTD-FALHAS-HBSIS96L    TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL
           MOVE "ESPACO RECUPERADO (BYTES)"
                                       TO DET-TOT-ROTULO
           MOVE BYTES-RECUPERADOS-HBSIS96L
                                       TO DET-TOT-VALOR
           PERFORM 2420-GRAVA-TOTAL

           IF WS-TABELA-CHEIA          EQUAL "S"
              MOVE "HA MAIS VENCIDOS - RESTANTE NA PROXIMA RODADA"
                                       TO CAB-EXP-SECAO
              WRITE REG-REL-EXPURGO    FROM CAB-EXP-SECAO
              ADD 1                    TO WS-QTD-LINHAS-REL
           END-IF

           CLOSE REL-EXPURGO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE WS-NOME-REL-EXPURGO    TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-NOME-REL-EXPURGO    TO NOME-REL-HBSIS96L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE UM ARQUIVO DA TABELA DE VENCIDOS                      *
      *----------------------------------------------------------------*
       2410-GRAVA-LINHA-ARQUIVO        SECTION.

           MOVE WS-CND-NOME (WS-IDX-CND)
                                       TO DET-EXP-NOME
           MOVE WS-CND-DATA (WS-IDX-CND)
                                       TO WS-DATA-AAAAMMDD
           PERFORM 2490-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO DET-EXP-DATA
           MOVE WS-CND-BYTES (WS-IDX-CND)
                                       TO DET-EXP-BYTES
           MOVE WS-CND-MOTIVO (WS-IDX-CND)
                                       TO DET-EXP-MOTIVO

           WRITE REG-REL-EXPURGO       FROM DET-EXPURGO
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE TOTAL DO RELATORIO                                    *
      *----------------------------------------------------------------*
       2420-GRAVA-TOTAL                SECTION.

           WRITE REG-REL-EXPURGO       FROM DET-EXP-TOTAL
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AAAAMMDD (WS-DATA-AAAAMMDD) PARA DDMMAAAA (WS-DATA-DDMMAAAA)   *
      *----------------------------------------------------------------*
       2490-CONVERTE-DATA              SECTION.

           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DATA-DDMMAAAA (1:2)
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-DATA-DDMMAAAA (3:2)
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-DATA-DDMMAAAA (5:4)

           .
       2490-EXIT.
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
      * FIM DO PROGRAMA HBSIS96P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS96P.
      *----------------------------------------------------------------*
