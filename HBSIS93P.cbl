       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS93P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: VARREDURA DE INTEGRIDADE REFERENCIAL DOS        *
      *                ARQUIVOS SATELITES (CONTATOS, VOLUME, VISITAS,  *
      *                QUOTAS, AGENDA E ALTERACOES PROGRAMADAS) E DAS  *
      *                REFERENCIAS DOS CADASTROS (VENDEDOR FIXADO,     *
      *                REGIAO, DEPOSITO, FILIAL E MUNICIPIO): RELATA   *
      *                OS ORFAOS POR ARQUIVO E TIPO DE QUEBRA. NO MODO *
      *                DE REPARO, OS ORFAOS DE CLIENTES FUNDIDOS SAO   *
      *                REAPONTADOS PARA O SOBREVIVENTE E OS            *
      *                IRRECUPERAVEIS VAO PARA A QUARENTENA            *
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

           SELECT ARQ-REGIAO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-REGIAO-HBSIS13C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-REG.

           SELECT ARQ-DEPOSITO       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-DEPOSITO-HBSIS61C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DEP.

           SELECT ARQ-HIERARQUIA     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS86C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIE.

           SELECT ARQ-CONTATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS57C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CON.

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS43C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-QUOTA          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS44C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-QUO.

           SELECT ARQ-AGENDA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS17C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-AGE.

           SELECT ARQ-PENDENTE       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS50C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PEN.

           SELECT ARQ-QUARENTENA     ASSIGN TO "QUARENTENAINTEGR.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-QUA.

           SELECT REL-INTEGRIDADE    ASSIGN TO "RELINTEGRIDADE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
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

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "HBSIS13C.CPY".

       FD  ARQ-DEPOSITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDeposito'.
       COPY "HBSIS61C.CPY".

       FD  ARQ-HIERARQUIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHierarquia'.
       COPY "HBSIS86C.CPY".

       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqContato'.
       COPY "HBSIS57C.CPY".

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "HBSIS43C.CPY".

       FD  ARQ-QUOTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqQuota'.
       COPY "HBSIS44C.CPY".

       FD  ARQ-AGENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAgenda'.
       COPY "HBSIS17C.CPY".

       FD  ARQ-PENDENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPendente'.
       COPY "HBSIS50C.CPY".

       FD  ARQ-QUARENTENA
           LABEL RECORD IS STANDARD.
       COPY "HBSIS93C.CPY".

       FD  REL-INTEGRIDADE.
       01  REG-REL-INTEGRIDADE         PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CON            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-QUO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AGE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-QUA            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

      *    "S" = MODO DE REPARO; "N" = SOMENTE RELATORIO
       01  WS-REPARO                   PIC  X(001)         VALUE "N".
      *    TABELAS DE REFERENCIA AUSENTES NAO SAO CONFERIDAS
       01  WS-TEM-REGIAO               PIC  X(001)         VALUE "S".
       01  WS-TEM-DEPOSITO             PIC  X(001)         VALUE "S".
       01  WS-TEM-HIERARQUIA           PIC  X(001)         VALUE "S".

      *    SITUACAO DO CLIENTE REFERENCIADO: "E" = EXISTE,
      *    "I" = INEXISTENTE, "F" = FUNDIDO EM OUTRO CLIENTE
       01  WS-COD-CLI-REF              PIC  9(007)         VALUE ZEROS.
       01  WS-SIT-CLIENTE              PIC  X(001)         VALUE SPACES.
       01  WS-COD-SOBREVIVE            PIC  9(007)         VALUE ZEROS.
       01  WS-SOBREVIVE-OK             PIC  X(001)         VALUE "N".
       01  WS-QTD-SALTOS               PIC  9(002)         VALUE ZEROS.

      *    SITUACAO DO VENDEDOR REFERENCIADO: "E" = ATIVO,
      *    "N" = INATIVO, "I" = INEXISTENTE
       01  WS-COD-VEN-REF              PIC  9(003)         VALUE ZEROS.
       01  WS-SIT-VENDEDOR             PIC  X(001)         VALUE SPACES.

       01  WS-COD-REG-REF              PIC  9(003)         VALUE ZEROS.
       01  WS-COD-DEP-REF              PIC  9(003)         VALUE ZEROS.
       01  WS-COD-FIL-REF              PIC  9(002)         VALUE ZEROS.

      *    APOS EXCLUIR/INCLUIR NO ARQUIVO EM VARREDURA, A LEITURA
      *    SEGUE DA CHAVE SEGUINTE A QUE ESTAVA SENDO CONFERIDA
       01  WS-REPOSICIONA              PIC  X(001)         VALUE "N".
       01  WS-CHAVE-SALVA              PIC  X(030)         VALUE SPACES.
       01  WS-IMAGEM-SALVA             PIC  X(250)         VALUE SPACES.

      *    OCORRENCIA DE ORFAO EM TRATAMENTO
       01  WS-ORF-ARQUIVO              PIC  X(010)         VALUE SPACES.
       01  WS-ORF-CHAVE                PIC  X(024)         VALUE SPACES.
       01  WS-ORF-CAMPO                PIC  X(014)         VALUE SPACES.
       01  WS-ORF-VALOR                PIC  X(030)         VALUE SPACES.
       01  WS-ORF-QUEBRA               PIC  X(024)         VALUE SPACES.
       01  WS-ORF-ACAO                 PIC  X(014)         VALUE SPACES.
       01  WS-ORF-DESTINO              PIC  9(007)         VALUE ZEROS.
       01  WS-QUA-ACAO                 PIC  X(008)         VALUE SPACES.

       01  WS-MAX-SEQ                  PIC  9(002)         VALUE ZEROS.
       01  WS-TEM-PRINCIPAL            PIC  X(001)         VALUE "N".
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-QUARENTENA           PIC  9(007)         VALUE ZEROS.

      *    VALORES DO VOLUME REAPONTADO (SOMADOS SE O SOBREVIVENTE JA
      *    TEM O MES/CATEGORIA, COMO NA FUSAO DO HBSIS56P)
       01  WS-VG-VOLUME                PIC S9(009)V9(002)  VALUE ZEROS.
       01  WS-VG-RECEITA               PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-VG-VOLUME-BRUTO          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-VG-RECEITA-BRUTA         PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-VG-VOLUME-DEVOL          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-VG-RECEITA-DEVOL         PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-VG-RECEITA-CREDITO       PIC  9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * TOTAIS DE ORFAOS POR ARQUIVO E TIPO DE QUEBRA                  *
      *----------------------------------------------------------------*
       01  WS-QTD-TOTAIS               PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-TOT                  PIC  9(003)         VALUE ZEROS.
       01  WS-TAB-TOTAIS.
           05  WS-TOTAL                OCCURS 60 TIMES.
               10  WS-TOT-ARQUIVO      PIC  X(010).
               10  WS-TOT-QUEBRA       PIC  X(024).
               10  WS-TOT-QTD          PIC  9(007).

       01  WS-ERRO-JORNAL              PIC  X(001)         VALUE "N".

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS58                  PIC  X(009)         VALUE
           'HBSIS58P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS41L.
       COPY HBSIS42L.
       COPY HBSIS49L.
       COPY HBSIS58L.
       COPY HBSIS92L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE ORFAOS                                  *
      *----------------------------------------------------------------*
       01  CAB-INTEGRIDADE.
           03 FILLER                   PIC  X(040)         VALUE
              "VARREDURA DE INTEGRIDADE REFERENCIAL - ".
           03 CAB-INT-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 CAB-INT-MODO             PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(052)         VALUE SPACES.

       01  CAB-INT-COLUNAS.
           03 FILLER                   PIC  X(011)         VALUE
              "ARQUIVO".
           03 FILLER                   PIC  X(025)         VALUE
              "CHAVE".
           03 FILLER                   PIC  X(015)         VALUE
              "CAMPO".
           03 FILLER                   PIC  X(031)         VALUE
              "VALOR".
           03 FILLER                   PIC  X(025)         VALUE
              "QUEBRA".
           03 FILLER                   PIC  X(015)         VALUE
              "ACAO".
           03 FILLER                   PIC  X(010)         VALUE
              "DESTINO".

       01  DET-INTEGRIDADE.
           03 DET-INT-ARQUIVO          PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-INT-CHAVE            PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-INT-CAMPO            PIC  X(014)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-INT-VALOR            PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-INT-QUEBRA           PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-INT-ACAO             PIC  X(014)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-INT-DESTINO          PIC  ZZZZZZ9        VALUE ZEROS
                                       BLANK WHEN ZERO.
           03 FILLER                   PIC  X(003)         VALUE SPACES.

       01  DET-INT-TOTAL.
           03 DET-TOT-ARQUIVO          PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-TOT-QUEBRA           PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE ": ".
           03 DET-TOT-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(088)         VALUE SPACES.

       01  DET-INT-RESUMO.
           03 FILLER                   PIC  X(017)         VALUE
              "REGISTROS LIDOS: ".
           03 DET-RES-LIDOS            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(010)         VALUE
              "  ORFAOS: ".
           03 DET-RES-ORFAOS           PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(015)         VALUE
              "  REAPONTADOS: ".
           03 DET-RES-REAPONTADOS      PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(014)         VALUE
              "  QUARENTENA: ".
           03 DET-RES-QUARENTENA       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(046)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS93L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS93L.
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

           MOVE "N"                    TO WS-ERRO-JORNAL
           MOVE ZEROS                  TO COD-RETORNO-HBSIS93L
                                          QTD-LIDOS-HBSIS93L
                                          QTD-ORFAOS-HBSIS93L
                                          QTD-REAPONTADOS-HBSIS93L
                                          QTD-QUARENTENA-HBSIS93L
                                          WS-QTD-TOTAIS
                                          WS-QTD-LINHAS-REL
                                          WS-QTD-QUARENTENA
           MOVE SPACES                 TO MSG-RETORNO-HBSIS93L
           MOVE "N"                    TO WS-REPARO
           MOVE "S"                    TO WS-TEM-REGIAO
                                          WS-TEM-DEPOSITO
                                          WS-TEM-HIERARQUIA

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

           IF COD-FUNCAO-HBSIS93L      NOT EQUAL 1 AND
              COD-FUNCAO-HBSIS93L      NOT EQUAL 2
              MOVE 9                   TO COD-RETORNO-HBSIS93L
              MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS93L
              GO TO 2000-EXIT
           END-IF

      *    DURANTE A CADEIA BATCH O REPARO E RECUSADO
           IF COD-FUNCAO-HBSIS93L      EQUAL 2 AND
              OPERADOR-HBSIS93L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS93L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS93L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           IF COD-FUNCAO-HBSIS93L      EQUAL 2
              MOVE "S"                 TO WS-REPARO
           END-IF

           PERFORM 2050-ABRE-ARQUIVOS

           IF COD-RETORNO-HBSIS93L     NOT EQUAL ZEROS
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-VARRE-CLIENTES
           PERFORM 2150-VARRE-VENDEDORES
           PERFORM 2200-VARRE-CONTATOS
           PERFORM 2300-VARRE-VOLUME
           PERFORM 2400-VARRE-VISITAS
           PERFORM 2500-VARRE-QUOTAS
           PERFORM 2600-VARRE-AGENDA
           PERFORM 2700-VARRE-PENDENTES
           PERFORM 2800-GRAVA-TOTAIS
           PERFORM 2090-FECHA-ARQUIVOS

           IF WS-ERRO-JORNAL           EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS93L
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS93L
              GO TO 2000-EXIT
           END-IF

           MOVE SPACES                 TO MSG-RETORNO-HBSIS93L
           STRING "VARREDURA CONCLUIDA - ORFAOS: "
                  QTD-ORFAOS-HBSIS93L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS93L

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE OS CADASTROS, AS TABELAS DE REFERENCIA, O RELATORIO E (NO *
      * REPARO) A QUARENTENA                                           *
      *----------------------------------------------------------------*
       2050-ABRE-ARQUIVOS              SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-CLIENTE
           ELSE
              OPEN INPUT ARQ-CLIENTE
           END-IF

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS93L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS93L
              GO TO 2050-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS93L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       TO MSG-RETORNO-HBSIS93L
              CLOSE ARQ-CLIENTE
              GO TO 2050-EXIT
           END-IF

           OPEN INPUT ARQ-REGIAO
           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              MOVE "N"                 TO WS-TEM-REGIAO
           END-IF

           OPEN INPUT ARQ-DEPOSITO
           IF WS-FL-STATUS-DEP         NOT EQUAL ZEROS
              MOVE "N"                 TO WS-TEM-DEPOSITO
           END-IF

           OPEN INPUT ARQ-HIERARQUIA
           IF WS-FL-STATUS-HIE         NOT EQUAL ZEROS
              MOVE "N"                 TO WS-TEM-HIERARQUIA
           END-IF

           IF WS-REPARO                EQUAL "S"
              OPEN EXTEND ARQ-QUARENTENA
              IF WS-FL-STATUS-QUA      EQUAL "35"
                 OPEN OUTPUT ARQ-QUARENTENA
              END-IF
           END-IF

           OPEN OUTPUT REL-INTEGRIDADE

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO CAB-INT-DATA
           IF WS-REPARO                EQUAL "S"
              MOVE "MODO: RELATORIO E REPARO"
                                       TO CAB-INT-MODO
           ELSE
              MOVE "MODO: SOMENTE RELATORIO"
                                       TO CAB-INT-MODO
           END-IF

           WRITE REG-REL-INTEGRIDADE   FROM LINHA-TRACO
           WRITE REG-REL-INTEGRIDADE   FROM CAB-INTEGRIDADE
           WRITE REG-REL-INTEGRIDADE   FROM LINHA-TRACO
           WRITE REG-REL-INTEGRIDADE   FROM CAB-INT-COLUNAS
           ADD 4                       TO WS-QTD-LINHAS-REL

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA OS ARQUIVOS E REGISTRA OS GERADOS (HBSIS42P)             *
      *----------------------------------------------------------------*
       2090-FECHA-ARQUIVOS             SECTION.

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF WS-TEM-REGIAO            EQUAL "S"
              CLOSE ARQ-REGIAO
           END-IF

           IF WS-TEM-DEPOSITO          EQUAL "S"
              CLOSE ARQ-DEPOSITO
           END-IF

           IF WS-TEM-HIERARQUIA        EQUAL "S"
              CLOSE ARQ-HIERARQUIA
           END-IF

           CLOSE REL-INTEGRIDADE

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELINTEGRIDADE.TXT"   TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           IF WS-REPARO                EQUAL "S"
              CLOSE ARQ-QUARENTENA
              MOVE 1                   TO COD-FUNCAO-HBSIS42
              MOVE "QUARENTENAINTEGR.TXT"
                                       TO NOME-ARQ-HBSIS42
              MOVE WS-QTD-QUARENTENA   TO QTD-REGISTROS-HBSIS42
              CALL WS-HBSIS42          USING HBSIS42L
           END-IF

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO DE CLIENTES: REGIAO, FILIAL, MUNICIPIO E VENDEDOR     *
      * FIXADO DOS CLIENTES ATIVOS                                     *
      *----------------------------------------------------------------*
       2100-VARRE-CLIENTES             SECTION.

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02C

           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              IF FLAG-ATIVO-HBSIS02C   NOT EQUAL "N"
                 PERFORM 2110-CONFERE-CLIENTE
              END-IF
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE AS REFERENCIAS DE UM CLIENTE ATIVO                     *
      *----------------------------------------------------------------*
       2110-CONFERE-CLIENTE            SECTION.

           MOVE "CLIENTE"              TO WS-ORF-ARQUIVO
           MOVE COD-CLIENTE-HBSIS02C   TO WS-ORF-CHAVE
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO

           IF COD-REGIAO-HBSIS02C      GREATER ZEROS
              MOVE COD-REGIAO-HBSIS02C TO WS-COD-REG-REF
              PERFORM 2920-CONFERE-REGIAO
              IF WS-ORF-QUEBRA         NOT EQUAL SPACES
                 MOVE "COD-REGIAO"     TO WS-ORF-CAMPO
                 MOVE COD-REGIAO-HBSIS02C
                                       TO WS-ORF-VALOR
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
           END-IF

           IF COD-FILIAL-HBSIS02C      GREATER ZEROS
              MOVE COD-FILIAL-HBSIS02C TO WS-COD-FIL-REF
              PERFORM 2940-CONFERE-FILIAL
              IF WS-ORF-QUEBRA         NOT EQUAL SPACES
                 MOVE "COD-FILIAL"     TO WS-ORF-CAMPO
                 MOVE COD-FILIAL-HBSIS02C
                                       TO WS-ORF-VALOR
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
           END-IF

           IF MUNICIPIO-HBSIS02C       NOT EQUAL SPACES
              INITIALIZE HBSIS58L
              MOVE 0                   TO COD-FUNCAO-HBSIS58L
              MOVE MUNICIPIO-HBSIS02C  TO MUNICIPIO-HBSIS58L
              MOVE UF-HBSIS02C         TO UF-HBSIS58L
              CALL WS-HBSIS58          USING HBSIS58L
              IF COD-RETORNO-HBSIS58L  NOT EQUAL ZEROS
                 MOVE "MUNICIPIO"      TO WS-ORF-CAMPO
                 MOVE SPACES           TO WS-ORF-VALOR
                 STRING UF-HBSIS02C " " MUNICIPIO-HBSIS02C
                        DELIMITED BY SIZE
                                       INTO WS-ORF-VALOR
                 MOVE "MUNICIPIO INEXISTENTE"
                                       TO WS-ORF-QUEBRA
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
           END-IF

           IF COD-VEND-FIXO-HBSIS02C   GREATER ZEROS
              PERFORM 2120-CONFERE-VEND-FIXO
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDOR FIXADO INEXISTENTE OU INATIVO: NO REPARO A FIXACAO E  *
      * DESFEITA (A IMAGEM ANTERIOR DO CLIENTE VAI PARA A QUARENTENA)  *
      *----------------------------------------------------------------*
       2120-CONFERE-VEND-FIXO          SECTION.

           MOVE COD-VEND-FIXO-HBSIS02C TO WS-COD-VEN-REF
           PERFORM 2910-SITUACAO-VENDEDOR

           EVALUATE WS-SIT-VENDEDOR
               WHEN "I"
                    MOVE "VEND FIXO INEXISTENTE"
                                       TO WS-ORF-QUEBRA
               WHEN "N"
                    MOVE "VEND FIXO INATIVO"
                                       TO WS-ORF-QUEBRA
               WHEN OTHER
                    GO TO 2120-EXIT
           END-EVALUATE

           MOVE "COD-VEND-FIXO"        TO WS-ORF-CAMPO
           MOVE COD-VEND-FIXO-HBSIS02C TO WS-ORF-VALOR
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO

           IF WS-REPARO                EQUAL "S"
              MOVE ARQ-HBSIS02C        TO WS-IMAGEM-SALVA
              MOVE ZEROS               TO COD-VEND-FIXO-HBSIS02C
              MOVE OPERADOR-HBSIS93L   TO OPERADOR-ALTER-HBSIS02C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS02C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS02C
              REWRITE ARQ-HBSIS02C
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE "ZERADO"         TO WS-QUA-ACAO
                 PERFORM 2950-GRAVA-QUARENTENA
                 MOVE "FIXACAO ZERADA" TO WS-ORF-ACAO
                 PERFORM 2130-GRAVA-JORNAL-CLIENTE
              ELSE
                 MOVE "ERRO REGRAVAR"  TO WS-ORF-ACAO
                 MOVE "00"             TO WS-FL-STATUS-CLI
              END-IF
           END-IF

           PERFORM 2960-GRAVA-ORFAO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * CLIENTE QUE TEVE A FIXACAO DESFEITA                            *
      *----------------------------------------------------------------*
       2130-GRAVA-JORNAL-CLIENTE       SECTION.

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS93L      TO OPERADOR-HBSIS92L
           MOVE "C"                    TO ENTIDADE-HBSIS92L
           MOVE "A"                    TO ACAO-HBSIS92L
           MOVE "INTEGRID"             TO TIPO-MOV-HBSIS92L
           MOVE COD-CLIENTE-HBSIS02C   TO CODIGO-HBSIS92L
           MOVE "HBSIS93P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS02C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2130-GRAVA-JORNAL-CLIENTE"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO DE VENDEDORES: REGIAO, DEPOSITO E FILIAL DOS          *
      * VENDEDORES ATIVOS                                              *
      *----------------------------------------------------------------*
       2150-VARRE-VENDEDORES           SECTION.

           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS04C

           START ARQ-VENDEDOR KEY IS NOT LESS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              READ ARQ-VENDEDOR NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VEN NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              IF FLAG-ATIVO-HBSIS04C   NOT EQUAL "N"
                 PERFORM 2160-CONFERE-VENDEDOR
              END-IF
              READ ARQ-VENDEDOR NEXT
           END-PERFORM

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE AS REFERENCIAS DE UM VENDEDOR ATIVO                    *
      *----------------------------------------------------------------*
       2160-CONFERE-VENDEDOR           SECTION.

           MOVE "VENDEDOR"             TO WS-ORF-ARQUIVO
           MOVE COD-VENDEDOR-HBSIS04C  TO WS-ORF-CHAVE
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO

           IF COD-REGIAO-HBSIS04C      GREATER ZEROS
              MOVE COD-REGIAO-HBSIS04C TO WS-COD-REG-REF
              PERFORM 2920-CONFERE-REGIAO
              IF WS-ORF-QUEBRA         NOT EQUAL SPACES
                 MOVE "COD-REGIAO"     TO WS-ORF-CAMPO
                 MOVE COD-REGIAO-HBSIS04C
                                       TO WS-ORF-VALOR
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
           END-IF

           IF COD-DEPOSITO-HBSIS04C    GREATER ZEROS
              MOVE COD-DEPOSITO-HBSIS04C
                                       TO WS-COD-DEP-REF
              PERFORM 2930-CONFERE-DEPOSITO
              IF WS-ORF-QUEBRA         NOT EQUAL SPACES
                 MOVE "COD-DEPOSITO"   TO WS-ORF-CAMPO
                 MOVE COD-DEPOSITO-HBSIS04C
                                       TO WS-ORF-VALOR
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
           END-IF

           IF COD-FILIAL-HBSIS04C      GREATER ZEROS
              MOVE COD-FILIAL-HBSIS04C TO WS-COD-FIL-REF
              PERFORM 2940-CONFERE-FILIAL
              IF WS-ORF-QUEBRA         NOT EQUAL SPACES
                 MOVE "COD-FILIAL"     TO WS-ORF-CAMPO
                 MOVE COD-FILIAL-HBSIS04C
                                       TO WS-ORF-VALOR
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATOS DO CLIENTE (HBSIS57C)                                 *
      *----------------------------------------------------------------*
       2200-VARRE-CONTATOS             SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-CONTATO
           ELSE
              OPEN INPUT ARQ-CONTATO
           END-IF

           IF WS-FL-STATUS-CON         NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           MOVE ZEROS                  TO CHAVE-HBSIS57C

           START ARQ-CONTATO KEY IS NOT LESS CHAVE-HBSIS57C

           IF WS-FL-STATUS-CON         EQUAL ZEROS
              READ ARQ-CONTATO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CON NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              MOVE "N"                 TO WS-REPOSICIONA
              MOVE CHAVE-HBSIS57C      TO WS-CHAVE-SALVA
              PERFORM 2210-CONFERE-CONTATO
              IF WS-REPOSICIONA        EQUAL "S"
                 MOVE WS-CHAVE-SALVA   TO CHAVE-HBSIS57C
                 START ARQ-CONTATO KEY IS GREATER CHAVE-HBSIS57C
              END-IF
              IF WS-FL-STATUS-CON      EQUAL "00"
                 READ ARQ-CONTATO NEXT
              END-IF
           END-PERFORM

           CLOSE ARQ-CONTATO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O CLIENTE DE UM CONTATO                                *
      *----------------------------------------------------------------*
       2210-CONFERE-CONTATO            SECTION.

           MOVE COD-CLIENTE-HBSIS57C   TO WS-COD-CLI-REF
           PERFORM 2900-SITUACAO-CLIENTE

           IF WS-SIT-CLIENTE           EQUAL "E"
              GO TO 2210-EXIT
           END-IF

           MOVE "CONTATO"              TO WS-ORF-ARQUIVO
           MOVE SPACES                 TO WS-ORF-CHAVE
           STRING COD-CLIENTE-HBSIS57C "/" SEQ-CONTATO-HBSIS57C
                  DELIMITED BY SIZE    INTO WS-ORF-CHAVE
           MOVE "COD-CLIENTE"          TO WS-ORF-CAMPO
           MOVE COD-CLIENTE-HBSIS57C   TO WS-ORF-VALOR
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO
           MOVE ARQ-HBSIS57C           TO WS-IMAGEM-SALVA

           IF WS-SIT-CLIENTE           EQUAL "I"
              MOVE "CLIENTE INEXISTENTE"
                                       TO WS-ORF-QUEBRA
           ELSE
              MOVE "CLIENTE FUNDIDO"   TO WS-ORF-QUEBRA
           END-IF

           IF WS-REPARO                EQUAL "S"
              IF WS-SIT-CLIENTE        EQUAL "F" AND
                 WS-SOBREVIVE-OK       EQUAL "S"
                 PERFORM 2220-REAPONTA-CONTATO
              ELSE
                 DELETE ARQ-CONTATO
                 PERFORM 2290-QUARENTENA-RETIRADO
              END-IF
              MOVE "S"                 TO WS-REPOSICIONA
           END-IF

           PERFORM 2960-GRAVA-ORFAO

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEVA O CONTATO PARA O FIM DA LISTA DO SOBREVIVENTE; SE O       *
      * SOBREVIVENTE JA TEM CONTATO PRINCIPAL, O LEVADO DEIXA DE SER   *
      *----------------------------------------------------------------*
       2220-REAPONTA-CONTATO           SECTION.

           MOVE ZEROS                  TO WS-MAX-SEQ
           MOVE "N"                    TO WS-TEM-PRINCIPAL

           MOVE WS-COD-SOBREVIVE       TO COD-CLIENTE-HBSIS57C
           MOVE ZEROS                  TO SEQ-CONTATO-HBSIS57C

           START ARQ-CONTATO KEY IS NOT LESS CHAVE-HBSIS57C

           IF WS-FL-STATUS-CON         EQUAL ZEROS
              READ ARQ-CONTATO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CON NOT EQUAL "00"
              OR COD-CLIENTE-HBSIS57C  NOT EQUAL WS-COD-SOBREVIVE
              MOVE SEQ-CONTATO-HBSIS57C
                                       TO WS-MAX-SEQ
              IF FLAG-PRINCIPAL-HBSIS57C EQUAL "S"
                 MOVE "S"              TO WS-TEM-PRINCIPAL
              END-IF
              READ ARQ-CONTATO NEXT
           END-PERFORM

           MOVE WS-IMAGEM-SALVA        TO ARQ-HBSIS57C

           DELETE ARQ-CONTATO

           IF WS-MAX-SEQ               EQUAL 99
      *       SOBREVIVENTE SEM SEQUENCIA LIVRE
              PERFORM 2290-QUARENTENA-RETIRADO
              GO TO 2220-EXIT
           END-IF

           MOVE WS-COD-SOBREVIVE       TO COD-CLIENTE-HBSIS57C
           COMPUTE SEQ-CONTATO-HBSIS57C = WS-MAX-SEQ + 1
           IF WS-TEM-PRINCIPAL         EQUAL "S"
              MOVE "N"                 TO FLAG-PRINCIPAL-HBSIS57C
           END-IF
           MOVE OPERADOR-HBSIS93L      TO OPERADOR-ALTER-HBSIS57C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS57C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS57C

           WRITE ARQ-HBSIS57C

           IF WS-FL-STATUS-CON         EQUAL ZEROS
              MOVE "REAPONTADO"        TO WS-ORF-ACAO
              MOVE WS-COD-SOBREVIVE    TO WS-ORF-DESTINO
              ADD 1                    TO QTD-REAPONTADOS-HBSIS93L
           ELSE
              PERFORM 2290-QUARENTENA-RETIRADO
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NA QUARENTENA A IMAGEM SALVA DO REGISTRO RETIRADO        *
      *----------------------------------------------------------------*
       2290-QUARENTENA-RETIRADO        SECTION.

           MOVE "RETIRADO"             TO WS-QUA-ACAO
           PERFORM 2950-GRAVA-QUARENTENA
           MOVE "QUARENTENA"           TO WS-ORF-ACAO
           MOVE ZEROS                  TO WS-ORF-DESTINO

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * HISTORICO DE VOLUME (HBSIS16C)                                 *
      *----------------------------------------------------------------*
       2300-VARRE-VOLUME               SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-VOLUME
           ELSE
              OPEN INPUT ARQ-VOLUME
           END-IF

           IF WS-FL-STATUS-VOL         NOT EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS16C
                                          ANO-MES-HBSIS16C
           MOVE LOW-VALUES             TO CATEGORIA-HBSIS16C

           START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              READ ARQ-VOLUME NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              MOVE "N"                 TO WS-REPOSICIONA
              MOVE CHAVE-HBSIS16C      TO WS-CHAVE-SALVA
              PERFORM 2310-CONFERE-VOLUME
              IF WS-REPOSICIONA        EQUAL "S"
                 MOVE WS-CHAVE-SALVA   TO CHAVE-HBSIS16C
                 START ARQ-VOLUME KEY IS GREATER CHAVE-HBSIS16C
              END-IF
              IF WS-FL-STATUS-VOL      EQUAL "00"
                 READ ARQ-VOLUME NEXT
              END-IF
           END-PERFORM

           CLOSE ARQ-VOLUME

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O CLIENTE DE UM REGISTRO DE VOLUME                     *
      *----------------------------------------------------------------*
       2310-CONFERE-VOLUME             SECTION.

           MOVE COD-CLIENTE-HBSIS16C   TO WS-COD-CLI-REF
           PERFORM 2900-SITUACAO-CLIENTE

           IF WS-SIT-CLIENTE           EQUAL "E"
              GO TO 2310-EXIT
           END-IF

           MOVE "VOLUME"               TO WS-ORF-ARQUIVO
           MOVE SPACES                 TO WS-ORF-CHAVE
           STRING COD-CLIENTE-HBSIS16C "/" ANO-MES-HBSIS16C
                  "/" CATEGORIA-HBSIS16C
                  DELIMITED BY SIZE    INTO WS-ORF-CHAVE
           MOVE "COD-CLIENTE"          TO WS-ORF-CAMPO
           MOVE COD-CLIENTE-HBSIS16C   TO WS-ORF-VALOR
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO
           MOVE ARQ-HBSIS16C           TO WS-IMAGEM-SALVA

           IF WS-SIT-CLIENTE           EQUAL "I"
              MOVE "CLIENTE INEXISTENTE"
                                       TO WS-ORF-QUEBRA
           ELSE
              MOVE "CLIENTE FUNDIDO"   TO WS-ORF-QUEBRA
           END-IF

           IF WS-REPARO                EQUAL "S"
              IF WS-SIT-CLIENTE        EQUAL "F" AND
                 WS-SOBREVIVE-OK       EQUAL "S"
                 PERFORM 2320-REAPONTA-VOLUME
              ELSE
                 DELETE ARQ-VOLUME
                 PERFORM 2290-QUARENTENA-RETIRADO
              END-IF
              MOVE "S"                 TO WS-REPOSICIONA
           END-IF

           PERFORM 2960-GRAVA-ORFAO

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REAPONTA O VOLUME PARA O SOBREVIVENTE: SE ELE JA TEM O         *
      * MES/CATEGORIA, OS VALORES SAO SOMADOS                          *
      *----------------------------------------------------------------*
       2320-REAPONTA-VOLUME            SECTION.

           MOVE VOLUME-HBSIS16C        TO WS-VG-VOLUME
           MOVE RECEITA-HBSIS16C       TO WS-VG-RECEITA
           MOVE VOLUME-BRUTO-HBSIS16C  TO WS-VG-VOLUME-BRUTO
           MOVE RECEITA-BRUTA-HBSIS16C TO WS-VG-RECEITA-BRUTA
           MOVE VOLUME-DEVOL-HBSIS16C  TO WS-VG-VOLUME-DEVOL
           MOVE RECEITA-DEVOL-HBSIS16C TO WS-VG-RECEITA-DEVOL
           MOVE RECEITA-CREDITO-HBSIS16C
                                       TO WS-VG-RECEITA-CREDITO

           DELETE ARQ-VOLUME

           MOVE WS-COD-SOBREVIVE       TO COD-CLIENTE-HBSIS16C

           WRITE ARQ-HBSIS16C

           IF WS-FL-STATUS-VOL         EQUAL "22"
      *       O SOBREVIVENTE JA TEM O MES/CATEGORIA: SOMA OS VALORES
              READ ARQ-VOLUME KEY IS CHAVE-HBSIS16C
              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 ADD WS-VG-VOLUME      TO VOLUME-HBSIS16C
                 ADD WS-VG-RECEITA     TO RECEITA-HBSIS16C
                 ADD WS-VG-VOLUME-BRUTO
                                       TO VOLUME-BRUTO-HBSIS16C
                 ADD WS-VG-RECEITA-BRUTA
                                       TO RECEITA-BRUTA-HBSIS16C
                 ADD WS-VG-VOLUME-DEVOL
                                       TO VOLUME-DEVOL-HBSIS16C
                 ADD WS-VG-RECEITA-DEVOL
                                       TO RECEITA-DEVOL-HBSIS16C
                 ADD WS-VG-RECEITA-CREDITO
                                       TO RECEITA-CREDITO-HBSIS16C
                 REWRITE ARQ-HBSIS16C
              END-IF
           END-IF

           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              MOVE "REAPONTADO"        TO WS-ORF-ACAO
              MOVE WS-COD-SOBREVIVE    TO WS-ORF-DESTINO
              ADD 1                    TO QTD-REAPONTADOS-HBSIS93L
           ELSE
              PERFORM 2290-QUARENTENA-RETIRADO
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * HISTORICO DE VISITAS (HBSIS43C)                                *
      *----------------------------------------------------------------*
       2400-VARRE-VISITAS              SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-VISITA
           ELSE
              OPEN INPUT ARQ-VISITA
           END-IF

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           MOVE ZEROS                  TO CHAVE-HBSIS43C

           START ARQ-VISITA KEY IS NOT LESS CHAVE-HBSIS43C

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              READ ARQ-VISITA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              MOVE "N"                 TO WS-REPOSICIONA
              MOVE CHAVE-HBSIS43C      TO WS-CHAVE-SALVA
              PERFORM 2410-CONFERE-VISITA
              IF WS-REPOSICIONA        EQUAL "S"
                 MOVE WS-CHAVE-SALVA   TO CHAVE-HBSIS43C
                 START ARQ-VISITA KEY IS GREATER CHAVE-HBSIS43C
              END-IF
              IF WS-FL-STATUS-VIS      EQUAL "00"
                 READ ARQ-VISITA NEXT
              END-IF
           END-PERFORM

           CLOSE ARQ-VISITA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O CLIENTE E O VENDEDOR DE UMA VISITA                   *
      *----------------------------------------------------------------*
       2410-CONFERE-VISITA             SECTION.

           MOVE "VISITA"               TO WS-ORF-ARQUIVO
           MOVE SPACES                 TO WS-ORF-CHAVE
           STRING COD-CLIENTE-HBSIS43C "/" DATA-VISITA-HBSIS43C
                  "/" COD-VENDEDOR-HBSIS43C
                  DELIMITED BY SIZE    INTO WS-ORF-CHAVE
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO
           MOVE ARQ-HBSIS43C           TO WS-IMAGEM-SALVA

           MOVE COD-CLIENTE-HBSIS43C   TO WS-COD-CLI-REF
           PERFORM 2900-SITUACAO-CLIENTE

           IF WS-SIT-CLIENTE           NOT EQUAL "E"
              MOVE "COD-CLIENTE"       TO WS-ORF-CAMPO
              MOVE COD-CLIENTE-HBSIS43C
                                       TO WS-ORF-VALOR
              IF WS-SIT-CLIENTE        EQUAL "I"
                 MOVE "CLIENTE INEXISTENTE"
                                       TO WS-ORF-QUEBRA
              ELSE
                 MOVE "CLIENTE FUNDIDO"
                                       TO WS-ORF-QUEBRA
              END-IF
              IF WS-REPARO             EQUAL "S"
                 DELETE ARQ-VISITA
                 IF WS-SIT-CLIENTE     EQUAL "F" AND
                    WS-SOBREVIVE-OK    EQUAL "S"
                    PERFORM 2420-REAPONTA-VISITA
                 ELSE
                    PERFORM 2290-QUARENTENA-RETIRADO
                 END-IF
                 MOVE "S"              TO WS-REPOSICIONA
              END-IF
              PERFORM 2960-GRAVA-ORFAO
              GO TO 2410-EXIT
           END-IF

           MOVE COD-VENDEDOR-HBSIS43C  TO WS-COD-VEN-REF
           PERFORM 2910-SITUACAO-VENDEDOR

           IF WS-SIT-VENDEDOR          EQUAL "I"
              MOVE "COD-VENDEDOR"      TO WS-ORF-CAMPO
              MOVE COD-VENDEDOR-HBSIS43C
                                       TO WS-ORF-VALOR
              MOVE "VENDEDOR INEXISTENTE"
                                       TO WS-ORF-QUEBRA
              IF WS-REPARO             EQUAL "S"
                 DELETE ARQ-VISITA
                 PERFORM 2290-QUARENTENA-RETIRADO
                 MOVE "S"              TO WS-REPOSICIONA
              END-IF
              PERFORM 2960-GRAVA-ORFAO
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A VISITA (JA EXCLUIDA) NO SOBREVIVENTE; VISITA DO      *
      * MESMO DIA E VENDEDOR JA EXISTENTE VAI PARA A QUARENTENA        *
      *----------------------------------------------------------------*
       2420-REAPONTA-VISITA            SECTION.

           MOVE WS-COD-SOBREVIVE       TO COD-CLIENTE-HBSIS43C

           WRITE ARQ-HBSIS43C

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              MOVE "REAPONTADO"        TO WS-ORF-ACAO
              MOVE WS-COD-SOBREVIVE    TO WS-ORF-DESTINO
              ADD 1                    TO QTD-REAPONTADOS-HBSIS93L
           ELSE
              PERFORM 2290-QUARENTENA-RETIRADO
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUOTAS DE VENDA (HBSIS44C)                                     *
      *----------------------------------------------------------------*
       2500-VARRE-QUOTAS               SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-QUOTA
           ELSE
              OPEN INPUT ARQ-QUOTA
           END-IF

           IF WS-FL-STATUS-QUO         NOT EQUAL ZEROS
              GO TO 2500-EXIT
           END-IF

           MOVE ZEROS                  TO CHAVE-HBSIS44C

           START ARQ-QUOTA KEY IS NOT LESS CHAVE-HBSIS44C

           IF WS-FL-STATUS-QUO         EQUAL ZEROS
              READ ARQ-QUOTA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-QUO NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              MOVE COD-VENDEDOR-HBSIS44C
                                       TO WS-COD-VEN-REF
              PERFORM 2910-SITUACAO-VENDEDOR
              IF WS-SIT-VENDEDOR       EQUAL "I"
                 MOVE "QUOTA"          TO WS-ORF-ARQUIVO
                 MOVE SPACES           TO WS-ORF-CHAVE
                 STRING COD-VENDEDOR-HBSIS44C "/" ANO-MES-HBSIS44C
                        DELIMITED BY SIZE
                                       INTO WS-ORF-CHAVE
                 MOVE "COD-VENDEDOR"   TO WS-ORF-CAMPO
                 MOVE COD-VENDEDOR-HBSIS44C
                                       TO WS-ORF-VALOR
                 MOVE "VENDEDOR INEXISTENTE"
                                       TO WS-ORF-QUEBRA
                 MOVE ZEROS            TO WS-ORF-DESTINO
                 MOVE "SO RELATORIO"   TO WS-ORF-ACAO
                 IF WS-REPARO          EQUAL "S"
                    MOVE ARQ-HBSIS44C  TO WS-IMAGEM-SALVA
                    DELETE ARQ-QUOTA
                    PERFORM 2290-QUARENTENA-RETIRADO
                 END-IF
                 PERFORM 2960-GRAVA-ORFAO
              END-IF
              READ ARQ-QUOTA NEXT
           END-PERFORM

           CLOSE ARQ-QUOTA

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AGENDA DE INDISPONIBILIDADE (HBSIS17C): VENDEDOR E SUBSTITUTO  *
      *----------------------------------------------------------------*
       2600-VARRE-AGENDA               SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-AGENDA
           ELSE
              OPEN INPUT ARQ-AGENDA
           END-IF

           IF WS-FL-STATUS-AGE         NOT EQUAL ZEROS
              GO TO 2600-EXIT
           END-IF

           MOVE ZEROS                  TO CHAVE-HBSIS17C

           START ARQ-AGENDA KEY IS NOT LESS CHAVE-HBSIS17C

           IF WS-FL-STATUS-AGE         EQUAL ZEROS
              READ ARQ-AGENDA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-AGE NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              PERFORM 2610-CONFERE-AGENDA
              READ ARQ-AGENDA NEXT
           END-PERFORM

           CLOSE ARQ-AGENDA

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UMA ENTRADA DA AGENDA: VENDEDOR INEXISTENTE VAI PARA A *
      * QUARENTENA; SUBSTITUTO INEXISTENTE E ZERADO                    *
      *----------------------------------------------------------------*
       2610-CONFERE-AGENDA             SECTION.

           MOVE "AGENDA"               TO WS-ORF-ARQUIVO
           MOVE SPACES                 TO WS-ORF-CHAVE
           STRING COD-VENDEDOR-HBSIS17C "/" DATA-INICIO-HBSIS17C
                  DELIMITED BY SIZE    INTO WS-ORF-CHAVE
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO
           MOVE ARQ-HBSIS17C           TO WS-IMAGEM-SALVA

           MOVE COD-VENDEDOR-HBSIS17C  TO WS-COD-VEN-REF
           PERFORM 2910-SITUACAO-VENDEDOR

           IF WS-SIT-VENDEDOR          EQUAL "I"
              MOVE "COD-VENDEDOR"      TO WS-ORF-CAMPO
              MOVE COD-VENDEDOR-HBSIS17C
                                       TO WS-ORF-VALOR
              MOVE "VENDEDOR INEXISTENTE"
                                       TO WS-ORF-QUEBRA
              IF WS-REPARO             EQUAL "S"
                 DELETE ARQ-AGENDA
                 PERFORM 2290-QUARENTENA-RETIRADO
              END-IF
              PERFORM 2960-GRAVA-ORFAO
              GO TO 2610-EXIT
           END-IF

           IF COD-SUBSTITUTO-HBSIS17C  EQUAL ZEROS
              GO TO 2610-EXIT
           END-IF

           MOVE COD-SUBSTITUTO-HBSIS17C
                                       TO WS-COD-VEN-REF
           PERFORM 2910-SITUACAO-VENDEDOR

           IF WS-SIT-VENDEDOR          EQUAL "I"
              MOVE "COD-SUBSTITUTO"    TO WS-ORF-CAMPO
              MOVE COD-SUBSTITUTO-HBSIS17C
                                       TO WS-ORF-VALOR
              MOVE "SUBSTITUTO INEXISTENTE"
                                       TO WS-ORF-QUEBRA
              IF WS-REPARO             EQUAL "S"
                 MOVE ZEROS            TO COD-SUBSTITUTO-HBSIS17C
                 MOVE OPERADOR-HBSIS93L
                                       TO OPERADOR-ALTER-HBSIS17C
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS17C
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS17C
                 REWRITE ARQ-HBSIS17C
                 IF WS-FL-STATUS-AGE   EQUAL ZEROS
                    MOVE "ZERADO"      TO WS-QUA-ACAO
                    PERFORM 2950-GRAVA-QUARENTENA
                    MOVE "SUBST. ZERADO"
                                       TO WS-ORF-ACAO
                 ELSE
                    MOVE "ERRO REGRAVAR"
                                       TO WS-ORF-ACAO
                    MOVE "00"          TO WS-FL-STATUS-AGE
                 END-IF
              END-IF
              PERFORM 2960-GRAVA-ORFAO
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACOES PROGRAMADAS (HBSIS50C)                              *
      *----------------------------------------------------------------*
       2700-VARRE-PENDENTES            SECTION.

           IF WS-REPARO                EQUAL "S"
              OPEN I-O ARQ-PENDENTE
           ELSE
              OPEN INPUT ARQ-PENDENTE
           END-IF

           IF WS-FL-STATUS-PEN         NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           MOVE LOW-VALUES             TO CHAVE-HBSIS50C

           START ARQ-PENDENTE KEY IS NOT LESS CHAVE-HBSIS50C

           IF WS-FL-STATUS-PEN         EQUAL ZEROS
              READ ARQ-PENDENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-PEN NOT EQUAL "00"
              ADD 1                    TO QTD-LIDOS-HBSIS93L
              MOVE "N"                 TO WS-REPOSICIONA
              MOVE CHAVE-HBSIS50C      TO WS-CHAVE-SALVA
              PERFORM 2710-CONFERE-PENDENTE
              IF WS-REPOSICIONA        EQUAL "S"
                 MOVE WS-CHAVE-SALVA   TO CHAVE-HBSIS50C
                 START ARQ-PENDENTE KEY IS GREATER CHAVE-HBSIS50C
              END-IF
              IF WS-FL-STATUS-PEN      EQUAL "00"
                 READ ARQ-PENDENTE NEXT
              END-IF
           END-PERFORM

           CLOSE ARQ-PENDENTE

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UMA ALTERACAO PROGRAMADA: O OBJETO (CLIENTE OU         *
      * VENDEDOR) E, NAS PENDENTES, O NOVO VALOR (REGIAO OU VENDEDOR   *
      * FIXADO). A PENDENTE DE UM CLIENTE FUNDIDO NAO E REAPONTADA     *
      * (SERIA APLICADA AO SOBREVIVENTE) E VAI PARA A QUARENTENA; AS   *
      * JA APLICADAS OU COM ERRO SEGUEM O SOBREVIVENTE                 *
      *----------------------------------------------------------------*
       2710-CONFERE-PENDENTE           SECTION.

           MOVE "PENDENTE"             TO WS-ORF-ARQUIVO
           MOVE SPACES                 TO WS-ORF-CHAVE
           STRING ENTIDADE-HBSIS50C (1:1) "/" COD-OBJETO-HBSIS50C
                  "/" DATA-EFETIVA-HBSIS50C "/" TIPO-ALTER-HBSIS50C
                  DELIMITED BY SIZE    INTO WS-ORF-CHAVE
           MOVE ZEROS                  TO WS-ORF-DESTINO
           MOVE "SO RELATORIO"         TO WS-ORF-ACAO
           MOVE ARQ-HBSIS50C           TO WS-IMAGEM-SALVA
           MOVE SPACES                 TO WS-ORF-QUEBRA

           IF ENTIDADE-HBSIS50C        EQUAL "CLIENTE "
              MOVE COD-OBJETO-HBSIS50C TO WS-COD-CLI-REF
              PERFORM 2900-SITUACAO-CLIENTE
              IF WS-SIT-CLIENTE        EQUAL "I"
                 MOVE "CLIENTE INEXISTENTE"
                                       TO WS-ORF-QUEBRA
              END-IF
              IF WS-SIT-CLIENTE        EQUAL "F"
                 MOVE "CLIENTE FUNDIDO"
                                       TO WS-ORF-QUEBRA
              END-IF
           ELSE
              MOVE COD-OBJETO-HBSIS50C TO WS-COD-VEN-REF
              PERFORM 2910-SITUACAO-VENDEDOR
              IF WS-SIT-VENDEDOR       EQUAL "I"
                 MOVE "VENDEDOR INEXISTENTE"
                                       TO WS-ORF-QUEBRA
              END-IF
           END-IF

           IF WS-ORF-QUEBRA            NOT EQUAL SPACES
              MOVE "COD-OBJETO"        TO WS-ORF-CAMPO
              MOVE COD-OBJETO-HBSIS50C TO WS-ORF-VALOR
              IF WS-REPARO             EQUAL "S"
                 DELETE ARQ-PENDENTE
                 IF WS-ORF-QUEBRA      EQUAL "CLIENTE FUNDIDO" AND
                    WS-SOBREVIVE-OK    EQUAL "S" AND
                    STATUS-HBSIS50C    NOT EQUAL "P"
                    MOVE WS-COD-SOBREVIVE
                                       TO COD-OBJETO-HBSIS50C
                    WRITE ARQ-HBSIS50C
                    IF WS-FL-STATUS-PEN EQUAL ZEROS
                       MOVE "REAPONTADO"
                                       TO WS-ORF-ACAO
                       MOVE WS-COD-SOBREVIVE
                                       TO WS-ORF-DESTINO
                       ADD 1           TO QTD-REAPONTADOS-HBSIS93L
                    ELSE
                       PERFORM 2290-QUARENTENA-RETIRADO
                    END-IF
                 ELSE
                    PERFORM 2290-QUARENTENA-RETIRADO
                 END-IF
                 MOVE "S"              TO WS-REPOSICIONA
              END-IF
              PERFORM 2960-GRAVA-ORFAO
              GO TO 2710-EXIT
           END-IF

           IF STATUS-HBSIS50C          NOT EQUAL "P" OR
              VALOR-NOVO-HBSIS50C      EQUAL ZEROS
              GO TO 2710-EXIT
           END-IF

           EVALUATE TIPO-ALTER-HBSIS50C
               WHEN "R"
                    MOVE VALOR-NOVO-HBSIS50C
                                       TO WS-COD-REG-REF
                    PERFORM 2920-CONFERE-REGIAO
               WHEN "F"
                    MOVE VALOR-NOVO-HBSIS50C
                                       TO WS-COD-VEN-REF
                    PERFORM 2910-SITUACAO-VENDEDOR
                    IF WS-SIT-VENDEDOR EQUAL "I"
                       MOVE "VENDEDOR INEXISTENTE"
                                       TO WS-ORF-QUEBRA
                    END-IF
                    IF WS-SIT-VENDEDOR EQUAL "N"
                       MOVE "VENDEDOR INATIVO"
                                       TO WS-ORF-QUEBRA
                    END-IF
           END-EVALUATE

           IF WS-ORF-QUEBRA            NOT EQUAL SPACES
              MOVE "VALOR-NOVO"        TO WS-ORF-CAMPO
              MOVE VALOR-NOVO-HBSIS50C TO WS-ORF-VALOR
              IF WS-REPARO             EQUAL "S"
                 DELETE ARQ-PENDENTE
                 PERFORM 2290-QUARENTENA-RETIRADO
                 MOVE "S"              TO WS-REPOSICIONA
              END-IF
              PERFORM 2960-GRAVA-ORFAO
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DE ORFAOS POR ARQUIVO E TIPO DE QUEBRA                  *
      *----------------------------------------------------------------*
       2800-GRAVA-TOTAIS               SECTION.

           WRITE REG-REL-INTEGRIDADE   FROM LINHA-TRACO
           ADD 1                       TO WS-QTD-LINHAS-REL

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT GREATER WS-QTD-TOTAIS
              MOVE WS-TOT-ARQUIVO (WS-IDX-TOT)
                                       TO DET-TOT-ARQUIVO
              MOVE WS-TOT-QUEBRA (WS-IDX-TOT)
                                       TO DET-TOT-QUEBRA
              MOVE WS-TOT-QTD (WS-IDX-TOT)
                                       TO DET-TOT-QTD
              WRITE REG-REL-INTEGRIDADE
                                       FROM DET-INT-TOTAL
              ADD 1                    TO WS-QTD-LINHAS-REL
           END-PERFORM

           MOVE QTD-LIDOS-HBSIS93L     TO DET-RES-LIDOS
           MOVE QTD-ORFAOS-HBSIS93L    TO DET-RES-ORFAOS
           MOVE QTD-REAPONTADOS-HBSIS93L
                                       TO DET-RES-REAPONTADOS
           MOVE QTD-QUARENTENA-HBSIS93L
                                       TO DET-RES-QUARENTENA

           WRITE REG-REL-INTEGRIDADE   FROM LINHA-TRACO
           WRITE REG-REL-INTEGRIDADE   FROM DET-INT-RESUMO
           ADD 2                       TO WS-QTD-LINHAS-REL

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SITUACAO DO CLIENTE WS-COD-CLI-REF; SE FOI FUNDIDO, SEGUE A    *
      * CADEIA DE FUSOES (ATE 10 SALTOS) ATE O SOBREVIVENTE FINAL      *
      *----------------------------------------------------------------*
       2900-SITUACAO-CLIENTE           SECTION.

           MOVE "E"                    TO WS-SIT-CLIENTE
           MOVE "N"                    TO WS-SOBREVIVE-OK
           MOVE ZEROS                  TO WS-COD-SOBREVIVE
                                          WS-QTD-SALTOS

           MOVE WS-COD-CLI-REF         TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE "I"                 TO WS-SIT-CLIENTE
              GO TO 2900-EXIT
           END-IF

           IF FLAG-ATIVO-HBSIS02C      NOT EQUAL "N" OR
              COD-FUSAO-HBSIS02C       EQUAL ZEROS
              GO TO 2900-EXIT
           END-IF

           MOVE "F"                    TO WS-SIT-CLIENTE

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
                   OR FLAG-ATIVO-HBSIS02C NOT EQUAL "N"
                   OR COD-FUSAO-HBSIS02C EQUAL ZEROS
                   OR WS-QTD-SALTOS    GREATER 10
              ADD 1                    TO WS-QTD-SALTOS
              MOVE COD-FUSAO-HBSIS02C  TO WS-COD-SOBREVIVE
              MOVE WS-COD-SOBREVIVE    TO COD-CLIENTE-HBSIS02C
              READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
           END-PERFORM

           IF WS-FL-STATUS-CLI         EQUAL ZEROS AND
              WS-QTD-SALTOS            NOT GREATER 10 AND
              (FLAG-ATIVO-HBSIS02C     NOT EQUAL "N" OR
               COD-FUSAO-HBSIS02C      EQUAL ZEROS)
              MOVE "S"                 TO WS-SOBREVIVE-OK
           END-IF

           MOVE "00"                   TO WS-FL-STATUS-CLI

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SITUACAO DO VENDEDOR WS-COD-VEN-REF                            *
      *----------------------------------------------------------------*
       2910-SITUACAO-VENDEDOR          SECTION.

           MOVE WS-COD-VEN-REF         TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE "I"                 TO WS-SIT-VENDEDOR
           ELSE
              IF FLAG-ATIVO-HBSIS04C   EQUAL "N"
                 MOVE "N"              TO WS-SIT-VENDEDOR
              ELSE
                 MOVE "E"              TO WS-SIT-VENDEDOR
              END-IF
           END-IF

           MOVE "00"                   TO WS-FL-STATUS-VEN

           .
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGIAO WS-COD-REG-REF: DEVOLVE A QUEBRA EM WS-ORF-QUEBRA       *
      * (BRANCO = REGIAO VALIDA OU TABELA DE REGIOES AUSENTE)          *
      *----------------------------------------------------------------*
       2920-CONFERE-REGIAO             SECTION.

           MOVE SPACES                 TO WS-ORF-QUEBRA

           IF WS-TEM-REGIAO            NOT EQUAL "S"
              GO TO 2920-EXIT
           END-IF

           MOVE WS-COD-REG-REF         TO COD-REGIAO-HBSIS13C

           READ ARQ-REGIAO KEY IS COD-REGIAO-HBSIS13C

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              MOVE "REGIAO INEXISTENTE"
                                       TO WS-ORF-QUEBRA
           ELSE
              IF FLAG-ATIVO-HBSIS13C   EQUAL "N"
                 MOVE "REGIAO INATIVA" TO WS-ORF-QUEBRA
              END-IF
           END-IF

           .
       2920-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEPOSITO WS-COD-DEP-REF: DEVOLVE A QUEBRA EM WS-ORF-QUEBRA     *
      *----------------------------------------------------------------*
       2930-CONFERE-DEPOSITO           SECTION.

           MOVE SPACES                 TO WS-ORF-QUEBRA

           IF WS-TEM-DEPOSITO          NOT EQUAL "S"
              GO TO 2930-EXIT
           END-IF

           MOVE WS-COD-DEP-REF         TO COD-DEPOSITO-HBSIS61C

           READ ARQ-DEPOSITO KEY IS COD-DEPOSITO-HBSIS61C

           IF WS-FL-STATUS-DEP         NOT EQUAL ZEROS
              MOVE "DEPOSITO INEXISTENTE"
                                       TO WS-ORF-QUEBRA
           ELSE
              IF FLAG-ATIVO-HBSIS61C   EQUAL "N"
                 MOVE "DEPOSITO INATIVO"
                                       TO WS-ORF-QUEBRA
              END-IF
           END-IF

           .
       2930-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FILIAL WS-COD-FIL-REF: A FILIAL EXISTE SE TEM DIRETOR (NIVEL   *
      * "D") NA HIERARQUIA DE VENDAS, EM QUALQUER PERIODO              *
      *----------------------------------------------------------------*
       2940-CONFERE-FILIAL             SECTION.

           MOVE SPACES                 TO WS-ORF-QUEBRA

           IF WS-TEM-HIERARQUIA        NOT EQUAL "S"
              GO TO 2940-EXIT
           END-IF

           MOVE "D"                    TO NIVEL-HBSIS86C
           MOVE WS-COD-FIL-REF         TO COD-MEMBRO-HBSIS86C
           MOVE ZEROS                  TO DATA-INICIO-HBSIS86C

           START ARQ-HIERARQUIA KEY IS NOT LESS CHAVE-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              READ ARQ-HIERARQUIA NEXT
           END-IF

           IF WS-FL-STATUS-HIE         NOT EQUAL ZEROS OR
              NIVEL-HBSIS86C           NOT EQUAL "D" OR
              COD-MEMBRO-HBSIS86C      NOT EQUAL WS-COD-FIL-REF
              MOVE "FILIAL INEXISTENTE"
                                       TO WS-ORF-QUEBRA
           END-IF

           .
       2940-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NA QUARENTENA A IMAGEM SALVA (WS-IMAGEM-SALVA)           *
      *----------------------------------------------------------------*
       2950-GRAVA-QUARENTENA           SECTION.

           INITIALIZE ARQ-HBSIS93C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-QUARENTENA-HBSIS93C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-QUARENTENA-HBSIS93C
           MOVE OPERADOR-HBSIS93L      TO OPERADOR-HBSIS93C
           MOVE WS-ORF-ARQUIVO         TO ARQUIVO-HBSIS93C
           MOVE WS-ORF-QUEBRA          TO QUEBRA-HBSIS93C
           MOVE WS-QUA-ACAO            TO ACAO-HBSIS93C
           MOVE WS-IMAGEM-SALVA        TO IMAGEM-HBSIS93C

           WRITE ARQ-HBSIS93C

           ADD 1                       TO WS-QTD-QUARENTENA
                                          QTD-QUARENTENA-HBSIS93L

           .
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DO ORFAO NO RELATORIO E ACUMULA O TOTAL DO       *
      * ARQUIVO/QUEBRA                                                 *
      *----------------------------------------------------------------*
       2960-GRAVA-ORFAO                SECTION.

           MOVE WS-ORF-ARQUIVO         TO DET-INT-ARQUIVO
           MOVE WS-ORF-CHAVE           TO DET-INT-CHAVE
           MOVE WS-ORF-CAMPO           TO DET-INT-CAMPO
           MOVE WS-ORF-VALOR           TO DET-INT-VALOR
           MOVE WS-ORF-QUEBRA          TO DET-INT-QUEBRA
           MOVE WS-ORF-ACAO            TO DET-INT-ACAO
           MOVE WS-ORF-DESTINO         TO DET-INT-DESTINO

           WRITE REG-REL-INTEGRIDADE   FROM DET-INTEGRIDADE

           ADD 1                       TO WS-QTD-LINHAS-REL
                                          QTD-ORFAOS-HBSIS93L

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT GREATER WS-QTD-TOTAIS
                   OR (WS-TOT-ARQUIVO (WS-IDX-TOT) EQUAL WS-ORF-ARQUIVO
                   AND WS-TOT-QUEBRA (WS-IDX-TOT) EQUAL WS-ORF-QUEBRA)
              CONTINUE
           END-PERFORM

           IF WS-IDX-TOT               GREATER WS-QTD-TOTAIS
              IF WS-QTD-TOTAIS         LESS 60
                 ADD 1                 TO WS-QTD-TOTAIS
                 MOVE WS-QTD-TOTAIS    TO WS-IDX-TOT
                 MOVE WS-ORF-ARQUIVO   TO WS-TOT-ARQUIVO (WS-IDX-TOT)
                 MOVE WS-ORF-QUEBRA    TO WS-TOT-QUEBRA (WS-IDX-TOT)
                 MOVE ZEROS            TO WS-TOT-QTD (WS-IDX-TOT)
              ELSE
                 GO TO 2960-EXIT
              END-IF
           END-IF

           ADD 1                       TO WS-TOT-QTD (WS-IDX-TOT)

           .
       2960-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UMA FALHA DE ARQUIVO NO LOG CENTRAL DE ERROS          *
      * (HBSIS41P) ANTES DE DEVOLVER O COD-RETORNO AO CHAMADOR         *
      *----------------------------------------------------------------*
       9900-REGISTRA-ERRO              SECTION.

           MOVE "HBSIS93P"              TO PROGRAMA-HBSIS41

           CALL WS-HBSIS41             USING HBSIS41L

           .
       9900-EXIT.
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
      * FIM DO PROGRAMA HBSIS93P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS93P.
      *----------------------------------------------------------------*
