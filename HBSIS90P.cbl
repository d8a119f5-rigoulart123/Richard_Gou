       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS90P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: DADOS PESSOAIS (LGPD): RELATORIO DE ACESSO DO   *
      *                TITULAR, COM TODAS AS OCORRENCIAS DE UM CPF,    *
      *                NOME DE CONTATO/VENDEDOR OU E-MAIL NOS          *
      *                CADASTROS DE VENDEDORES E PRE-CADASTROS, NOS    *
      *                CONTATOS DE CLIENTES, NA AUDITORIA, NOS         *
      *                JORNAIS DE SESSOES E DE RECUPERACAO E NOS       *
      *                ARQUIVOS DE REJEITADOS; E A ANONIMIZACAO        *
      *                IRREVERSIVEL DOS VENDEDORES INATIVOS E DOS      *
      *                CONTATOS DE CLIENTES INATIVOS HA MAIS TEMPO QUE *
      *                A RETENCAO (TAMBEM NAS IMAGENS DA AUDITORIA E   *
      *                DO JORNAL DE RECUPERACAO), MANTENDO OS CODIGOS  *
      *                E TOTAIS E GRAVANDO O LOG DO QUE FOI            *
      *                ANONIMIZADO                                     *
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

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-CONTATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS57C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CON.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-AUD-TRABALHO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-TRB.

           SELECT ARQ-JORNAL         ASSIGN TO "JORNALRECUPERACAO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-JRN.

           SELECT ARQ-JRN-TRABALHO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-JTB.

           SELECT JRN-TRAVA          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS TRV-CHAVE
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TRV.

           SELECT ARQ-TEXTO          ASSIGN TO WS-NOME-ARQ-TEXTO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-TXT.

           SELECT REL-TITULAR        ASSIGN TO "RELLGPDTITULAR.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT LOG-ANONIMIZACAO   ASSIGN TO "ANONIMIZACAOLOG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-LOG.
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

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqContato'.
       COPY "HBSIS57C.CPY".

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "HBSIS08C.CPY".

      *    COPIA DE TRABALHO DA AUDITORIA DURANTE A ANONIMIZACAO
       FD  ARQ-AUD-TRABALHO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoriaTrab'.
       01  REG-AUD-TRABALHO            PIC X(234).

       FD  ARQ-JORNAL
           LABEL RECORD IS STANDARD.
       COPY "HBSIS92C.CPY".

      *    COPIA DE TRABALHO DO JORNAL DURANTE A ANONIMIZACAO
       FD  ARQ-JRN-TRABALHO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJornalTrab'.
       01  REG-JRN-TRABALHO            PIC X(309).

      *    TRAVA DO JORNAL (A MESMA DO HBSIS92P): PRESA ENQUANTO O
      *    JORNAL E REGRAVADO, PARA NAO PERDER GRAVACOES SIMULTANEAS
       FD  JRN-TRAVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJornalTrava'.
       01  REG-JRN-TRAVA.
           05  TRV-CHAVE               PIC  9(001).
           05  TRV-ULTIMA-SEQUENCIA    PIC  9(009).
           05  TRV-DATA                PIC  9(008).
           05  TRV-HORA                PIC  9(006).
           05  TRV-PROGRAMA            PIC  X(008).

      *    JORNAIS DE SESSOES E DE RECUPERACAO E ARQUIVOS DE
      *    REJEITADOS, LIDOS COMO TEXTO
       FD  ARQ-TEXTO
           LABEL RECORD IS STANDARD.
       01  REG-TEXTO                   PIC X(400).

       FD  REL-TITULAR.
       01  REG-REL-TITULAR             PIC X(132).

       FD  LOG-ANONIMIZACAO
           LABEL RECORD IS STANDARD.
       01  REG-LOG-ANONIMIZACAO.
           05  LOG-DATA                PIC  9(008).
           05  LOG-HORA                PIC  9(006).
           05  LOG-OPERADOR            PIC  X(010).
           05  LOG-ACAO                PIC  X(010).
           05  LOG-ENTIDADE            PIC  X(010).
           05  LOG-CODIGO              PIC  9(007).
           05  LOG-SEQUENCIA           PIC  9(002).
           05  LOG-DESCRICAO           PIC  X(050).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CON            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-JRN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-JTB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TXT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LOG            PIC  X(002)         VALUE "00".
      * RETENCAO PADRAO DOS DADOS PESSOAIS DE INATIVOS (MESES)
       77  WS-MESES-RETENCAO-PADRAO    PIC  9(003)         VALUE 60.

      *----------------------------------------------------------------*
      * VALORES QUE SUBSTITUEM OS DADOS PESSOAIS. O CPF ANONIMIZADO E  *
      * 99999999 SEGUIDO DO CODIGO DO VENDEDOR (CHAVE ALTERNATIVA      *
      * UNICA) E IDENTIFICA O VENDEDOR JA ANONIMIZADO                  *
      *----------------------------------------------------------------*
       01  WS-CPF-ANONIMO-BASE         PIC  9(011)         VALUE
           99999999000.
       01  WS-CPF-ANONIMO              PIC  9(011)         VALUE ZEROS.
       01  WS-NOME-VEND-ANONIMO.
           05  FILLER                  PIC  X(021)         VALUE
               "VENDEDOR ANONIMIZADO ".
           05  WS-NVA-CODIGO           PIC  9(003)         VALUE ZEROS.
           05  FILLER                  PIC  X(016)         VALUE SPACES.
       01  WS-NOME-CONTATO-ANONIMO     PIC  X(040)         VALUE
           "CONTATO ANONIMIZADO".

      *----------------------------------------------------------------*
      * ARQUIVOS TEXTO VARRIDOS NO RELATORIO DE ACESSO DO TITULAR      *
      *----------------------------------------------------------------*
       01  WS-LISTA-ARQ-TEXTO.
           05  FILLER                  PIC  X(025)         VALUE
               "JORNALSESSAO.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPCLIENTEREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPVENDEDORREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPRHREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPVISITASREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPPEDIDOREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPBLOQUEIOREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPCENSOREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "IMPGEOCODREJ.TXT".
           05  FILLER                  PIC  X(025)         VALUE
               "JORNALRECUPERACAO.TXT".
       01  WS-TAB-ARQ-TEXTO            REDEFINES WS-LISTA-ARQ-TEXTO.
           05  WS-ARQ-TEXTO            PIC  X(025) OCCURS 10 TIMES.

       01  WS-NOME-ARQ-TEXTO           PIC  X(025)         VALUE SPACES.
       01  WS-IDX-ARQ                  PIC  9(002)         VALUE ZEROS.
       01  WS-NUM-LINHA                PIC  9(007)         VALUE ZEROS.

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC  9(004).
           05  WS-MES-HOJE             PIC  9(002).
           05  WS-DIA-HOJE             PIC  9(002).
       01  WS-DATA-CORTE               PIC  9(008)         VALUE ZEROS.
       01  WS-MESES-RETENCAO           PIC  9(003)         VALUE ZEROS.
       01  WS-AM-TOTAL                 PIC  9(007)         VALUE ZEROS.
       01  WS-ANO-CORTE                PIC  9(004)         VALUE ZEROS.
       01  WS-MES-CORTE                PIC  9(002)         VALUE ZEROS.

       01  WS-TERMO                    PIC  X(040)         VALUE SPACES.
       01  WS-TAM-TERMO                PIC  9(002)         VALUE ZEROS.
       01  WS-CPF-BUSCA                PIC  9(011)         VALUE ZEROS.
       01  WS-TEXTO-BUSCA              PIC  X(400)         VALUE SPACES.
       01  WS-QTD-ACHOU                PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-ARROBA               PIC  9(003)         VALUE ZEROS.

       01  WS-CPF-ORIGINAL             PIC  9(011)         VALUE ZEROS.
       01  WS-CLIENTE-ATUAL            PIC  9(007)         VALUE ZEROS.
       01  WS-CLIENTE-ELEGIVEL         PIC  X(001)         VALUE "N".
       01  WS-CLIENTE-AUDITADO         PIC  X(001)         VALUE "N".
       01  WS-AUD-ELEGIVEL             PIC  X(001)         VALUE "N".
       01  WS-COD-AUD                  PIC  9(007)         VALUE ZEROS.
       01  WS-PRE-DISPONIVEL           PIC  X(001)         VALUE "N".

       01  WS-ERRO-JORNAL              PIC  X(001)         VALUE "N".
       01  WS-JRN-TRAVADO              PIC  X(001)         VALUE "N".
       01  WS-QTD-JRN-ANONIM           PIC  9(007)         VALUE ZEROS.

      *    ESPERA PELA TRAVA DO JORNAL (UM SEGUNDO POR TENTATIVA)
       01  WS-TRV-TENTATIVAS           PIC  9(003)         VALUE ZEROS.
       01  WS-TRV-MAX-TENTATIVAS       PIC  9(003)         VALUE 30.
       01  WS-TRV-SEGUNDOS             PIC  9(003)         VALUE 1.

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS41L.
       COPY HBSIS42L.
       COPY HBSIS49L.
       COPY HBSIS92L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE ACESSO DO TITULAR                       *
      *----------------------------------------------------------------*
       01  CAB-TITULAR-1.
           03 FILLER                   PIC  X(046)         VALUE
              "RELATORIO DE ACESSO DO TITULAR (LGPD) - DATA ".
           03 CAB-TIT-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(078)         VALUE SPACES.

       01  CAB-TITULAR-2.
           03 FILLER                   PIC  X(011)         VALUE
              "CRITERIO: ".
           03 CAB-TIT-TIPO             PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE " = ".
           03 CAB-TIT-TERMO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(068)         VALUE SPACES.

       01  CAB-TITULAR-COLUNAS.
           03 FILLER                   PIC  X(022)         VALUE
              "ORIGEM".
           03 FILLER                   PIC  X(024)         VALUE
              "REGISTRO".
           03 FILLER                   PIC  X(086)         VALUE
              "DADOS PESSOAIS MANTIDOS".

       01  DET-TITULAR.
           03 DET-TIT-ORIGEM           PIC  X(021)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-TIT-REGISTRO         PIC  X(022)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TIT-CONTEUDO         PIC  X(086)         VALUE SPACES.

       01  TOT-TITULAR.
           03 FILLER                   PIC  X(025)         VALUE
              "OCORRENCIAS ENCONTRADAS: ".
           03 TOT-TIT-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(100)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".

       01  WS-ED-CODIGO                PIC  9(007)         VALUE ZEROS.
       01  WS-ED-LATITUDE              PIC  -ZZ9,99999999  VALUE ZEROS.
       01  WS-ED-LONGITUDE             PIC  -ZZ9,99999999  VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS90L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS90L.
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
           MOVE ZEROS                  TO COD-RETORNO-HBSIS90L
                                          QTD-OCORRENCIAS-HBSIS90L
                                          QTD-VEND-ANONIM-HBSIS90L
                                          QTD-CONT-ANONIM-HBSIS90L
                                          QTD-PRE-ANONIM-HBSIS90L
                                          QTD-AUD-ANONIM-HBSIS90L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS90L
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

      *    DURANTE A CADEIA BATCH A ANONIMIZACAO E RECUSADA
           IF COD-FUNCAO-HBSIS90L      EQUAL 2 AND
              OPERADOR-HBSIS90L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS90L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS90L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS90L
               WHEN 1
                    PERFORM 2100-RELATORIO-TITULAR
               WHEN 2
                    PERFORM 2400-ANONIMIZACAO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS90L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS90L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE ACESSO DO TITULAR: VALIDA O CRITERIO E VARRE      *
      * TODAS AS ORIGENS DE DADOS PESSOAIS                             *
      *----------------------------------------------------------------*
       2100-RELATORIO-TITULAR          SECTION.

           MOVE FUNCTION UPPER-CASE
                (FUNCTION TRIM(TERMO-BUSCA-HBSIS90L))
                                       TO WS-TERMO
           MOVE ZEROS                  TO WS-TAM-TERMO

           IF WS-TERMO                 NOT EQUAL SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TERMO))
                                       TO WS-TAM-TERMO
           END-IF

           EVALUATE TIPO-BUSCA-HBSIS90L
               WHEN "C"
                    IF WS-TAM-TERMO    NOT EQUAL 11 OR
                       WS-TERMO (1:11) IS NOT NUMERIC
                       MOVE 1          TO COD-RETORNO-HBSIS90L
                       MOVE "CPF DEVE TER 11 DIGITOS"
                                       TO MSG-RETORNO-HBSIS90L
                       GO TO 2100-EXIT
                    END-IF
                    MOVE WS-TERMO (1:11)
                                       TO WS-CPF-BUSCA
                    MOVE "CPF"         TO CAB-TIT-TIPO
               WHEN "N"
                    IF WS-TAM-TERMO    LESS 3
                       MOVE 1          TO COD-RETORNO-HBSIS90L
                       MOVE "INFORME AO MENOS 3 LETRAS DO NOME"
                                       TO MSG-RETORNO-HBSIS90L
                       GO TO 2100-EXIT
                    END-IF
                    MOVE "NOME"        TO CAB-TIT-TIPO
               WHEN "E"
                    MOVE ZEROS         TO WS-QTD-ARROBA
                    INSPECT WS-TERMO TALLYING WS-QTD-ARROBA
                                       FOR ALL "@"
                    IF WS-QTD-ARROBA   EQUAL ZEROS
                       MOVE 1          TO COD-RETORNO-HBSIS90L
                       MOVE "E-MAIL INVALIDO"
                                       TO MSG-RETORNO-HBSIS90L
                       GO TO 2100-EXIT
                    END-IF
                    MOVE "E-MAIL"      TO CAB-TIT-TIPO
               WHEN OTHER
                    MOVE 1             TO COD-RETORNO-HBSIS90L
                    MOVE "TIPO DE BUSCA INVALIDO (C/N/E)"
                                       TO MSG-RETORNO-HBSIS90L
                    GO TO 2100-EXIT
           END-EVALUATE

           OPEN OUTPUT REL-TITULAR

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS90L
              MOVE "ERRO NA ABERTURA DO RELATORIO DO TITULAR"
                                       TO MSG-RETORNO-HBSIS90L
              GO TO 2100-EXIT
           END-IF

           MOVE WS-DATA-HOJE           TO CAB-TIT-DATA
           MOVE WS-TERMO               TO CAB-TIT-TERMO
           WRITE REG-REL-TITULAR       FROM LINHA-TRACO
           WRITE REG-REL-TITULAR       FROM CAB-TITULAR-1
           WRITE REG-REL-TITULAR       FROM CAB-TITULAR-2
           WRITE REG-REL-TITULAR       FROM LINHA-TRACO
           WRITE REG-REL-TITULAR       FROM CAB-TITULAR-COLUNAS

           PERFORM 2110-BUSCA-VENDEDORES
           PERFORM 2120-BUSCA-PRE-CADASTROS
           PERFORM 2130-BUSCA-CONTATOS
           PERFORM 2140-BUSCA-AUDITORIA
           PERFORM 2150-BUSCA-ARQUIVOS-TEXTO

           MOVE QTD-OCORRENCIAS-HBSIS90L
                                       TO TOT-TIT-QTD
           WRITE REG-REL-TITULAR       FROM LINHA-TRACO
           WRITE REG-REL-TITULAR       FROM TOT-TITULAR

           CLOSE REL-TITULAR

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELLGPDTITULAR.TXT"   TO NOME-ARQ-HBSIS42
           COMPUTE QTD-REGISTROS-HBSIS42 = QTD-OCORRENCIAS-HBSIS90L + 7
           CALL WS-HBSIS42             USING HBSIS42L

      *    A CONSULTA FICA REGISTRADA NO LOG, SEM O DADO PESQUISADO
           PERFORM 2910-ABRE-LOG
           MOVE "CONSULTA"             TO LOG-ACAO
           MOVE "TITULAR"              TO LOG-ENTIDADE
           MOVE ZEROS                  TO LOG-CODIGO
                                          LOG-SEQUENCIA
           MOVE SPACES                 TO LOG-DESCRICAO
           STRING "RELATORIO DE ACESSO POR "
                  CAB-TIT-TIPO
                  " - OCORRENCIAS: "
                  QTD-OCORRENCIAS-HBSIS90L
                  DELIMITED BY SIZE    INTO LOG-DESCRICAO
           PERFORM 2920-GRAVA-LOG
           CLOSE LOG-ANONIMIZACAO

           MOVE ZEROS                  TO COD-RETORNO-HBSIS90L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS90L
           STRING "OCORRENCIAS ENCONTRADAS: "
                  QTD-OCORRENCIAS-HBSIS90L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS90L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO DE VENDEDORES: CPF PELA CHAVE ALTERNATIVA OU NOME     *
      * PARCIAL EM VARREDURA                                           *
      *----------------------------------------------------------------*
       2110-BUSCA-VENDEDORES           SECTION.

           IF TIPO-BUSCA-HBSIS90L      EQUAL "E"
              GO TO 2110-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              GO TO 2110-EXIT
           END-IF

           IF TIPO-BUSCA-HBSIS90L      EQUAL "C"
              MOVE WS-CPF-BUSCA        TO CPF-HBSIS04C
              READ ARQ-VENDEDOR KEY IS CPF-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 PERFORM 2115-GRAVA-VENDEDOR
              END-IF
           ELSE
              READ ARQ-VENDEDOR NEXT
              PERFORM UNTIL WS-FL-STATUS-VEN NOT EQUAL "00"
                 MOVE FUNCTION UPPER-CASE(NOME-VEND-HBSIS04C)
                                       TO WS-TEXTO-BUSCA
                 PERFORM 2900-PROCURA-TERMO
                 IF WS-QTD-ACHOU       GREATER ZEROS
                    PERFORM 2115-GRAVA-VENDEDOR
                 END-IF
                 READ ARQ-VENDEDOR NEXT
              END-PERFORM
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O VENDEDOR ENCONTRADO COM OS DADOS PESSOAIS MANTIDOS     *
      *----------------------------------------------------------------*
       2115-GRAVA-VENDEDOR             SECTION.

           MOVE "CADASTRO VENDEDOR"    TO DET-TIT-ORIGEM
           MOVE SPACES                 TO DET-TIT-REGISTRO
                                          DET-TIT-CONTEUDO
           STRING "VENDEDOR "
                  COD-VENDEDOR-HBSIS04C
                  " ATIVO="
                  FLAG-ATIVO-HBSIS04C
                  DELIMITED BY SIZE    INTO DET-TIT-REGISTRO
           MOVE LATITUDE-VEND-HBSIS04C TO WS-ED-LATITUDE
           MOVE LONGITUDE-VEND-HBSIS04C
                                       TO WS-ED-LONGITUDE
           STRING "CPF "
                  CPF-HBSIS04C
                  " NOME "
                  NOME-VEND-HBSIS04C
                  " CEP "
                  CEP-HBSIS04C
                  " COORD "
                  WS-ED-LATITUDE
                  WS-ED-LONGITUDE
                  DELIMITED BY SIZE    INTO DET-TIT-CONTEUDO

           PERFORM 2190-GRAVA-OCORRENCIA

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRE-CADASTROS DE VENDEDOR VINDOS DO RH                         *
      *----------------------------------------------------------------*
       2120-BUSCA-PRE-CADASTROS        SECTION.

           IF TIPO-BUSCA-HBSIS90L      EQUAL "E"
              GO TO 2120-EXIT
           END-IF

           OPEN INPUT ARQ-PRE-CADASTRO

           IF WS-FL-STATUS-PRE         NOT EQUAL ZEROS
              GO TO 2120-EXIT
           END-IF

           IF TIPO-BUSCA-HBSIS90L      EQUAL "C"
              MOVE WS-CPF-BUSCA        TO CPF-HBSIS87C
              READ ARQ-PRE-CADASTRO KEY IS CPF-HBSIS87C
              IF WS-FL-STATUS-PRE      EQUAL ZEROS
                 PERFORM 2125-GRAVA-PRE-CADASTRO
              END-IF
           ELSE
              READ ARQ-PRE-CADASTRO NEXT
              PERFORM UNTIL WS-FL-STATUS-PRE NOT EQUAL "00"
                 MOVE FUNCTION UPPER-CASE(NOME-VEND-HBSIS87C)
                                       TO WS-TEXTO-BUSCA
                 PERFORM 2900-PROCURA-TERMO
                 IF WS-QTD-ACHOU       GREATER ZEROS
                    PERFORM 2125-GRAVA-PRE-CADASTRO
                 END-IF
                 READ ARQ-PRE-CADASTRO NEXT
              END-PERFORM
           END-IF

           CLOSE ARQ-PRE-CADASTRO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O PRE-CADASTRO ENCONTRADO                                *
      *----------------------------------------------------------------*
       2125-GRAVA-PRE-CADASTRO         SECTION.

           MOVE "PRE-CADASTRO RH"      TO DET-TIT-ORIGEM
           MOVE SPACES                 TO DET-TIT-REGISTRO
                                          DET-TIT-CONTEUDO
           STRING "ADMISSAO "
                  DATA-ADMISSAO-HBSIS87C
                  " ST="
                  STATUS-HBSIS87C
                  DELIMITED BY SIZE    INTO DET-TIT-REGISTRO
           STRING "CPF "
                  CPF-HBSIS87C
                  " NOME "
                  NOME-VEND-HBSIS87C
                  DELIMITED BY SIZE    INTO DET-TIT-CONTEUDO

           PERFORM 2190-GRAVA-OCORRENCIA

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATOS DE CLIENTES: NOME PARCIAL OU E-MAIL                   *
      *----------------------------------------------------------------*
       2130-BUSCA-CONTATOS             SECTION.

           IF TIPO-BUSCA-HBSIS90L      EQUAL "C"
              GO TO 2130-EXIT
           END-IF

           OPEN INPUT ARQ-CONTATO

           IF WS-FL-STATUS-CON         NOT EQUAL ZEROS
              GO TO 2130-EXIT
           END-IF

           READ ARQ-CONTATO NEXT

           PERFORM UNTIL WS-FL-STATUS-CON NOT EQUAL "00"
              IF TIPO-BUSCA-HBSIS90L   EQUAL "N"
                 MOVE FUNCTION UPPER-CASE(NOME-CONTATO-HBSIS57C)
                                       TO WS-TEXTO-BUSCA
              ELSE
                 MOVE FUNCTION UPPER-CASE(EMAIL-HBSIS57C)
                                       TO WS-TEXTO-BUSCA
              END-IF
              PERFORM 2900-PROCURA-TERMO
              IF WS-QTD-ACHOU          GREATER ZEROS
                 MOVE "CONTATO CLIENTE" TO DET-TIT-ORIGEM
                 MOVE SPACES           TO DET-TIT-REGISTRO
                                          DET-TIT-CONTEUDO
                 STRING "CLIENTE "
                        COD-CLIENTE-HBSIS57C
                        " SEQ "
                        SEQ-CONTATO-HBSIS57C
                        DELIMITED BY SIZE
                                       INTO DET-TIT-REGISTRO
                 STRING NOME-CONTATO-HBSIS57C
                        " "
                        TELEFONE-HBSIS57C
                        " "
                        EMAIL-HBSIS57C
                        DELIMITED BY SIZE
                                       INTO DET-TIT-CONTEUDO
                 PERFORM 2190-GRAVA-OCORRENCIA
              END-IF
              READ ARQ-CONTATO NEXT
           END-PERFORM

           CLOSE ARQ-CONTATO

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMAGENS ANTES/DEPOIS DA AUDITORIA: CPF NA IDENTIFICACAO OU     *
      * NOME PARCIAL                                                   *
      *----------------------------------------------------------------*
       2140-BUSCA-AUDITORIA            SECTION.

           IF TIPO-BUSCA-HBSIS90L      EQUAL "E"
              GO TO 2140-EXIT
           END-IF

           OPEN INPUT ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         NOT EQUAL ZEROS
              GO TO 2140-EXIT
           END-IF

           READ ARQ-AUDITORIA

           PERFORM UNTIL WS-FL-STATUS-AUD NOT EQUAL "00"
              MOVE ZEROS               TO WS-QTD-ACHOU
              IF TIPO-BUSCA-HBSIS90L   EQUAL "C"
                 IF ENTIDADE-AUDITORIA-HBSIS08C EQUAL "VENDEDOR"
                 AND (IDENT-ANTES-HBSIS08C  EQUAL WS-CPF-BUSCA OR
                      IDENT-DEPOIS-HBSIS08C EQUAL WS-CPF-BUSCA)
                    MOVE 1             TO WS-QTD-ACHOU
                 END-IF
              ELSE
                 MOVE SPACES           TO WS-TEXTO-BUSCA
                 STRING FUNCTION UPPER-CASE(NOME-ANTES-HBSIS08C)
                        " | "
                        FUNCTION UPPER-CASE(NOME-DEPOIS-HBSIS08C)
                        DELIMITED BY SIZE
                                       INTO WS-TEXTO-BUSCA
                 PERFORM 2900-PROCURA-TERMO
              END-IF
              IF WS-QTD-ACHOU          GREATER ZEROS
                 MOVE "AUDITORIA"      TO DET-TIT-ORIGEM
                 MOVE SPACES           TO DET-TIT-REGISTRO
                                          DET-TIT-CONTEUDO
                 STRING DATA-AUDITORIA-HBSIS08C
                        " "
                        ENTIDADE-AUDITORIA-HBSIS08C
                        DELIMITED BY SIZE
                                       INTO DET-TIT-REGISTRO
                 STRING OPERACAO-AUDITORIA-HBSIS08C
                        " ANTES "
                        IDENT-ANTES-HBSIS08C
                        " "
                        NOME-ANTES-HBSIS08C
                        " DEPOIS "
                        IDENT-DEPOIS-HBSIS08C
                        DELIMITED BY SIZE
                                       INTO DET-TIT-CONTEUDO
                 PERFORM 2190-GRAVA-OCORRENCIA
                 MOVE SPACES           TO DET-TIT-ORIGEM
                                          DET-TIT-REGISTRO
                                          DET-TIT-CONTEUDO
                 STRING "        NOME DEPOIS "
                        NOME-DEPOIS-HBSIS08C
                        DELIMITED BY SIZE
                                       INTO DET-TIT-CONTEUDO
                 WRITE REG-REL-TITULAR FROM DET-TITULAR
              END-IF
              READ ARQ-AUDITORIA
           END-PERFORM

           CLOSE ARQ-AUDITORIA

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * JORNAIS DE SESSOES E DE RECUPERACAO E ARQUIVOS DE REJEITADOS:  *
      * QUALQUER LINHA QUE CONTENHA O DADO PESQUISADO                  *
      *----------------------------------------------------------------*
       2150-BUSCA-ARQUIVOS-TEXTO       SECTION.

           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ GREATER 10
              MOVE WS-ARQ-TEXTO (WS-IDX-ARQ)
                                       TO WS-NOME-ARQ-TEXTO
              PERFORM 2155-BUSCA-UM-ARQUIVO
           END-PERFORM

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VARRE UM ARQUIVO TEXTO (NOME EM WS-NOME-ARQ-TEXTO)             *
      *----------------------------------------------------------------*
       2155-BUSCA-UM-ARQUIVO           SECTION.

           MOVE ZEROS                  TO WS-NUM-LINHA

           OPEN INPUT ARQ-TEXTO

           IF WS-FL-STATUS-TXT         NOT EQUAL ZEROS
              GO TO 2155-EXIT
           END-IF

           READ ARQ-TEXTO

           PERFORM UNTIL WS-FL-STATUS-TXT NOT EQUAL "00"
              ADD 1                    TO WS-NUM-LINHA
              MOVE FUNCTION UPPER-CASE(REG-TEXTO)
                                       TO WS-TEXTO-BUSCA
              PERFORM 2900-PROCURA-TERMO
              IF WS-QTD-ACHOU          GREATER ZEROS
                 MOVE WS-NOME-ARQ-TEXTO
                                       TO DET-TIT-ORIGEM
                 MOVE SPACES           TO DET-TIT-REGISTRO
                 STRING "LINHA "
                        WS-NUM-LINHA
                        DELIMITED BY SIZE
                                       INTO DET-TIT-REGISTRO
                 MOVE REG-TEXTO        TO DET-TIT-CONTEUDO
                 PERFORM 2190-GRAVA-OCORRENCIA
              END-IF
              READ ARQ-TEXTO
           END-PERFORM

           CLOSE ARQ-TEXTO

           .
       2155-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA OCORRENCIA NO RELATORIO DO TITULAR                   *
      *----------------------------------------------------------------*
       2190-GRAVA-OCORRENCIA           SECTION.

           WRITE REG-REL-TITULAR       FROM DET-TITULAR
           ADD 1                       TO QTD-OCORRENCIAS-HBSIS90L

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANONIMIZACAO IRREVERSIVEL DOS INATIVOS ALEM DA RETENCAO:       *
      * VENDEDORES (E SEUS PRE-CADASTROS), CONTATOS DE CLIENTES, AS    *
      * IMAGENS DA AUDITORIA DE AMBOS E AS IMAGENS DOS VENDEDORES NO   *
      * JORNAL DE RECUPERACAO                                          *
      *----------------------------------------------------------------*
       2400-ANONIMIZACAO               SECTION.

           IF MESES-RETENCAO-HBSIS90L  EQUAL ZEROS
              MOVE WS-MESES-RETENCAO-PADRAO
                                       TO WS-MESES-RETENCAO
           ELSE
              MOVE MESES-RETENCAO-HBSIS90L
                                       TO WS-MESES-RETENCAO
           END-IF

      *    DATA DE CORTE: PRIMEIRO DIA DO MES DE HOJE MENOS A RETENCAO
           COMPUTE WS-AM-TOTAL =
                   WS-ANO-HOJE * 12
                 + WS-MES-HOJE - 1
                 - WS-MESES-RETENCAO
           DIVIDE WS-AM-TOTAL BY 12 GIVING WS-ANO-CORTE
                                  REMAINDER WS-MES-CORTE
           ADD 1                       TO WS-MES-CORTE
           COMPUTE WS-DATA-CORTE =
                   WS-ANO-CORTE * 10000 + WS-MES-CORTE * 100 + 1

           PERFORM 2910-ABRE-LOG

           IF COD-RETORNO-HBSIS90L     NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           OPEN EXTEND ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL "35"
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           PERFORM 2410-ANONIMIZA-VENDEDORES
           PERFORM 2450-ANONIMIZA-CONTATOS

           CLOSE ARQ-AUDITORIA

           PERFORM 2500-ANONIMIZA-AUDITORIA
           PERFORM 2600-ANONIMIZA-JORNAL

           MOVE "RESUMO"               TO LOG-ACAO
           MOVE "EXECUCAO"             TO LOG-ENTIDADE
           MOVE WS-MESES-RETENCAO      TO LOG-CODIGO
           MOVE ZEROS                  TO LOG-SEQUENCIA
           MOVE SPACES                 TO LOG-DESCRICAO
           STRING "VEND "
                  QTD-VEND-ANONIM-HBSIS90L
                  " CONT "
                  QTD-CONT-ANONIM-HBSIS90L
                  " PRE "
                  QTD-PRE-ANONIM-HBSIS90L
                  " AUD "
                  QTD-AUD-ANONIM-HBSIS90L
                  DELIMITED BY SIZE    INTO LOG-DESCRICAO
           PERFORM 2920-GRAVA-LOG

           CLOSE LOG-ANONIMIZACAO

           IF WS-ERRO-JORNAL           EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS90L
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS90L
              GO TO 2400-EXIT
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS90L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS90L
           STRING "ANONIMIZADOS - VEND: "
                  QTD-VEND-ANONIM-HBSIS90L
                  " CONTATOS: "
                  QTD-CONT-ANONIM-HBSIS90L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS90L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDORES INATIVOS DESDE ANTES DA DATA DE CORTE: CPF, NOME,   *
      * CEP E COORDENADAS DA CASA SAO SUBSTITUIDOS; O CODIGO, A REGIAO *
      * E A FILIAL FICAM PARA O HISTORICO. O PRE-CADASTRO DO MESMO CPF *
      * E EXCLUIDO                                                     *
      *----------------------------------------------------------------*
       2410-ANONIMIZA-VENDEDORES       SECTION.

           OPEN I-O ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              GO TO 2410-EXIT
           END-IF

           OPEN I-O ARQ-PRE-CADASTRO

           IF WS-FL-STATUS-PRE         EQUAL ZEROS
              MOVE "S"                 TO WS-PRE-DISPONIVEL
           ELSE
              MOVE "N"                 TO WS-PRE-DISPONIVEL
           END-IF

           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS04C

           START ARQ-VENDEDOR KEY IS GREATER COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              READ ARQ-VENDEDOR NEXT WITH LOCK
           END-IF

           PERFORM UNTIL WS-FL-STATUS-VEN NOT EQUAL "00"
              IF FLAG-ATIVO-HBSIS04C   EQUAL "N"
              AND DATA-ALTERACAO-HBSIS04C LESS WS-DATA-CORTE
              AND CPF-HBSIS04C         LESS WS-CPF-ANONIMO-BASE
                 PERFORM 2420-ANONIMIZA-UM-VENDEDOR
              ELSE
                 UNLOCK ARQ-VENDEDOR
              END-IF
              READ ARQ-VENDEDOR NEXT WITH LOCK
           END-PERFORM

           CLOSE ARQ-VENDEDOR

           IF WS-PRE-DISPONIVEL        EQUAL "S"
              CLOSE ARQ-PRE-CADASTRO
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANONIMIZA O VENDEDOR LIDO E GRAVA A AUDITORIA E O LOG          *
      *----------------------------------------------------------------*
       2420-ANONIMIZA-UM-VENDEDOR      SECTION.

           MOVE CPF-HBSIS04C           TO WS-CPF-ORIGINAL
           COMPUTE WS-CPF-ANONIMO = WS-CPF-ANONIMO-BASE
                                  + COD-VENDEDOR-HBSIS04C
           MOVE COD-VENDEDOR-HBSIS04C  TO WS-NVA-CODIGO

           MOVE WS-CPF-ANONIMO         TO CPF-HBSIS04C
           MOVE WS-NOME-VEND-ANONIMO   TO NOME-VEND-HBSIS04C
           MOVE ZEROS                  TO LATITUDE-VEND-HBSIS04C
                                          LONGITUDE-VEND-HBSIS04C
                                          CEP-HBSIS04C
           MOVE WS-DATA-HOJE           TO DATA-ALTERACAO-HBSIS04C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS04C
           MOVE OPERADOR-HBSIS90L      TO OPERADOR-ALTER-HBSIS04C

           REWRITE ARQ-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              UNLOCK ARQ-VENDEDOR
              MOVE "00"                TO WS-FL-STATUS-VEN
              GO TO 2420-EXIT
           END-IF

           ADD 1                       TO QTD-VEND-ANONIM-HBSIS90L
           PERFORM 2425-GRAVA-JORNAL-VENDEDOR

           INITIALIZE ARQ-HBSIS08C
           MOVE WS-DATA-HOJE           TO DATA-AUDITORIA-HBSIS08C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-AUDITORIA-HBSIS08C
           MOVE OPERADOR-HBSIS90L      TO OPERADOR-AUDITORIA-HBSIS08C
           MOVE "VENDEDOR"             TO ENTIDADE-AUDITORIA-HBSIS08C
           MOVE "ANONIMIZ"             TO OPERACAO-AUDITORIA-HBSIS08C
           MOVE COD-VENDEDOR-HBSIS04C  TO COD-ANTES-HBSIS08C
                                          COD-DEPOIS-HBSIS08C
           MOVE WS-CPF-ANONIMO         TO IDENT-ANTES-HBSIS08C
                                          IDENT-DEPOIS-HBSIS08C
           MOVE WS-NOME-VEND-ANONIMO   TO NOME-ANTES-HBSIS08C
                                          NOME-DEPOIS-HBSIS08C
           MOVE FLAG-ATIVO-HBSIS04C    TO FLAG-ATIVO-ANTES-HBSIS08C
                                          FLAG-ATIVO-DEPOIS-HBSIS08C
           MOVE COD-REGIAO-HBSIS04C    TO COD-REGIAO-ANTES-HBSIS08C
                                          COD-REGIAO-DEPOIS-HBSIS08C
           MOVE "ANONIMIZACAO LGPD"    TO MOTIVO-HBSIS08C
           WRITE ARQ-HBSIS08C

           MOVE "ANONIMIZOU"           TO LOG-ACAO
           MOVE "VENDEDOR"             TO LOG-ENTIDADE
           MOVE COD-VENDEDOR-HBSIS04C  TO LOG-CODIGO
           MOVE ZEROS                  TO LOG-SEQUENCIA
           MOVE "CPF, NOME, CEP E COORDENADAS"
                                       TO LOG-DESCRICAO
           PERFORM 2920-GRAVA-LOG

           IF WS-PRE-DISPONIVEL        EQUAL "S"
              MOVE WS-CPF-ORIGINAL     TO CPF-HBSIS87C
              READ ARQ-PRE-CADASTRO KEY IS CPF-HBSIS87C
              IF WS-FL-STATUS-PRE      EQUAL ZEROS
                 DELETE ARQ-PRE-CADASTRO
                 IF WS-FL-STATUS-PRE   EQUAL ZEROS
                    ADD 1              TO QTD-PRE-ANONIM-HBSIS90L
                    MOVE "EXCLUIU"     TO LOG-ACAO
                    MOVE "PRECADAST"   TO LOG-ENTIDADE
                    MOVE "PRE-CADASTRO DO RH DO VENDEDOR"
                                       TO LOG-DESCRICAO
                    PERFORM 2920-GRAVA-LOG
                 END-IF
              END-IF
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * VENDEDOR ANONIMIZADO                                           *
      *----------------------------------------------------------------*
       2425-GRAVA-JORNAL-VENDEDOR      SECTION.

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS90L      TO OPERADOR-HBSIS92L
           MOVE "V"                    TO ENTIDADE-HBSIS92L
           MOVE "A"                    TO ACAO-HBSIS92L
           MOVE "ANONIMIZ"             TO TIPO-MOV-HBSIS92L
           MOVE COD-VENDEDOR-HBSIS04C  TO CODIGO-HBSIS92L
           MOVE "HBSIS90P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS04C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2425-GRAVA-JORNAL-VENDEDOR"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
           END-IF

           .
       2425-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATOS DE CLIENTES INATIVOS DESDE ANTES DA DATA DE CORTE:    *
      * NOME, FUNCAO, TELEFONE E E-MAIL SAO SUBSTITUIDOS; O CLIENTE, A *
      * SEQUENCIA E A JANELA DE VISITA FICAM                           *
      *----------------------------------------------------------------*
       2450-ANONIMIZA-CONTATOS         SECTION.

           OPEN I-O ARQ-CONTATO

           IF WS-FL-STATUS-CON         NOT EQUAL ZEROS
              GO TO 2450-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE ZEROS                  TO WS-CLIENTE-ATUAL
           MOVE "N"                    TO WS-CLIENTE-ELEGIVEL

           READ ARQ-CONTATO NEXT WITH LOCK

           PERFORM UNTIL WS-FL-STATUS-CON NOT EQUAL "00"
              IF COD-CLIENTE-HBSIS57C  NOT EQUAL WS-CLIENTE-ATUAL
                 MOVE COD-CLIENTE-HBSIS57C
                                       TO WS-CLIENTE-ATUAL
                 MOVE "N"              TO WS-CLIENTE-AUDITADO
                 PERFORM 2460-VERIFICA-CLIENTE-INATIVO
              END-IF
              IF WS-CLIENTE-ELEGIVEL   EQUAL "S"
              AND NOME-CONTATO-HBSIS57C
                                       NOT EQUAL WS-NOME-CONTATO-ANONIMO
                 PERFORM 2470-ANONIMIZA-UM-CONTATO
              ELSE
                 UNLOCK ARQ-CONTATO
              END-IF
              READ ARQ-CONTATO NEXT WITH LOCK
           END-PERFORM

           CLOSE ARQ-CONTATO
           CLOSE ARQ-CLIENTE

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE (CODIGO EM WS-CLIENTE-ATUAL) INATIVO DESDE ANTES DA    *
      * DATA DE CORTE; CLIENTE EXCLUIDO DO CADASTRO TAMBEM E ELEGIVEL  *
      *----------------------------------------------------------------*
       2460-VERIFICA-CLIENTE-INATIVO   SECTION.

           MOVE "N"                    TO WS-CLIENTE-ELEGIVEL
           MOVE WS-CLIENTE-ATUAL       TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL "23"
              MOVE "S"                 TO WS-CLIENTE-ELEGIVEL
              GO TO 2460-EXIT
           END-IF

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
           AND FLAG-ATIVO-HBSIS02C     EQUAL "N"
           AND DATA-ALTERACAO-HBSIS02C LESS WS-DATA-CORTE
              MOVE "S"                 TO WS-CLIENTE-ELEGIVEL
           END-IF

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANONIMIZA O CONTATO LIDO; UMA ENTRADA DE AUDITORIA POR CLIENTE *
      *----------------------------------------------------------------*
       2470-ANONIMIZA-UM-CONTATO       SECTION.

           MOVE WS-NOME-CONTATO-ANONIMO
                                       TO NOME-CONTATO-HBSIS57C
           MOVE SPACES                 TO FUNCAO-CONTATO-HBSIS57C
                                          TELEFONE-HBSIS57C
                                          EMAIL-HBSIS57C
           MOVE WS-DATA-HOJE           TO DATA-ALTERACAO-HBSIS57C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS57C
           MOVE OPERADOR-HBSIS90L      TO OPERADOR-ALTER-HBSIS57C

           REWRITE ARQ-HBSIS57C

           IF WS-FL-STATUS-CON         NOT EQUAL ZEROS
              UNLOCK ARQ-CONTATO
              MOVE "00"                TO WS-FL-STATUS-CON
              GO TO 2470-EXIT
           END-IF

           ADD 1                       TO QTD-CONT-ANONIM-HBSIS90L

           IF WS-CLIENTE-AUDITADO      EQUAL "N"
              MOVE "S"                 TO WS-CLIENTE-AUDITADO
              INITIALIZE ARQ-HBSIS08C
              MOVE WS-DATA-HOJE        TO DATA-AUDITORIA-HBSIS08C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-AUDITORIA-HBSIS08C
              MOVE OPERADOR-HBSIS90L   TO OPERADOR-AUDITORIA-HBSIS08C
              MOVE "CONTATO "          TO ENTIDADE-AUDITORIA-HBSIS08C
              MOVE "ANONIMIZ"          TO OPERACAO-AUDITORIA-HBSIS08C
              MOVE COD-CLIENTE-HBSIS57C
                                       TO COD-DEPOIS-HBSIS08C
              MOVE WS-NOME-CONTATO-ANONIMO
                                       TO NOME-DEPOIS-HBSIS08C
              MOVE "ANONIMIZACAO LGPD" TO MOTIVO-HBSIS08C
              WRITE ARQ-HBSIS08C
           END-IF

           MOVE "ANONIMIZOU"           TO LOG-ACAO
           MOVE "CONTATO"              TO LOG-ENTIDADE
           MOVE COD-CLIENTE-HBSIS57C   TO LOG-CODIGO
           MOVE SEQ-CONTATO-HBSIS57C   TO LOG-SEQUENCIA
           MOVE "NOME, FUNCAO, TELEFONE E E-MAIL"
                                       TO LOG-DESCRICAO
           PERFORM 2920-GRAVA-LOG

           .
       2470-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AUDITORIA: AS IMAGENS DE VENDEDORES JA ANONIMIZADOS (OU        *
      * EXCLUIDOS ANTES DA DATA DE CORTE) E DE CONTATOS DE CLIENTES    *
      * ELEGIVEIS PERDEM CPF, NOME E COORDENADAS. O ARQUIVO E COPIADO  *
      * PARA O ARQUIVO DE TRABALHO E, HAVENDO ALTERACAO, DEVOLVIDO     *
      *----------------------------------------------------------------*
       2500-ANONIMIZA-AUDITORIA        SECTION.

           OPEN INPUT ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         NOT EQUAL ZEROS
              GO TO 2500-EXIT
           END-IF

           OPEN OUTPUT ARQ-AUD-TRABALHO

           IF WS-FL-STATUS-TRB         NOT EQUAL ZEROS
              CLOSE ARQ-AUDITORIA
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-CLIENTE

           READ ARQ-AUDITORIA

           PERFORM UNTIL WS-FL-STATUS-AUD NOT EQUAL "00"
              EVALUATE ENTIDADE-AUDITORIA-HBSIS08C
                  WHEN "VENDEDOR"
                       PERFORM 2510-AUDITORIA-VENDEDOR
                  WHEN "CONTATO "
                       PERFORM 2520-AUDITORIA-CONTATO
              END-EVALUATE
              MOVE ARQ-HBSIS08C        TO REG-AUD-TRABALHO
              WRITE REG-AUD-TRABALHO
              READ ARQ-AUDITORIA
           END-PERFORM

           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-AUD-TRABALHO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE

           IF QTD-AUD-ANONIM-HBSIS90L  GREATER ZEROS
              PERFORM 2530-DEVOLVE-AUDITORIA
           END-IF

      *    O ARQUIVO DE TRABALHO NAO GUARDA COPIA DA AUDITORIA
           OPEN OUTPUT ARQ-AUD-TRABALHO
           CLOSE ARQ-AUD-TRABALHO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DE AUDITORIA DE VENDEDOR                               *
      *----------------------------------------------------------------*
       2510-AUDITORIA-VENDEDOR         SECTION.

           IF COD-DEPOIS-HBSIS08C      GREATER ZEROS
              MOVE COD-DEPOIS-HBSIS08C TO WS-COD-AUD
           ELSE
              MOVE COD-ANTES-HBSIS08C  TO WS-COD-AUD
           END-IF

           IF WS-COD-AUD               EQUAL ZEROS
           OR WS-COD-AUD               GREATER 999
              GO TO 2510-EXIT
           END-IF

           MOVE "N"                    TO WS-AUD-ELEGIVEL
           MOVE WS-COD-AUD             TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           EVALUATE TRUE
               WHEN WS-FL-STATUS-VEN   EQUAL ZEROS
                    IF CPF-HBSIS04C    NOT LESS WS-CPF-ANONIMO-BASE
                       MOVE "S"        TO WS-AUD-ELEGIVEL
                    END-IF
               WHEN WS-FL-STATUS-VEN   EQUAL "23"
                    IF DATA-AUDITORIA-HBSIS08C LESS WS-DATA-CORTE
                       MOVE "S"        TO WS-AUD-ELEGIVEL
                    END-IF
           END-EVALUATE

           IF WS-AUD-ELEGIVEL          EQUAL "N"
              GO TO 2510-EXIT
           END-IF

           COMPUTE WS-CPF-ANONIMO = WS-CPF-ANONIMO-BASE + WS-COD-AUD
           MOVE WS-COD-AUD             TO WS-NVA-CODIGO

           IF (COD-ANTES-HBSIS08C      GREATER ZEROS AND
               (IDENT-ANTES-HBSIS08C   NOT EQUAL WS-CPF-ANONIMO OR
                NOME-ANTES-HBSIS08C    NOT EQUAL WS-NOME-VEND-ANONIMO))
           OR (COD-DEPOIS-HBSIS08C     GREATER ZEROS AND
               (IDENT-DEPOIS-HBSIS08C  NOT EQUAL WS-CPF-ANONIMO OR
                NOME-DEPOIS-HBSIS08C   NOT EQUAL WS-NOME-VEND-ANONIMO))
              IF COD-ANTES-HBSIS08C    GREATER ZEROS
                 MOVE WS-CPF-ANONIMO   TO IDENT-ANTES-HBSIS08C
                 MOVE WS-NOME-VEND-ANONIMO
                                       TO NOME-ANTES-HBSIS08C
                 MOVE ZEROS            TO LATITUDE-ANTES-HBSIS08C
                                          LONGITUDE-ANTES-HBSIS08C
              END-IF
              IF COD-DEPOIS-HBSIS08C   GREATER ZEROS
                 MOVE WS-CPF-ANONIMO   TO IDENT-DEPOIS-HBSIS08C
                 MOVE WS-NOME-VEND-ANONIMO
                                       TO NOME-DEPOIS-HBSIS08C
                 MOVE ZEROS            TO LATITUDE-DEPOIS-HBSIS08C
                                          LONGITUDE-DEPOIS-HBSIS08C
              END-IF
              ADD 1                    TO QTD-AUD-ANONIM-HBSIS90L
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DE AUDITORIA DE CONTATO (CLIENTE NA IMAGEM DEPOIS)     *
      *----------------------------------------------------------------*
       2520-AUDITORIA-CONTATO          SECTION.

           IF NOME-DEPOIS-HBSIS08C     EQUAL WS-NOME-CONTATO-ANONIMO
           AND NOME-ANTES-HBSIS08C     EQUAL SPACES
              GO TO 2520-EXIT
           END-IF

           MOVE COD-DEPOIS-HBSIS08C    TO WS-CLIENTE-ATUAL

           PERFORM 2460-VERIFICA-CLIENTE-INATIVO

           IF WS-CLIENTE-ELEGIVEL      EQUAL "S"
              MOVE WS-NOME-CONTATO-ANONIMO
                                       TO NOME-DEPOIS-HBSIS08C
              MOVE SPACES              TO NOME-ANTES-HBSIS08C
              ADD 1                    TO QTD-AUD-ANONIM-HBSIS90L
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE A AUDITORIA ANONIMIZADA DO ARQUIVO DE TRABALHO         *
      *----------------------------------------------------------------*
       2530-DEVOLVE-AUDITORIA          SECTION.

           OPEN INPUT ARQ-AUD-TRABALHO
           OPEN OUTPUT ARQ-AUDITORIA

           READ ARQ-AUD-TRABALHO

           PERFORM UNTIL WS-FL-STATUS-TRB NOT EQUAL "00"
              MOVE REG-AUD-TRABALHO    TO ARQ-HBSIS08C
              WRITE ARQ-HBSIS08C
              READ ARQ-AUD-TRABALHO
           END-PERFORM

           CLOSE ARQ-AUD-TRABALHO
           CLOSE ARQ-AUDITORIA

           MOVE "ANONIMIZOU"           TO LOG-ACAO
           MOVE "AUDITORIA"            TO LOG-ENTIDADE
           MOVE QTD-AUD-ANONIM-HBSIS90L
                                       TO LOG-CODIGO
           MOVE ZEROS                  TO LOG-SEQUENCIA
           MOVE "IMAGENS ANTES/DEPOIS DE VENDEDORES E CONTATOS"
                                       TO LOG-DESCRICAO
           PERFORM 2920-GRAVA-LOG

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * JORNAL DE RECUPERACAO: AS IMAGENS "M" DE VENDEDORES JA         *
      * ANONIMIZADOS (OU EXCLUIDOS ANTES DA DATA DE CORTE) PERDEM CPF, *
      * NOME, CEP E COORDENADAS, PARA QUE A REAPLICACAO APOS UMA       *
      * RESTAURACAO NAO TRAGA OS DADOS DE VOLTA. CODIGOS, SEQUENCIAS E *
      * O CONTROLE DO JORNAL NAO MUDAM. O JORNAL E COPIADO, COM A      *
      * TRAVA PRESA, PARA O ARQUIVO DE TRABALHO E, HAVENDO ALTERACAO,  *
      * DEVOLVIDO                                                      *
      *----------------------------------------------------------------*
       2600-ANONIMIZA-JORNAL           SECTION.

           MOVE ZEROS                  TO WS-QTD-JRN-ANONIM

           PERFORM 2640-TRAVA-JORNAL

           IF WS-JRN-TRAVADO           EQUAL "N"
              GO TO 2600-EXIT
           END-IF

           OPEN INPUT ARQ-JORNAL

           IF WS-FL-STATUS-JRN         EQUAL "35"
              PERFORM 2650-LIBERA-JORNAL
              GO TO 2600-EXIT
           END-IF

           IF WS-FL-STATUS-JRN         NOT EQUAL ZEROS
              MOVE "2600-ANONIMIZA-JORNAL"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE WS-FL-STATUS-JRN       TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
              PERFORM 2650-LIBERA-JORNAL
              GO TO 2600-EXIT
           END-IF

           OPEN OUTPUT ARQ-JRN-TRABALHO

           IF WS-FL-STATUS-JTB         NOT EQUAL ZEROS
              MOVE "2600-ANONIMIZA-JORNAL"
                                       TO SECAO-HBSIS41
              MOVE "ARQ-JRN-TRABALHO"     TO ARQUIVO-HBSIS41
              MOVE WS-FL-STATUS-JTB       TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
              CLOSE ARQ-JORNAL
              PERFORM 2650-LIBERA-JORNAL
              GO TO 2600-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           READ ARQ-JORNAL

           PERFORM UNTIL WS-FL-STATUS-JRN NOT EQUAL "00"
              IF TIPO-REG-HBSIS92C     EQUAL "M"
              AND ENTIDADE-HBSIS92C    EQUAL "V"
                 PERFORM 2610-JORNAL-VENDEDOR
              END-IF
              MOVE ARQ-HBSIS92C        TO REG-JRN-TRABALHO
              WRITE REG-JRN-TRABALHO
              READ ARQ-JORNAL
           END-PERFORM

           CLOSE ARQ-JORNAL
           CLOSE ARQ-JRN-TRABALHO
           CLOSE ARQ-VENDEDOR

           IF WS-QTD-JRN-ANONIM        GREATER ZEROS
              PERFORM 2620-DEVOLVE-JORNAL
           END-IF

      *    O ARQUIVO DE TRABALHO NAO GUARDA COPIA DO JORNAL
           OPEN OUTPUT ARQ-JRN-TRABALHO
           CLOSE ARQ-JRN-TRABALHO

           PERFORM 2650-LIBERA-JORNAL

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMAGEM DE VENDEDOR NO JORNAL: MESMO CRITERIO DA AUDITORIA      *
      *----------------------------------------------------------------*
       2610-JORNAL-VENDEDOR            SECTION.

           IF CODIGO-HBSIS92C          EQUAL ZEROS
           OR CODIGO-HBSIS92C          GREATER 999
              GO TO 2610-EXIT
           END-IF

           MOVE "N"                    TO WS-AUD-ELEGIVEL
           MOVE CODIGO-HBSIS92C        TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           EVALUATE TRUE
               WHEN WS-FL-STATUS-VEN   EQUAL ZEROS
                    IF CPF-HBSIS04C    NOT LESS WS-CPF-ANONIMO-BASE
                       MOVE "S"        TO WS-AUD-ELEGIVEL
                    END-IF
               WHEN WS-FL-STATUS-VEN   EQUAL "23"
                    IF DATA-HBSIS92C   LESS WS-DATA-CORTE
                       MOVE "S"        TO WS-AUD-ELEGIVEL
                    END-IF
           END-EVALUATE

           IF WS-AUD-ELEGIVEL          EQUAL "N"
              GO TO 2610-EXIT
           END-IF

           COMPUTE WS-CPF-ANONIMO = WS-CPF-ANONIMO-BASE
                                  + CODIGO-HBSIS92C
           MOVE CODIGO-HBSIS92C        TO WS-NVA-CODIGO

      *    A AREA DO REGISTRO DE VENDEDOR SERVE PARA DECOMPOR A IMAGEM
           MOVE IMAGEM-HBSIS92C        TO ARQ-HBSIS04C

           IF CPF-HBSIS04C             EQUAL WS-CPF-ANONIMO
           AND NOME-VEND-HBSIS04C      EQUAL WS-NOME-VEND-ANONIMO
              GO TO 2610-EXIT
           END-IF

           MOVE WS-CPF-ANONIMO         TO CPF-HBSIS04C
           MOVE WS-NOME-VEND-ANONIMO   TO NOME-VEND-HBSIS04C
           MOVE ZEROS                  TO LATITUDE-VEND-HBSIS04C
                                          LONGITUDE-VEND-HBSIS04C
                                          CEP-HBSIS04C
           MOVE ARQ-HBSIS04C           TO IMAGEM-HBSIS92C
           ADD 1                       TO WS-QTD-JRN-ANONIM

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O JORNAL ANONIMIZADO DO ARQUIVO DE TRABALHO            *
      *----------------------------------------------------------------*
       2620-DEVOLVE-JORNAL             SECTION.

           OPEN INPUT ARQ-JRN-TRABALHO
           OPEN OUTPUT ARQ-JORNAL

           IF WS-FL-STATUS-JRN         NOT EQUAL ZEROS
              MOVE "2620-DEVOLVE-JORNAL"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE WS-FL-STATUS-JRN       TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
              CLOSE ARQ-JRN-TRABALHO
              GO TO 2620-EXIT
           END-IF

           READ ARQ-JRN-TRABALHO

           PERFORM UNTIL WS-FL-STATUS-JTB NOT EQUAL "00"
              MOVE REG-JRN-TRABALHO    TO ARQ-HBSIS92C
              WRITE ARQ-HBSIS92C
              READ ARQ-JRN-TRABALHO
           END-PERFORM

           CLOSE ARQ-JRN-TRABALHO
           CLOSE ARQ-JORNAL

           MOVE "ANONIMIZOU"           TO LOG-ACAO
           MOVE "JORNAL"               TO LOG-ENTIDADE
           MOVE WS-QTD-JRN-ANONIM      TO LOG-CODIGO
           MOVE ZEROS                  TO LOG-SEQUENCIA
           MOVE "IMAGENS DE VENDEDORES NO JORNAL DE RECUPERACAO"
                                       TO LOG-DESCRICAO
           PERFORM 2920-GRAVA-LOG

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRENDE A TRAVA DO JORNAL (REGISTRO UNICO DO HBSIS92P LIDO COM  *
      * LOCK), ESPERANDO UM SEGUNDO POR TENTATIVA ATE O LIMITE         *
      *----------------------------------------------------------------*
       2640-TRAVA-JORNAL               SECTION.

           MOVE "N"                    TO WS-JRN-TRAVADO

           OPEN I-O JRN-TRAVA

           IF WS-FL-STATUS-TRV         EQUAL "35"
              OPEN OUTPUT JRN-TRAVA
              IF WS-FL-STATUS-TRV      EQUAL ZEROS
                 INITIALIZE REG-JRN-TRAVA
                 MOVE 1                TO TRV-CHAVE
                 WRITE REG-JRN-TRAVA
                 CLOSE JRN-TRAVA
                 OPEN I-O JRN-TRAVA
              END-IF
           END-IF

           IF WS-FL-STATUS-TRV         EQUAL ZEROS
              MOVE ZEROS               TO WS-TRV-TENTATIVAS
              MOVE "51"                TO WS-FL-STATUS-TRV
              PERFORM UNTIL WS-FL-STATUS-TRV NOT EQUAL "51"
                         OR WS-TRV-TENTATIVAS NOT LESS
                            WS-TRV-MAX-TENTATIVAS
                 IF WS-TRV-TENTATIVAS  GREATER ZEROS
                    CALL "C$SLEEP"     USING WS-TRV-SEGUNDOS
                 END-IF
                 ADD 1                 TO WS-TRV-TENTATIVAS
                 MOVE 1                TO TRV-CHAVE
                 READ JRN-TRAVA        WITH LOCK
                                       KEY IS TRV-CHAVE
              END-PERFORM
              IF WS-FL-STATUS-TRV      EQUAL ZEROS
                 MOVE "S"              TO WS-JRN-TRAVADO
                 GO TO 2640-EXIT
              END-IF
              CLOSE JRN-TRAVA
           END-IF

      *    TRAVA INDISPONIVEL: O JORNAL NAO E REGRAVADO
           MOVE "2640-TRAVA-JORNAL"    TO SECAO-HBSIS41
           MOVE "JRN-TRAVA"            TO ARQUIVO-HBSIS41
           MOVE WS-FL-STATUS-TRV       TO FILE-STATUS-HBSIS41
           PERFORM 9900-REGISTRA-ERRO
           MOVE "S"                    TO WS-ERRO-JORNAL

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA A TRAVA DO JORNAL (A ULTIMA SEQUENCIA NAO MUDA)         *
      *----------------------------------------------------------------*
       2650-LIBERA-JORNAL              SECTION.

           UNLOCK JRN-TRAVA
           CLOSE JRN-TRAVA

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA WS-TERMO (WS-TAM-TERMO POSICOES) EM WS-TEXTO-BUSCA     *
      *----------------------------------------------------------------*
       2900-PROCURA-TERMO              SECTION.

           MOVE ZEROS                  TO WS-QTD-ACHOU

           INSPECT WS-TEXTO-BUSCA TALLYING WS-QTD-ACHOU
                   FOR ALL WS-TERMO (1:WS-TAM-TERMO)

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O LOG DE ANONIMIZACAO PARA ACRESCENTAR (CRIA SE PRECISO)  *
      *----------------------------------------------------------------*
       2910-ABRE-LOG                   SECTION.

           OPEN EXTEND LOG-ANONIMIZACAO

           IF WS-FL-STATUS-LOG         EQUAL "35"
              OPEN OUTPUT LOG-ANONIMIZACAO
           END-IF

           IF WS-FL-STATUS-LOG         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS90L
              MOVE "ERRO NA ABERTURA DO LOG DE ANONIMIZACAO"
                                       TO MSG-RETORNO-HBSIS90L
           END-IF

           .
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA NO LOG (ACAO, ENTIDADE, CODIGO, SEQUENCIA E    *
      * DESCRICAO JA PREENCHIDOS)                                      *
      *----------------------------------------------------------------*
       2920-GRAVA-LOG                  SECTION.

           MOVE WS-DATA-HOJE           TO LOG-DATA
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO LOG-HORA
           MOVE OPERADOR-HBSIS90L      TO LOG-OPERADOR

           WRITE REG-LOG-ANONIMIZACAO

           .
       2920-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UMA FALHA DE ARQUIVO NO LOG CENTRAL DE ERROS          *
      * (HBSIS41P) ANTES DE DEVOLVER O COD-RETORNO AO CHAMADOR         *
      *----------------------------------------------------------------*
       9900-REGISTRA-ERRO              SECTION.

           MOVE "HBSIS90P"              TO PROGRAMA-HBSIS41

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
      * FIM DO PROGRAMA HBSIS90P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS90P.
      *----------------------------------------------------------------*
