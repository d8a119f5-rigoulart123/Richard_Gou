       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS98P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: EXTRATOS AD-HOC DO CADASTRO DE CLIENTES. O      *
      *                SUPERVISOR MANTEM DEFINICOES NOMEADAS           *
      *                (ARQ-EXTRATO) COM OS CAMPOS DE SAIDA (CAMPOS DO *
      *                CADASTRO MAIS VENDEDOR ATUAL, RECEITA DOS       *
      *                ULTIMOS DOZE MESES E ULTIMA VISITA), ATE CINCO  *
      *                FILTROS, ATE DUAS CHAVES DE ORDENACAO E O       *
      *                FORMATO (CSV OU LARGURA FIXA). A DEFINICAO PODE *
      *                SER TESTADA SEM GRAVAR (AMOSTRA), EXECUTADA SOB *
      *                DEMANDA OU AGENDADA PARA A CADEIA NOTURNA. OS   *
      *                ARQUIVOS GERADOS SAO REGISTRADOS NO HBSIS42P    *
      *                PARA A ENTREGA                                  *
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
           SELECT ARQ-EXTRATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NOME-EXTRATO-HBSIS98C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-EXT.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

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

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS43C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT SAI-EXTRATO        ASSIGN TO WS-NOME-ARQ-EXTRATO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-SAI.

           SELECT ARQ-SORT-EXT       ASSIGN TO "SORTEXTRATO.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-EXTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqExtrato'.
       COPY "HBSIS98C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "HBSIS43C.CPY".

       FD  SAI-EXTRATO.
       01  REG-SAI-EXTRATO             PIC X(700).

       SD  ARQ-SORT-EXT.
       01  REG-SORT-EXT.
           05  SRT-CHAVE-1             PIC  X(040).
           05  SRT-CHAVE-2             PIC  X(040).
           05  SRT-SEQ                 PIC  9(007).
           05  SRT-LINHA               PIC  X(700).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EXT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SAI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DIA-SEMANA               PIC  9(002)         VALUE ZEROS.
       01  WS-CARIMBO-GERACAO          PIC  X(014)         VALUE SPACES.
       01  WS-NOME-ARQ-EXTRATO         PIC  X(040)         VALUE SPACES.
       01  WS-DEFINICAO-VALIDA         PIC  X(001)         VALUE "N".
       01  WS-AGENDADO-HOJE            PIC  X(001)         VALUE "N".
       01  WS-MODO-TESTE               PIC  X(001)         VALUE "N".
       01  WS-ACHOU-BRANCO             PIC  X(001)         VALUE "N".
       01  WS-SELECIONADO              PIC  X(001)         VALUE "N".
       01  WS-PRIMEIRO-CAMPO           PIC  X(001)         VALUE "S".
       01  WS-IDX                      PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-FIL                  PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-ORD                  PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-CAMPOS               PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-SELECIONADOS         PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-GRAVADOS             PIC  9(007)         VALUE ZEROS.
      *    AMOSTRA GRAVADA NO TESTE DE UMA DEFINICAO
       01  WS-MAX-AMOSTRA              PIC  9(007)         VALUE 20.

      *----------------------------------------------------------------*
      * DEFINICAO EM EXECUCAO (MESMA DISPOSICAO DE DEFINICAO-HBSIS98C  *
      * E DE DEFINICAO-HBSIS98L)                                       *
      *----------------------------------------------------------------*
       01  WS-DEF.
           05  WS-DEF-NOME             PIC  X(012).
           05  WS-DEF-DESCRICAO        PIC  X(040).
           05  WS-DEF-CAMPOS           PIC  X(030).
           05  WS-DEF-CAMPOS-R         REDEFINES WS-DEF-CAMPOS.
               10  WS-DEF-CAMPO-ITEM   OCCURS 15 TIMES.
                   15  WS-DEF-CAMPO    PIC  9(002).
           05  WS-DEF-FILTRO           OCCURS 5 TIMES.
               10  WS-DEF-FIL-CAMPO    PIC  9(002).
               10  WS-DEF-FIL-OPER     PIC  X(002).
               10  WS-DEF-FIL-VALOR    PIC  X(020).
           05  WS-DEF-ORDEM            OCCURS 2 TIMES.
               10  WS-DEF-ORD-CAMPO    PIC  9(002).
               10  WS-DEF-ORD-SENTIDO  PIC  X(001).
           05  WS-DEF-FORMATO          PIC  X(001).
           05  WS-DEF-AGENDA           PIC  X(001).
           05  WS-DEF-DIA              PIC  9(002).

      *    VALOR DE COMPARACAO DE CADA FILTRO, JA CONVERTIDO
       01  WS-TAB-FILTRO.
           05  WS-FIL-ITEM             OCCURS 5 TIMES.
               10  WS-FIL-NUM          PIC S9(014)V9(008).
               10  WS-FIL-TXT          PIC  X(040).
       01  WS-COMPARA                  PIC S9(001)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CATALOGO DE CAMPOS DOS EXTRATOS (CODIGO = POSICAO NA TABELA):  *
      * TIPO "I" = NUMERO INTEIRO (SAI COM ZEROS A ESQUERDA), "C" =    *
      * COORDENADA, "V" = VALOR MONETARIO, "X" = TEXTO; TAMANHO =      *
      * LARGURA DA COLUNA NO FORMATO FIXO; CABECALHO = TITULO NO CSV.  *
      * CODIGOS 01 A 24 SAO OS CAMPOS DO CADASTRO (HBSIS02C) E 25 A 29 *
      * SAO CALCULADOS (DISTRIBUICAO, VOLUME E VISITAS)                *
      *----------------------------------------------------------------*
       01  WS-CATALOGO-VALORES.
           05  FILLER                  PIC  X(023)         VALUE
               "I07COD_CLIENTE".
           05  FILLER                  PIC  X(023)         VALUE
               "I14CNPJ".
           05  FILLER                  PIC  X(023)         VALUE
               "X40RAZAO_SOCIAL".
           05  FILLER                  PIC  X(023)         VALUE
               "C13LATITUDE".
           05  FILLER                  PIC  X(023)         VALUE
               "C13LONGITUDE".
           05  FILLER                  PIC  X(023)         VALUE
               "X01ATIVO".
           05  FILLER                  PIC  X(023)         VALUE
               "I03REGIAO".
           05  FILLER                  PIC  X(023)         VALUE
               "I08DATA_ALTERACAO".
           05  FILLER                  PIC  X(023)         VALUE
               "I06HORA_ALTERACAO".
           05  FILLER                  PIC  X(023)         VALUE
               "X10OPERADOR_ALTER".
           05  FILLER                  PIC  X(023)         VALUE
               "X40LOGRADOURO".
           05  FILLER                  PIC  X(023)         VALUE
               "X06NUMERO".
           05  FILLER                  PIC  X(023)         VALUE
               "X30MUNICIPIO".
           05  FILLER                  PIC  X(023)         VALUE
               "X02UF".
           05  FILLER                  PIC  X(023)         VALUE
               "I08CEP".
           05  FILLER                  PIC  X(023)         VALUE
               "X01CLASSIF".
           05  FILLER                  PIC  X(023)         VALUE
               "I03VEND_FIXO".
           05  FILLER                  PIC  X(023)         VALUE
               "X01FREQ_VISITA".
           05  FILLER                  PIC  X(023)         VALUE
               "X01SIT_APROVACAO".
           05  FILLER                  PIC  X(023)         VALUE
               "X01CREDITO".
           05  FILLER                  PIC  X(023)         VALUE
               "I07COD_FUSAO".
           05  FILLER                  PIC  X(023)         VALUE
               "I02FILIAL".
           05  FILLER                  PIC  X(023)         VALUE
               "X01PRECISAO_COORD".
           05  FILLER                  PIC  X(023)         VALUE
               "I02CANAL".
           05  FILLER                  PIC  X(023)         VALUE
               "I03VEND_ATUAL".
           05  FILLER                  PIC  X(023)         VALUE
               "X40NOME_VEND_ATUAL".
           05  FILLER                  PIC  X(023)         VALUE
               "V16RECEITA_12M".
           05  FILLER                  PIC  X(023)         VALUE
               "I08DATA_ULT_VISITA".
           05  FILLER                  PIC  X(023)         VALUE
               "I05DIAS_SEM_VISITA".
       01  WS-CATALOGO                 REDEFINES WS-CATALOGO-VALORES.
           05  WS-CAT-ITEM             OCCURS 29 TIMES.
               10  WS-CAT-TIPO         PIC  X(001).
               10  WS-CAT-TAMANHO      PIC  9(002).
               10  WS-CAT-CABECALHO    PIC  X(020).
       01  WS-QTD-CATALOGO             PIC  9(002)         VALUE 29.

      *----------------------------------------------------------------*
      * CAMPOS CALCULADOS: SO SAO OBTIDOS QUANDO A DEFINICAO OS USA    *
      *----------------------------------------------------------------*
       01  WS-PRECISA-VENDEDOR         PIC  X(001)         VALUE "N".
       01  WS-PRECISA-RECEITA          PIC  X(001)         VALUE "N".
       01  WS-PRECISA-VISITA           PIC  X(001)         VALUE "N".
       01  WS-DISTRIB-ABERTA           PIC  X(001)         VALUE "N".
       01  WS-VOLUME-ABERTO            PIC  X(001)         VALUE "N".
       01  WS-VISITA-ABERTA            PIC  X(001)         VALUE "N".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-VEND-ATUAL               PIC  9(003)         VALUE ZEROS.
       01  WS-NOME-VEND-ATUAL          PIC  X(040)         VALUE SPACES.

       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-RECEITA-12M              PIC S9(013)V9(002)  VALUE ZEROS.

      *    CLIENTE NUNCA VISITADO: DIAS SEM VISITA = 99999
       01  WS-DATA-ULT-VISITA          PIC  9(008)         VALUE ZEROS.
       01  WS-DIAS-SEM-VISITA          PIC  9(005)         VALUE ZEROS.
       01  WS-DIAS-CALC                PIC S9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * VALOR DO CAMPO CORRENTE E SUAS FORMAS DE SAIDA E DE ORDENACAO  *
      *----------------------------------------------------------------*
       01  WS-COD-CAMPO                PIC  9(002)         VALUE ZEROS.
       01  WS-VAL-NUM                  PIC S9(014)V9(008)  VALUE ZEROS.
       01  WS-VAL-TXT                  PIC  X(040)         VALUE SPACES.
       01  WS-VAL-EDITADO              PIC  X(040)         VALUE SPACES.
       01  WS-VAL-TAM                  PIC  9(002)         VALUE ZEROS.
       01  WS-VAL-INT                  PIC  9(014)         VALUE ZEROS.
       01  WS-VAL-INT-R                REDEFINES WS-VAL-INT
                                       PIC  X(014).
       01  WS-ED-COORD                 PIC  -ZZ9,99999999  VALUE ZEROS.
       01  WS-ED-VALOR                 PIC  ------------9,99
                                                           VALUE ZEROS.

      *    CHAVE DE ORDENACAO: NUMEROS DESLOCADOS PARA FICAREM POSITIVOS
      *    E COM ZEROS A ESQUERDA; NO SENTIDO DECRESCENTE A CHAVE TEM
      *    OS CARACTERES TROCADOS PELO SEU COMPLEMENTO NO ALFABETO
       01  WS-CHAVE                    PIC  X(040)         VALUE SPACES.
       01  WS-CHAVE-NUM                PIC  9(015)V9(008)  VALUE ZEROS.
       01  WS-CHAVE-NUM-R              REDEFINES WS-CHAVE-NUM
                                       PIC  X(023).
       01  WS-ALFABETO                 PIC  X(037)         VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALFABETO-INV             PIC  X(037)         VALUE
           "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

       01  WS-LINHA                    PIC  X(700)         VALUE SPACES.
       01  WS-PTR                      PIC  9(004)         VALUE ZEROS.
       01  WS-TAM-TEXTO                PIC  9(004)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS42L.
       COPY HBSIS49L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS98L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS98L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS98L
                                          QTD-SELECIONADOS-HBSIS98L
                                          QTD-EXTRATOS-HBSIS98L
                                          QTD-FALHAS-HBSIS98L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS98L
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

      *    1 = SEGUNDA-FEIRA ... 7 = DOMINGO
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                                 (WS-DATA-HOJE) - 1, 7) + 1

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

           MOVE FUNCTION UPPER-CASE (NOME-EXTRATO-HBSIS98L)
                                       TO NOME-EXTRATO-HBSIS98L

           IF COD-FUNCAO-HBSIS98L      NOT EQUAL 6 AND
              NOME-EXTRATO-HBSIS98L    EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              MOVE "NOME DO EXTRATO NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS98L
              GO TO 2000-EXIT
           END-IF

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES DAS DEFINICOES SAO
      *    RECUSADAS (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR,
      *    PASSA)
           IF (COD-FUNCAO-HBSIS98L     EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS98L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS98L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS98L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS98L
               WHEN 0
                    PERFORM 2100-BUSCAR-EXTRATO
               WHEN 1
                    PERFORM 2200-INCLUIR-EXTRATO
               WHEN 2
                    PERFORM 2300-ALTERAR-EXTRATO
               WHEN 3
                    PERFORM 2400-EXCLUIR-EXTRATO
               WHEN 4
                    PERFORM 2500-TESTAR-EXTRATO
               WHEN 5
                    PERFORM 2600-EXECUTAR-EXTRATO
               WHEN 6
                    PERFORM 2700-EXECUTA-AGENDADOS
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS98L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS98L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DAS DEFINICOES DE EXTRATO (CRIA NO PRIMEIRO USO)      *
      *----------------------------------------------------------------*
       2010-OPEN-ARQ-EXTRATO           SECTION.

           OPEN I-O ARQ-EXTRATO

           IF WS-FL-STATUS-EXT         EQUAL "35"
              OPEN OUTPUT ARQ-EXTRATO

              IF WS-FL-STATUS-EXT      EQUAL ZEROS
                 CLOSE ARQ-EXTRATO
                 OPEN I-O ARQ-EXTRATO
              END-IF
           END-IF

           IF WS-FL-STATUS-EXT         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS98L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXTRATOS"
                                       TO MSG-RETORNO-HBSIS98L
           END-IF

           .
       2010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA E NORMALIZA A DEFINICAO INFORMADA NA AREA DE            *
      * COMUNICACAO                                                    *
      *----------------------------------------------------------------*
       2050-VALIDA-DEFINICAO           SECTION.

           MOVE "N"                    TO WS-DEFINICAO-VALIDA

      *    O NOME COMPOE O NOME DO ARQUIVO GERADO: SO LETRAS, DIGITOS
      *    E SUBLINHADO, SEM ESPACOS NO MEIO
           MOVE "N"                    TO WS-ACHOU-BRANCO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 12
              IF NOME-EXTRATO-HBSIS98L (WS-IDX:1) EQUAL SPACE
                 MOVE "S"              TO WS-ACHOU-BRANCO
              ELSE
                 IF WS-ACHOU-BRANCO    EQUAL "S"
                    MOVE "NOME DO EXTRATO NAO PODE TER ESPACOS"
                                       TO MSG-RETORNO-HBSIS98L
                    GO TO 2050-EXIT
                 END-IF
                 IF NOME-EXTRATO-HBSIS98L (WS-IDX:1) NOT NUMERIC
                 AND NOME-EXTRATO-HBSIS98L (WS-IDX:1)
                                       NOT ALPHABETIC-UPPER
                 AND NOME-EXTRATO-HBSIS98L (WS-IDX:1) NOT EQUAL "_"
                    MOVE "NOME DO EXTRATO: SO LETRAS, DIGITOS E _"
                                       TO MSG-RETORNO-HBSIS98L
                    GO TO 2050-EXIT
                 END-IF
              END-IF
           END-PERFORM

           IF DESCRICAO-HBSIS98L       EQUAL SPACES
              MOVE "DESCRICAO DO EXTRATO NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS98L
              GO TO 2050-EXIT
           END-IF

           MOVE DEFINICAO-HBSIS98L     TO WS-DEF

      *    CAMPOS DE SAIDA: CODIGOS DE 2 DIGITOS EM SEQUENCIA
           MOVE ZEROS                  TO WS-QTD-CAMPOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 15
              IF WS-DEF-CAMPO-ITEM (WS-IDX) EQUAL SPACES
                 MOVE ZEROS            TO WS-DEF-CAMPO (WS-IDX)
              END-IF
              IF WS-DEF-CAMPO (WS-IDX) NOT NUMERIC
              OR WS-DEF-CAMPO (WS-IDX) GREATER WS-QTD-CATALOGO
                 STRING "CAMPO DE SAIDA INVALIDO NA POSICAO "
                        WS-IDX
                        " - VEJA A LISTA"
                        DELIMITED BY SIZE
                                       INTO MSG-RETORNO-HBSIS98L
                 GO TO 2050-EXIT
              END-IF
              IF WS-DEF-CAMPO (WS-IDX) GREATER ZEROS
                 ADD 1                 TO WS-QTD-CAMPOS
              END-IF
           END-PERFORM

           IF WS-QTD-CAMPOS            EQUAL ZEROS
              MOVE "INFORME AO MENOS UM CAMPO DE SAIDA"
                                       TO MSG-RETORNO-HBSIS98L
              GO TO 2050-EXIT
           END-IF

      *    FILTROS: CAMPO ZERO = FILTRO NAO USADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 5
              IF WS-DEF-FIL-CAMPO (WS-IDX) NOT NUMERIC
              OR WS-DEF-FIL-CAMPO (WS-IDX) GREATER WS-QTD-CATALOGO
                 STRING "CAMPO DO FILTRO " WS-IDX " INVALIDO"
                        DELIMITED BY SIZE
                                       INTO MSG-RETORNO-HBSIS98L
                 GO TO 2050-EXIT
              END-IF
              IF WS-DEF-FIL-CAMPO (WS-IDX) EQUAL ZEROS
                 MOVE SPACES           TO WS-DEF-FIL-OPER (WS-IDX)
                                          WS-DEF-FIL-VALOR (WS-IDX)
              ELSE
                 MOVE FUNCTION UPPER-CASE (WS-DEF-FIL-OPER (WS-IDX))
                                       TO WS-DEF-FIL-OPER (WS-IDX)
                 IF WS-DEF-FIL-OPER (WS-IDX) NOT EQUAL "EQ" AND
                    WS-DEF-FIL-OPER (WS-IDX) NOT EQUAL "NE" AND
                    WS-DEF-FIL-OPER (WS-IDX) NOT EQUAL "GT" AND
                    WS-DEF-FIL-OPER (WS-IDX) NOT EQUAL "GE" AND
                    WS-DEF-FIL-OPER (WS-IDX) NOT EQUAL "LT" AND
                    WS-DEF-FIL-OPER (WS-IDX) NOT EQUAL "LE"
                    STRING "OPERADOR DO FILTRO " WS-IDX
                           " INVALIDO (EQ NE GT GE LT LE)"
                           DELIMITED BY SIZE
                                       INTO MSG-RETORNO-HBSIS98L
                    GO TO 2050-EXIT
                 END-IF
                 IF WS-CAT-TIPO (WS-DEF-FIL-CAMPO (WS-IDX))
                                       NOT EQUAL "X"
                    IF WS-DEF-FIL-VALOR (WS-IDX) EQUAL SPACES
                    OR FUNCTION TEST-NUMVAL (WS-DEF-FIL-VALOR (WS-IDX))
                                       NOT EQUAL ZEROS
                       STRING "VALOR DO FILTRO " WS-IDX
                              " DEVE SER NUMERICO"
                              DELIMITED BY SIZE
                                       INTO MSG-RETORNO-HBSIS98L
                       GO TO 2050-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

      *    ORDENACAO: CAMPO ZERO = CHAVE NAO USADA (SEM NENHUMA CHAVE
      *    A SAIDA SEGUE A ORDEM DO CODIGO DO CLIENTE)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 2
              IF WS-DEF-ORD-CAMPO (WS-IDX) NOT NUMERIC
              OR WS-DEF-ORD-CAMPO (WS-IDX) GREATER WS-QTD-CATALOGO
                 MOVE "CAMPO DE ORDENACAO INVALIDO"
                                       TO MSG-RETORNO-HBSIS98L
                 GO TO 2050-EXIT
              END-IF
              MOVE FUNCTION UPPER-CASE (WS-DEF-ORD-SENTIDO (WS-IDX))
                                       TO WS-DEF-ORD-SENTIDO (WS-IDX)
              IF WS-DEF-ORD-CAMPO (WS-IDX) EQUAL ZEROS
                 MOVE SPACES           TO WS-DEF-ORD-SENTIDO (WS-IDX)
              ELSE
                 IF WS-DEF-ORD-SENTIDO (WS-IDX) EQUAL SPACES
                    MOVE "A"           TO WS-DEF-ORD-SENTIDO (WS-IDX)
                 END-IF
                 IF WS-DEF-ORD-SENTIDO (WS-IDX) NOT EQUAL "A" AND
                    WS-DEF-ORD-SENTIDO (WS-IDX) NOT EQUAL "D"
                    MOVE "SENTIDO DA ORDENACAO INVALIDO (A/D)"
                                       TO MSG-RETORNO-HBSIS98L
                    GO TO 2050-EXIT
                 END-IF
              END-IF
           END-PERFORM

           MOVE FUNCTION UPPER-CASE (WS-DEF-FORMATO)
                                       TO WS-DEF-FORMATO
           IF WS-DEF-FORMATO           EQUAL SPACES
              MOVE "C"                 TO WS-DEF-FORMATO
           END-IF
           IF WS-DEF-FORMATO           NOT EQUAL "C" AND
              WS-DEF-FORMATO           NOT EQUAL "F"
              MOVE "FORMATO INVALIDO (C-CSV F-LARGURA FIXA)"
                                       TO MSG-RETORNO-HBSIS98L
              GO TO 2050-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE (WS-DEF-AGENDA)
                                       TO WS-DEF-AGENDA
           IF WS-DEF-AGENDA            EQUAL SPACES
              MOVE "N"                 TO WS-DEF-AGENDA
           END-IF
           IF WS-DEF-DIA               NOT NUMERIC
              MOVE ZEROS               TO WS-DEF-DIA
           END-IF

           EVALUATE WS-DEF-AGENDA
               WHEN "N"
               WHEN "D"
                    MOVE ZEROS         TO WS-DEF-DIA
               WHEN "S"
                    IF WS-DEF-DIA      LESS 1 OR
                       WS-DEF-DIA      GREATER 7
                       MOVE "DIA DA SEMANA INVALIDO (1=SEGUNDA A 7)"
                                       TO MSG-RETORNO-HBSIS98L
                       GO TO 2050-EXIT
                    END-IF
               WHEN "M"
                    IF WS-DEF-DIA      LESS 1 OR
                       WS-DEF-DIA      GREATER 28
                       MOVE "DIA DO MES INVALIDO (1 A 28)"
                                       TO MSG-RETORNO-HBSIS98L
                       GO TO 2050-EXIT
                    END-IF
               WHEN OTHER
                    MOVE "AGENDA INVALIDA (N/D/S/M)"
                                       TO MSG-RETORNO-HBSIS98L
                    GO TO 2050-EXIT
           END-EVALUATE

           MOVE WS-DEF                 TO DEFINICAO-HBSIS98L
           MOVE "S"                    TO WS-DEFINICAO-VALIDA

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MOVE A DEFINICAO INFORMADA PARA O REGISTRO                     *
      *----------------------------------------------------------------*
       2060-MOVE-EXTRATO               SECTION.

           MOVE DEFINICAO-HBSIS98L     TO DEFINICAO-HBSIS98C
           MOVE OPERADOR-HBSIS98L      TO OPERADOR-ALTER-HBSIS98C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS98C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS98C

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA A EXECUCAO NO REGISTRO DA DEFINICAO (LIDO)            *
      *----------------------------------------------------------------*
       2070-MARCA-EXECUCAO             SECTION.

           MOVE WS-DATA-HOJE           TO DATA-ULT-EXEC-HBSIS98C
           MOVE WS-CARIMBO-GERACAO (9:6)
                                       TO HORA-ULT-EXEC-HBSIS98C
           MOVE WS-QTD-SELECIONADOS    TO QTD-ULT-EXEC-HBSIS98C
           MOVE WS-NOME-ARQ-EXTRATO    TO ARQ-ULT-EXEC-HBSIS98C

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DA DEFINICAO                                          *
      *----------------------------------------------------------------*
       2100-BUSCAR-EXTRATO             SECTION.

           PERFORM 2010-OPEN-ARQ-EXTRATO

           IF COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           MOVE NOME-EXTRATO-HBSIS98L  TO NOME-EXTRATO-HBSIS98C

           READ ARQ-EXTRATO KEY IS NOME-EXTRATO-HBSIS98C

           IF WS-FL-STATUS-EXT         EQUAL ZEROS
              MOVE DEFINICAO-HBSIS98C  TO DEFINICAO-HBSIS98L
              MOVE DATA-ULT-EXEC-HBSIS98C
                                       TO DATA-ULT-EXEC-HBSIS98L
              MOVE QTD-ULT-EXEC-HBSIS98C
                                       TO QTD-ULT-EXEC-HBSIS98L
              MOVE ARQ-ULT-EXEC-HBSIS98C
                                       TO NOME-ARQ-HBSIS98L
              MOVE "EXTRATO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS98L
           END-IF

           CLOSE ARQ-EXTRATO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DA DEFINICAO                                          *
      *----------------------------------------------------------------*
       2200-INCLUIR-EXTRATO            SECTION.

           PERFORM 2050-VALIDA-DEFINICAO

           IF WS-DEFINICAO-VALIDA      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              GO TO 2200-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-EXTRATO

           IF COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              GO TO 2200-EXIT
           END-IF

           INITIALIZE ARQ-HBSIS98C
           PERFORM 2060-MOVE-EXTRATO

           WRITE ARQ-HBSIS98C

           IF WS-FL-STATUS-EXT         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
           IF WS-FL-STATUS-EXT         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO JA CADASTRADO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS98L
              MOVE "ERRO AO GRAVAR O EXTRATO"
                                       TO MSG-RETORNO-HBSIS98L
           END-IF
           END-IF

           CLOSE ARQ-EXTRATO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DA DEFINICAO (A ULTIMA EXECUCAO E PRESERVADA)        *
      *----------------------------------------------------------------*
       2300-ALTERAR-EXTRATO            SECTION.

           PERFORM 2050-VALIDA-DEFINICAO

           IF WS-DEFINICAO-VALIDA      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              GO TO 2300-EXIT
           END-IF

           PERFORM 2010-OPEN-ARQ-EXTRATO

           IF COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              GO TO 2300-EXIT
           END-IF

           MOVE NOME-EXTRATO-HBSIS98L  TO NOME-EXTRATO-HBSIS98C

           READ ARQ-EXTRATO WITH LOCK KEY IS NOME-EXTRATO-HBSIS98C

           IF WS-FL-STATUS-EXT         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO EM USO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
           IF WS-FL-STATUS-EXT         EQUAL ZEROS
              PERFORM 2060-MOVE-EXTRATO
              REWRITE ARQ-HBSIS98C
              MOVE ZEROS               TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS98L
           END-IF
           END-IF

           CLOSE ARQ-EXTRATO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DA DEFINICAO (OS ARQUIVOS JA GERADOS PERMANECEM)      *
      *----------------------------------------------------------------*
       2400-EXCLUIR-EXTRATO            SECTION.

           PERFORM 2010-OPEN-ARQ-EXTRATO

           IF COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              GO TO 2400-EXIT
           END-IF

           MOVE NOME-EXTRATO-HBSIS98L  TO NOME-EXTRATO-HBSIS98C

           READ ARQ-EXTRATO WITH LOCK KEY IS NOME-EXTRATO-HBSIS98C

           IF WS-FL-STATUS-EXT         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO EM USO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
           IF WS-FL-STATUS-EXT         EQUAL ZEROS
              DELETE ARQ-EXTRATO
              MOVE ZEROS               TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS98L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS98L
           END-IF
           END-IF

           CLOSE ARQ-EXTRATO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTE DA DEFINICAO INFORMADA, SEM GRAVAR: CONTA OS CLIENTES    *
      * SELECIONADOS E GRAVA UMA AMOSTRA NA ORDEM DEFINIDA             *
      *----------------------------------------------------------------*
       2500-TESTAR-EXTRATO             SECTION.

           PERFORM 2050-VALIDA-DEFINICAO

           IF WS-DEFINICAO-VALIDA      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              GO TO 2500-EXIT
           END-IF

           MOVE DEFINICAO-HBSIS98L     TO WS-DEF
           MOVE "S"                    TO WS-MODO-TESTE

           PERFORM 2800-GERA-EXTRATO

           IF COD-RETORNO-HBSIS98L     EQUAL ZEROS
              MOVE SPACES              TO MSG-RETORNO-HBSIS98L
              STRING "TESTE: "
                     WS-QTD-SELECIONADOS
                     " CLIENTES - AMOSTRA DE "
                     WS-QTD-GRAVADOS
                     " LINHAS"
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS98L
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXECUCAO SOB DEMANDA DA DEFINICAO GRAVADA                      *
      *----------------------------------------------------------------*
       2600-EXECUTAR-EXTRATO           SECTION.

           PERFORM 2010-OPEN-ARQ-EXTRATO

           IF COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              GO TO 2600-EXIT
           END-IF

           MOVE NOME-EXTRATO-HBSIS98L  TO NOME-EXTRATO-HBSIS98C

           READ ARQ-EXTRATO WITH LOCK KEY IS NOME-EXTRATO-HBSIS98C

           IF WS-FL-STATUS-EXT         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO EM USO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS98L
              CLOSE ARQ-EXTRATO
              GO TO 2600-EXIT
           END-IF

           IF WS-FL-STATUS-EXT         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS98L
              MOVE "EXTRATO NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS98L
              CLOSE ARQ-EXTRATO
              GO TO 2600-EXIT
           END-IF

           MOVE DEFINICAO-HBSIS98C     TO WS-DEF
           MOVE "N"                    TO WS-MODO-TESTE

           PERFORM 2800-GERA-EXTRATO

           IF COD-RETORNO-HBSIS98L     EQUAL ZEROS
              PERFORM 2070-MARCA-EXECUCAO
              REWRITE ARQ-HBSIS98C
              MOVE WS-DATA-HOJE        TO DATA-ULT-EXEC-HBSIS98L
              MOVE WS-QTD-SELECIONADOS TO QTD-ULT-EXEC-HBSIS98L
              MOVE SPACES              TO MSG-RETORNO-HBSIS98L
              STRING "EXTRATO GERADO COM "
                     WS-QTD-SELECIONADOS
                     " CLIENTES"
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS98L
           END-IF

           CLOSE ARQ-EXTRATO

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADEIA NOTURNA: EXECUTA AS DEFINICOES AGENDADAS PARA HOJE QUE  *
      * AINDA NAO FORAM EXECUTADAS HOJE (O RELANCAMENTO DA CADEIA NAO  *
      * DUPLICA OS EXTRATOS JA GERADOS). RETORNO 4 QUANDO ALGUM        *
      * EXTRATO FALHA                                                  *
      *----------------------------------------------------------------*
       2700-EXECUTA-AGENDADOS          SECTION.

           PERFORM 2010-OPEN-ARQ-EXTRATO

           IF COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              GO TO 2700-EXIT
           END-IF

           MOVE LOW-VALUES             TO NOME-EXTRATO-HBSIS98C

           START ARQ-EXTRATO KEY IS NOT LESS NOME-EXTRATO-HBSIS98C

           IF WS-FL-STATUS-EXT         EQUAL ZEROS
              READ ARQ-EXTRATO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-EXT NOT EQUAL "00"
              PERFORM 2710-VERIFICA-AGENDA
              IF WS-AGENDADO-HOJE      EQUAL "S"
                 MOVE DEFINICAO-HBSIS98C
                                       TO WS-DEF
                 MOVE "N"              TO WS-MODO-TESTE
                 MOVE ZEROS            TO COD-RETORNO-HBSIS98L
                 PERFORM 2800-GERA-EXTRATO
                 IF COD-RETORNO-HBSIS98L EQUAL ZEROS
                    PERFORM 2070-MARCA-EXECUCAO
                    REWRITE ARQ-HBSIS98C
                    ADD 1              TO QTD-EXTRATOS-HBSIS98L
                 ELSE
                    ADD 1              TO QTD-FALHAS-HBSIS98L
                 END-IF
              END-IF
              READ ARQ-EXTRATO NEXT
           END-PERFORM

           CLOSE ARQ-EXTRATO

           IF QTD-FALHAS-HBSIS98L      GREATER ZEROS
              MOVE 4                   TO COD-RETORNO-HBSIS98L
           ELSE
              MOVE ZEROS               TO COD-RETORNO-HBSIS98L
           END-IF

           MOVE SPACES                 TO MSG-RETORNO-HBSIS98L
           STRING "EXTRATOS AGENDADOS: "
                  QTD-EXTRATOS-HBSIS98L
                  " GERADOS, "
                  QTD-FALHAS-HBSIS98L
                  " COM FALHA"
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS98L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE A DEFINICAO LIDA ESTA AGENDADA PARA HOJE E AINDA   *
      * NAO FOI EXECUTADA HOJE                                         *
      *----------------------------------------------------------------*
       2710-VERIFICA-AGENDA            SECTION.

           MOVE "N"                    TO WS-AGENDADO-HOJE

           IF DATA-ULT-EXEC-HBSIS98C   NOT LESS WS-DATA-HOJE
              GO TO 2710-EXIT
           END-IF

           EVALUATE AGENDA-HBSIS98C
               WHEN "D"
                    MOVE "S"           TO WS-AGENDADO-HOJE
               WHEN "S"
                    IF DIA-AGENDA-HBSIS98C EQUAL WS-DIA-SEMANA
                       MOVE "S"        TO WS-AGENDADO-HOJE
                    END-IF
               WHEN "M"
                    IF DIA-AGENDA-HBSIS98C EQUAL WS-DATA-HOJE (7:2)
                       MOVE "S"        TO WS-AGENDADO-HOJE
                    END-IF
           END-EVALUATE

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA O EXTRATO DA DEFINICAO EM WS-DEF: SELECIONA OS CLIENTES   *
      * PELOS FILTROS, ORDENA PELAS CHAVES DEFINIDAS E GRAVA NO        *
      * FORMATO PEDIDO. FORA DO TESTE, O ARQUIVO RECEBE NOME PROPRIO   *
      * COM DATA E HORA E E REGISTRADO NO HBSIS42P PARA A ENTREGA      *
      *----------------------------------------------------------------*
       2800-GERA-EXTRATO               SECTION.

           MOVE ZEROS                  TO WS-QTD-SELECIONADOS
                                          WS-QTD-GRAVADOS
           MOVE "N"                    TO WS-DISTRIB-ABERTA
                                          WS-VOLUME-ABERTO
                                          WS-VISITA-ABERTA

           PERFORM 2810-PREPARA-DEFINICAO

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CARIMBO-GERACAO
           MOVE SPACES                 TO WS-NOME-ARQ-EXTRATO

           IF WS-MODO-TESTE            EQUAL "S"
              STRING "EXTRATOTESTE"
                     DELIMITED BY SIZE INTO WS-NOME-ARQ-EXTRATO
           ELSE
              STRING "EXT-"            DELIMITED BY SIZE
                     WS-DEF-NOME       DELIMITED BY SPACE
                     "-"
                     WS-CARIMBO-GERACAO (1:8)
                     "-"
                     WS-CARIMBO-GERACAO (9:6)
                     DELIMITED BY SIZE INTO WS-NOME-ARQ-EXTRATO
           END-IF

           IF WS-DEF-FORMATO           EQUAL "F"
              STRING WS-NOME-ARQ-EXTRATO DELIMITED BY SPACE
                     ".TXT"            DELIMITED BY SIZE
                                       INTO WS-NOME-ARQ-EXTRATO
           ELSE
              STRING WS-NOME-ARQ-EXTRATO DELIMITED BY SPACE
                     ".CSV"            DELIMITED BY SIZE
                                       INTO WS-NOME-ARQ-EXTRATO
           END-IF

           IF WS-PRECISA-VENDEDOR      EQUAL "S"
              PERFORM 2820-DESCOBRE-ULTIMA-EXECUCAO
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS98L
              MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                                       TO MSG-RETORNO-HBSIS98L
              GO TO 2800-EXIT
           END-IF

      *    OS ARQUIVOS DOS CAMPOS CALCULADOS SAO OPCIONAIS: SEM ELES
      *    O CAMPO SAI ZERADO
           IF WS-PRECISA-VENDEDOR      EQUAL "S" AND
              WS-ULT-DATA-EXEC         GREATER ZEROS
              OPEN INPUT ARQ-DISTRIBUICAO
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
                 MOVE "S"              TO WS-DISTRIB-ABERTA
              END-IF
           END-IF

           IF WS-PRECISA-RECEITA       EQUAL "S"
              OPEN INPUT ARQ-VOLUME
              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 MOVE "S"              TO WS-VOLUME-ABERTO
              END-IF
           END-IF

           IF WS-PRECISA-VISITA        EQUAL "S"
              OPEN INPUT ARQ-VISITA
              IF WS-FL-STATUS-VIS      EQUAL ZEROS
                 MOVE "S"              TO WS-VISITA-ABERTA
              END-IF
           END-IF

           OPEN OUTPUT SAI-EXTRATO

           IF WS-FL-STATUS-SAI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS98L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DO EXTRATO"
                                       TO MSG-RETORNO-HBSIS98L
              PERFORM 2890-FECHA-ARQUIVOS
              GO TO 2800-EXIT
           END-IF

           IF WS-DEF-FORMATO           EQUAL "C"
              PERFORM 2830-GRAVA-CABECALHO
           END-IF

           SORT ARQ-SORT-EXT
               ON ASCENDING KEY SRT-CHAVE-1
                                SRT-CHAVE-2
                                SRT-SEQ
               INPUT PROCEDURE IS 2840-SELECIONA-CLIENTES
               OUTPUT PROCEDURE IS 2870-GRAVA-SAIDA

           PERFORM 2890-FECHA-ARQUIVOS
           CLOSE SAI-EXTRATO

           IF WS-MODO-TESTE            NOT EQUAL "S"
              MOVE 1                   TO COD-FUNCAO-HBSIS42
              MOVE WS-NOME-ARQ-EXTRATO TO NOME-ARQ-HBSIS42
              MOVE WS-QTD-GRAVADOS     TO QTD-REGISTROS-HBSIS42
              CALL WS-HBSIS42          USING HBSIS42L
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS98L
           MOVE WS-NOME-ARQ-EXTRATO    TO NOME-ARQ-HBSIS98L
           MOVE WS-QTD-SELECIONADOS    TO QTD-SELECIONADOS-HBSIS98L

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREPARA A DEFINICAO: MARCA OS CAMPOS CALCULADOS USADOS E       *
      * CONVERTE OS VALORES DOS FILTROS                                *
      *----------------------------------------------------------------*
       2810-PREPARA-DEFINICAO          SECTION.

           MOVE "N"                    TO WS-PRECISA-VENDEDOR
                                          WS-PRECISA-RECEITA
                                          WS-PRECISA-VISITA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 15
              MOVE WS-DEF-CAMPO (WS-IDX)
                                       TO WS-COD-CAMPO
              PERFORM 2815-MARCA-CALCULADO
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 2
              MOVE WS-DEF-ORD-CAMPO (WS-IDX)
                                       TO WS-COD-CAMPO
              PERFORM 2815-MARCA-CALCULADO
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 5
              MOVE ZEROS               TO WS-FIL-NUM (WS-IDX)
              MOVE SPACES              TO WS-FIL-TXT (WS-IDX)
              MOVE WS-DEF-FIL-CAMPO (WS-IDX)
                                       TO WS-COD-CAMPO
              IF WS-COD-CAMPO          GREATER ZEROS
                 PERFORM 2815-MARCA-CALCULADO
                 IF WS-CAT-TIPO (WS-COD-CAMPO) EQUAL "X"
                    MOVE FUNCTION UPPER-CASE
                         (WS-DEF-FIL-VALOR (WS-IDX))
                                       TO WS-FIL-TXT (WS-IDX)
                 ELSE
                    COMPUTE WS-FIL-NUM (WS-IDX) =
                            FUNCTION NUMVAL (WS-DEF-FIL-VALOR (WS-IDX))
                 END-IF
              END-IF
           END-PERFORM

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA O CAMPO CALCULADO CORRESPONDENTE A WS-COD-CAMPO          *
      *----------------------------------------------------------------*
       2815-MARCA-CALCULADO            SECTION.

           EVALUATE WS-COD-CAMPO
               WHEN 25
               WHEN 26
                    MOVE "S"           TO WS-PRECISA-VENDEDOR
               WHEN 27
                    MOVE "S"           TO WS-PRECISA-RECEITA
               WHEN 28
               WHEN 29
                    MOVE "S"           TO WS-PRECISA-VISITA
           END-EVALUATE

           .
       2815-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESCOBRE A ULTIMA EXECUCAO DA DISTRIBUICAO (VENDEDOR ATUAL)    *
      *----------------------------------------------------------------*
       2820-DESCOBRE-ULTIMA-EXECUCAO   SECTION.

           MOVE ZEROS                  TO WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2820-EXIT
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

           CLOSE ARQ-DISTRIBUICAO

           .
       2820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO CSV: TITULOS DOS CAMPOS DE SAIDA                  *
      *----------------------------------------------------------------*
       2830-GRAVA-CABECALHO            SECTION.

           MOVE SPACES                 TO WS-LINHA
           MOVE 1                      TO WS-PTR
           MOVE "S"                    TO WS-PRIMEIRO-CAMPO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 15
              IF WS-DEF-CAMPO (WS-IDX) GREATER ZEROS
                 MOVE SPACES           TO WS-VAL-EDITADO
                 MOVE WS-CAT-CABECALHO (WS-DEF-CAMPO (WS-IDX))
                                       TO WS-VAL-EDITADO
                 PERFORM 2885-ACRESCENTA-CSV
              END-IF
           END-PERFORM

           WRITE REG-SAI-EXTRATO       FROM WS-LINHA

           .
       2830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO CADASTRO DE CLIENTES E ALIMENTACAO DO SORT          *
      *----------------------------------------------------------------*
       2840-SELECIONA-CLIENTES         SECTION.

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS02C

           START ARQ-CLIENTE KEY IS NOT LESS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              PERFORM 2845-TRATA-CLIENTE
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           .
       2840-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA OS FILTROS AO CLIENTE LIDO E, SE SELECIONADO, MONTA A   *
      * LINHA DE SAIDA E AS CHAVES DE ORDENACAO                        *
      *----------------------------------------------------------------*
       2845-TRATA-CLIENTE              SECTION.

           PERFORM 2850-OBTEM-CALCULADOS

           MOVE "S"                    TO WS-SELECIONADO

           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL GREATER 5
                      OR WS-SELECIONADO EQUAL "N"
              IF WS-DEF-FIL-CAMPO (WS-IDX-FIL) GREATER ZEROS
                 PERFORM 2860-APLICA-FILTRO
              END-IF
           END-PERFORM

           IF WS-SELECIONADO           EQUAL "N"
              GO TO 2845-EXIT
           END-IF

           ADD 1                       TO WS-QTD-SELECIONADOS

           MOVE SPACES                 TO SRT-CHAVE-1
                                          SRT-CHAVE-2

           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD GREATER 2
              IF WS-DEF-ORD-CAMPO (WS-IDX-ORD) GREATER ZEROS
                 MOVE WS-DEF-ORD-CAMPO (WS-IDX-ORD)
                                       TO WS-COD-CAMPO
                 PERFORM 2855-OBTEM-VALOR
                 PERFORM 2865-MONTA-CHAVE
                 IF WS-IDX-ORD         EQUAL 1
                    MOVE WS-CHAVE      TO SRT-CHAVE-1
                 ELSE
                    MOVE WS-CHAVE      TO SRT-CHAVE-2
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 2880-MONTA-LINHA

           MOVE WS-QTD-SELECIONADOS    TO SRT-SEQ
           MOVE WS-LINHA               TO SRT-LINHA

           RELEASE REG-SORT-EXT

           .
       2845-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OBTEM OS CAMPOS CALCULADOS USADOS PELA DEFINICAO               *
      *----------------------------------------------------------------*
       2850-OBTEM-CALCULADOS           SECTION.

           IF WS-PRECISA-VENDEDOR      EQUAL "S"
              PERFORM 2851-BUSCA-VENDEDOR-ATUAL
           END-IF

           IF WS-PRECISA-RECEITA       EQUAL "S"
              PERFORM 2852-SOMA-RECEITA-12M
           END-IF

           IF WS-PRECISA-VISITA        EQUAL "S"
              PERFORM 2853-BUSCA-ULTIMA-VISITA
           END-IF

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDOR DO CLIENTE NA ULTIMA EXECUCAO DA DISTRIBUICAO         *
      *----------------------------------------------------------------*
       2851-BUSCA-VENDEDOR-ATUAL       SECTION.

           MOVE ZEROS                  TO WS-VEND-ATUAL
           MOVE SPACES                 TO WS-NOME-VEND-ATUAL

           IF WS-DISTRIB-ABERTA        NOT EQUAL "S"
              GO TO 2851-EXIT
           END-IF

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS07C
           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS07C

           READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
           AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
              MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-VEND-ATUAL
              MOVE NOME-VEND-HBSIS07C  TO WS-NOME-VEND-ATUAL
           END-IF

           .
       2851-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A RECEITA DOS ULTIMOS DOZE MESES DO CLIENTE (TODAS AS     *
      * CATEGORIAS)                                                    *
      *----------------------------------------------------------------*
       2852-SOMA-RECEITA-12M           SECTION.

           MOVE ZEROS                  TO WS-RECEITA-12M

           IF WS-VOLUME-ABERTO         NOT EQUAL "S"
              GO TO 2852-EXIT
           END-IF

           MOVE WS-DATA-HOJE (1:4)     TO WS-AM-ANO
           MOVE WS-DATA-HOJE (5:2)     TO WS-AM-MES

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER 12
              MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS16C
              COMPUTE ANO-MES-HBSIS16C =
                      WS-AM-ANO * 100 + WS-AM-MES
              MOVE LOW-VALUES          TO CATEGORIA-HBSIS16C

              START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 READ ARQ-VOLUME NEXT
              END-IF

              PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                 OR COD-CLIENTE-HBSIS16C NOT EQUAL
                    COD-CLIENTE-HBSIS02C
                 OR ANO-MES-HBSIS16C   NOT EQUAL
                    (WS-AM-ANO * 100 + WS-AM-MES)
                 ADD RECEITA-HBSIS16C  TO WS-RECEITA-12M
                 READ ARQ-VOLUME NEXT
              END-PERFORM

              IF WS-AM-MES             EQUAL 1
                 MOVE 12               TO WS-AM-MES
                 SUBTRACT 1            FROM WS-AM-ANO
              ELSE
                 SUBTRACT 1            FROM WS-AM-MES
              END-IF
           END-PERFORM

           .
       2852-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ULTIMA VISITA REALIZADA DO CLIENTE E DIAS DECORRIDOS ATE HOJE  *
      *----------------------------------------------------------------*
       2853-BUSCA-ULTIMA-VISITA        SECTION.

           MOVE ZEROS                  TO WS-DATA-ULT-VISITA
           MOVE 99999                  TO WS-DIAS-SEM-VISITA

           IF WS-VISITA-ABERTA         NOT EQUAL "S"
              GO TO 2853-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS43C
           MOVE ZEROS                  TO DATA-VISITA-HBSIS43C
                                          COD-VENDEDOR-HBSIS43C

           START ARQ-VISITA KEY IS NOT LESS CHAVE-HBSIS43C

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              READ ARQ-VISITA NEXT
           END-IF

      *    AS VISITAS DO CLIENTE VEM EM ORDEM DE DATA
           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
              OR COD-CLIENTE-HBSIS43C  NOT EQUAL COD-CLIENTE-HBSIS02C
              IF RESULTADO-HBSIS43C    EQUAL "R"
                 MOVE DATA-VISITA-HBSIS43C
                                       TO WS-DATA-ULT-VISITA
              END-IF
              READ ARQ-VISITA NEXT
           END-PERFORM

           IF WS-DATA-ULT-VISITA       GREATER ZEROS
              COMPUTE WS-DIAS-CALC =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) -
                      FUNCTION INTEGER-OF-DATE (WS-DATA-ULT-VISITA)
              IF WS-DIAS-CALC          LESS ZEROS
                 MOVE ZEROS            TO WS-DIAS-CALC
              END-IF
              MOVE WS-DIAS-CALC        TO WS-DIAS-SEM-VISITA
           END-IF

           .
       2853-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALOR DO CAMPO WS-COD-CAMPO DO CLIENTE CORRENTE: NUMERICOS EM  *
      * WS-VAL-NUM, TEXTOS EM WS-VAL-TXT                               *
      *----------------------------------------------------------------*
       2855-OBTEM-VALOR                SECTION.

           MOVE ZEROS                  TO WS-VAL-NUM
           MOVE SPACES                 TO WS-VAL-TXT

           EVALUATE WS-COD-CAMPO
               WHEN 01
                    MOVE COD-CLIENTE-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 02
                    MOVE CNPJ-HBSIS02C TO WS-VAL-NUM
               WHEN 03
                    MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 04
                    MOVE LATITUDE-CLI-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 05
                    MOVE LONGITUDE-CLI-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 06
                    MOVE FLAG-ATIVO-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 07
                    MOVE COD-REGIAO-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 08
                    MOVE DATA-ALTERACAO-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 09
                    MOVE HORA-ALTERACAO-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 10
                    MOVE OPERADOR-ALTER-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 11
                    MOVE LOGRADOURO-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 12
                    MOVE NUMERO-END-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 13
                    MOVE MUNICIPIO-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 14
                    MOVE UF-HBSIS02C   TO WS-VAL-TXT
               WHEN 15
                    MOVE CEP-HBSIS02C  TO WS-VAL-NUM
               WHEN 16
                    MOVE CLASSIF-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 17
                    MOVE COD-VEND-FIXO-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 18
                    MOVE FREQ-VISITA-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 19
                    MOVE SITUACAO-APROV-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 20
                    MOVE FLAG-CREDITO-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 21
                    MOVE COD-FUSAO-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 22
                    MOVE COD-FILIAL-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 23
                    MOVE PRECISAO-COORD-HBSIS02C
                                       TO WS-VAL-TXT
               WHEN 24
                    MOVE COD-CANAL-HBSIS02C
                                       TO WS-VAL-NUM
               WHEN 25
                    MOVE WS-VEND-ATUAL TO WS-VAL-NUM
               WHEN 26
                    MOVE WS-NOME-VEND-ATUAL
                                       TO WS-VAL-TXT
               WHEN 27
                    MOVE WS-RECEITA-12M
                                       TO WS-VAL-NUM
               WHEN 28
                    MOVE WS-DATA-ULT-VISITA
                                       TO WS-VAL-NUM
               WHEN 29
                    MOVE WS-DIAS-SEM-VISITA
                                       TO WS-VAL-NUM
           END-EVALUATE

           .
       2855-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FORMA DE SAIDA DO VALOR OBTIDO (WS-VAL-EDITADO COM A LARGURA   *
      * DO CATALOGO EM WS-VAL-TAM)                                     *
      *----------------------------------------------------------------*
       2856-EDITA-VALOR                SECTION.

           MOVE SPACES                 TO WS-VAL-EDITADO
           MOVE WS-CAT-TAMANHO (WS-COD-CAMPO)
                                       TO WS-VAL-TAM

           EVALUATE WS-CAT-TIPO (WS-COD-CAMPO)
               WHEN "I"
                    MOVE WS-VAL-NUM    TO WS-VAL-INT
                    MOVE WS-VAL-INT-R (15 - WS-VAL-TAM:WS-VAL-TAM)
                                       TO WS-VAL-EDITADO
               WHEN "C"
                    MOVE WS-VAL-NUM    TO WS-ED-COORD
                    MOVE WS-ED-COORD   TO WS-VAL-EDITADO
               WHEN "V"
                    MOVE WS-VAL-NUM    TO WS-ED-VALOR
                    MOVE WS-ED-VALOR   TO WS-VAL-EDITADO
               WHEN OTHER
                    MOVE WS-VAL-TXT    TO WS-VAL-EDITADO
           END-EVALUATE

           .
       2856-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA O FILTRO WS-IDX-FIL: NUMEROS COMPARADOS PELO VALOR,     *
      * TEXTOS EM MAIUSCULAS                                           *
      *----------------------------------------------------------------*
       2860-APLICA-FILTRO              SECTION.

           MOVE WS-DEF-FIL-CAMPO (WS-IDX-FIL)
                                       TO WS-COD-CAMPO
           PERFORM 2855-OBTEM-VALOR

           IF WS-CAT-TIPO (WS-COD-CAMPO) EQUAL "X"
              MOVE FUNCTION UPPER-CASE (WS-VAL-TXT)
                                       TO WS-VAL-TXT
              EVALUATE TRUE
                  WHEN WS-VAL-TXT      LESS WS-FIL-TXT (WS-IDX-FIL)
                       MOVE -1         TO WS-COMPARA
                  WHEN WS-VAL-TXT      GREATER WS-FIL-TXT (WS-IDX-FIL)
                       MOVE 1          TO WS-COMPARA
                  WHEN OTHER
                       MOVE 0          TO WS-COMPARA
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                  WHEN WS-VAL-NUM      LESS WS-FIL-NUM (WS-IDX-FIL)
                       MOVE -1         TO WS-COMPARA
                  WHEN WS-VAL-NUM      GREATER WS-FIL-NUM (WS-IDX-FIL)
                       MOVE 1          TO WS-COMPARA
                  WHEN OTHER
                       MOVE 0          TO WS-COMPARA
              END-EVALUATE
           END-IF

           EVALUATE WS-DEF-FIL-OPER (WS-IDX-FIL)
               WHEN "EQ"
                    IF WS-COMPARA      NOT EQUAL 0
                       MOVE "N"        TO WS-SELECIONADO
                    END-IF
               WHEN "NE"
                    IF WS-COMPARA      EQUAL 0
                       MOVE "N"        TO WS-SELECIONADO
                    END-IF
               WHEN "GT"
                    IF WS-COMPARA      NOT EQUAL 1
                       MOVE "N"        TO WS-SELECIONADO
                    END-IF
               WHEN "GE"
                    IF WS-COMPARA      EQUAL -1
                       MOVE "N"        TO WS-SELECIONADO
                    END-IF
               WHEN "LT"
                    IF WS-COMPARA      NOT EQUAL -1
                       MOVE "N"        TO WS-SELECIONADO
                    END-IF
               WHEN "LE"
                    IF WS-COMPARA      EQUAL 1
                       MOVE "N"        TO WS-SELECIONADO
                    END-IF
           END-EVALUATE

           .
       2860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CHAVE DE ORDENACAO DO VALOR OBTIDO (SENTIDO DE WS-IDX-ORD)     *
      *----------------------------------------------------------------*
       2865-MONTA-CHAVE                SECTION.

           MOVE SPACES                 TO WS-CHAVE

           IF WS-CAT-TIPO (WS-COD-CAMPO) EQUAL "X"
              MOVE FUNCTION UPPER-CASE (WS-VAL-TXT)
                                       TO WS-CHAVE
           ELSE
              COMPUTE WS-CHAVE-NUM     = WS-VAL-NUM + 100000000000000
              MOVE WS-CHAVE-NUM-R      TO WS-CHAVE
           END-IF

           IF WS-DEF-ORD-SENTIDO (WS-IDX-ORD) EQUAL "D"
              INSPECT WS-CHAVE         CONVERTING WS-ALFABETO
                                               TO WS-ALFABETO-INV
           END-IF

           .
       2865-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DOS CLIENTES SELECIONADOS NA ORDEM DEFINIDA (NO TESTE *
      * SO A AMOSTRA E GRAVADA)                                        *
      *----------------------------------------------------------------*
       2870-GRAVA-SAIDA                SECTION.

           MOVE ZEROS                  TO WS-FL-STATUS-SORT

           RETURN ARQ-SORT-EXT AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              IF WS-MODO-TESTE         NOT EQUAL "S" OR
                 WS-QTD-GRAVADOS       LESS WS-MAX-AMOSTRA
                 WRITE REG-SAI-EXTRATO FROM SRT-LINHA
                 ADD 1                 TO WS-QTD-GRAVADOS
              END-IF
              RETURN ARQ-SORT-EXT AT END MOVE "10" TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           .
       2870-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A LINHA DE SAIDA DO CLIENTE CORRENTE NO FORMATO PEDIDO   *
      *----------------------------------------------------------------*
       2880-MONTA-LINHA                SECTION.

           MOVE SPACES                 TO WS-LINHA
           MOVE 1                      TO WS-PTR
           MOVE "S"                    TO WS-PRIMEIRO-CAMPO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 15
              IF WS-DEF-CAMPO (WS-IDX) GREATER ZEROS
                 MOVE WS-DEF-CAMPO (WS-IDX)
                                       TO WS-COD-CAMPO
                 PERFORM 2855-OBTEM-VALOR
                 PERFORM 2856-EDITA-VALOR
                 IF WS-DEF-FORMATO     EQUAL "F"
                    MOVE WS-VAL-EDITADO (1:WS-VAL-TAM)
                                       TO WS-LINHA (WS-PTR:WS-VAL-TAM)
                    ADD WS-VAL-TAM     TO WS-PTR
                 ELSE
                    PERFORM 2885-ACRESCENTA-CSV
                 END-IF
              END-IF
           END-PERFORM

           .
       2880-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA WS-VAL-EDITADO A LINHA CSV, SEM OS BRANCOS DAS      *
      * PONTAS (O SEPARADOR ; DENTRO DO TEXTO VIRA ,)                  *
      *----------------------------------------------------------------*
       2885-ACRESCENTA-CSV             SECTION.

           IF WS-PRIMEIRO-CAMPO        EQUAL "S"
              MOVE "N"                 TO WS-PRIMEIRO-CAMPO
           ELSE
              MOVE ";"                 TO WS-LINHA (WS-PTR:1)
              ADD 1                    TO WS-PTR
           END-IF

           IF WS-VAL-EDITADO           EQUAL SPACES
              GO TO 2885-EXIT
           END-IF

           INSPECT WS-VAL-EDITADO      REPLACING ALL ";" BY ","

           COMPUTE WS-TAM-TEXTO =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-VAL-EDITADO))
           MOVE FUNCTION TRIM (WS-VAL-EDITADO)
                                       TO WS-LINHA
                                          (WS-PTR:WS-TAM-TEXTO)
           ADD WS-TAM-TEXTO            TO WS-PTR

           .
       2885-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DE ENTRADA                             *
      *----------------------------------------------------------------*
       2890-FECHA-ARQUIVOS             SECTION.

           CLOSE ARQ-CLIENTE

           IF WS-DISTRIB-ABERTA        EQUAL "S"
              CLOSE ARQ-DISTRIBUICAO
           END-IF

           IF WS-VOLUME-ABERTO         EQUAL "S"
              CLOSE ARQ-VOLUME
           END-IF

           IF WS-VISITA-ABERTA         EQUAL "S"
              CLOSE ARQ-VISITA
           END-IF

           .
       2890-EXIT.
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
      * FIM DO PROGRAMA HBSIS98P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS98P.
