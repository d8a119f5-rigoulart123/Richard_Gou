       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS91P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: POSICAO DO CADASTRO DE CLIENTES OU VENDEDORES   *
      *                EM UMA DATA: PARTE DO CADASTRO ATUAL E DESFAZ,  *
      *                DA MAIS RECENTE PARA A MAIS ANTIGA, AS IMAGENS  *
      *                ANTES/DEPOIS DA AUDITORIA POSTERIORES A DATA.   *
      *                DEVOLVE A POSICAO DE UM REGISTRO OU GRAVA A DO  *
      *                CADASTRO INTEIRO NO LAY-OUT DO CADASTRO, E      *
      *                RELACIONA AS QUEBRAS NA CADEIA DA AUDITORIA     *
      *                (ALTERACAO SEM ENTRADA DE AUDITORIA)            *
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

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT POS-CLIENTE        ASSIGN TO "POSICAOCLIENTE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-POS.

           SELECT POS-VENDEDOR       ASSIGN TO "POSICAOVENDEDOR.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-POS.

           SELECT REL-DIVERGENCIA    ASSIGN TO "RELPOSICAODIVERG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-SORT-AUDITORIA ASSIGN TO "SORTPOSICAO.TMP"
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

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       01  REG-AUDITORIA               PIC X(234).

       FD  POS-CLIENTE.
       01  REG-POS-CLIENTE             PIC X(250).

       FD  POS-VENDEDOR.
       01  REG-POS-VENDEDOR            PIC X(150).

       FD  REL-DIVERGENCIA.
       01  REG-REL-DIVERGENCIA         PIC X(132).

      *    ENTRADAS DA AUDITORIA POR CODIGO, DA MAIS RECENTE PARA A
      *    MAIS ANTIGA (SEQUENCIA = ORDEM DE GRAVACAO NO ARQUIVO)
       SD  ARQ-SORT-AUDITORIA.
       01  REG-SORT-AUDITORIA.
           05  SRT-CODIGO              PIC  9(007).
           05  SRT-DATA                PIC  9(008).
           05  SRT-HORA                PIC  9(006).
           05  SRT-SEQUENCIA           PIC  9(009).
           05  SRT-AUDITORIA           PIC  X(234).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-POS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       COPY "HBSIS08C.CPY".

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-SEQUENCIA                PIC  9(009)         VALUE ZEROS.
       01  WS-COD-ENTRADA              PIC  9(007)         VALUE ZEROS.
       01  WS-ENTIDADE-AUD             PIC  X(008)         VALUE SPACES.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

      *    CODIGOS CORRENTES DO CADASTRO E DO SORT (99999999 = FIM)
       01  WS-MES-CODIGO               PIC  9(008)         VALUE ZEROS.
       01  WS-SRT-CODIGO               PIC  9(008)         VALUE ZEROS.
       01  WS-COD-ATUAL                PIC  9(008)         VALUE ZEROS.
       01  WS-FIM-MESTRE               PIC  X(001)         VALUE "N".
       01  WS-PRIMEIRA-LEITURA         PIC  X(001)         VALUE "S".
       01  WS-POSICAO-FIXADA           PIC  X(001)         VALUE "N".

      *    REGISTRO LIDO DO CADASTRO (PROXIMO) E REGISTRO EM TRATAMENTO
       01  WS-REG-PROXIMO              PIC  X(250)         VALUE SPACES.
       01  WS-REG-MESTRE               PIC  X(250)         VALUE SPACES.

      *----------------------------------------------------------------*
      * ESTADO DO REGISTRO ENQUANTO AS ALTERACOES SAO DESFEITAS E A    *
      * POSICAO NA DATA PEDIDA (MESMO LAY-OUT)                         *
      *----------------------------------------------------------------*
       01  WS-ESTADO.
           05  WS-EST-EXISTE           PIC  X(001)         VALUE "N".
           05  WS-EST-IDENT            PIC  9(014)         VALUE ZEROS.
           05  WS-EST-NOME             PIC  X(040)         VALUE SPACES.
           05  WS-EST-LATITUDE         PIC S9(003)V9(008)  VALUE ZEROS.
           05  WS-EST-LONGITUDE        PIC S9(003)V9(008)  VALUE ZEROS.
           05  WS-EST-FLAG-ATIVO       PIC  X(001)         VALUE SPACES.
           05  WS-EST-COD-REGIAO       PIC  9(003)         VALUE ZEROS.
           05  WS-EST-CLASSIF          PIC  X(001)         VALUE SPACES.
           05  WS-EST-COD-FUSAO        PIC  9(007)         VALUE ZEROS.

       01  WS-POSICAO.
           05  WS-POS-EXISTE           PIC  X(001)         VALUE "N".
           05  WS-POS-IDENT            PIC  9(014)         VALUE ZEROS.
           05  WS-POS-NOME             PIC  X(040)         VALUE SPACES.
           05  WS-POS-LATITUDE         PIC S9(003)V9(008)  VALUE ZEROS.
           05  WS-POS-LONGITUDE        PIC S9(003)V9(008)  VALUE ZEROS.
           05  WS-POS-FLAG-ATIVO       PIC  X(001)         VALUE SPACES.
           05  WS-POS-COD-REGIAO       PIC  9(003)         VALUE ZEROS.
           05  WS-POS-CLASSIF          PIC  X(001)         VALUE SPACES.
           05  WS-POS-COD-FUSAO        PIC  9(007)         VALUE ZEROS.

      *    CAMPOS DA IMAGEM DEPOIS QUE NAO CONFEREM COM O ESTADO
       01  WS-CAMPOS-DIVERGENTES       PIC  X(060)         VALUE SPACES.
       01  WS-PONTEIRO                 PIC  9(003)         VALUE ZEROS.
       01  WS-TEXTO-DIVERGENCIA        PIC  X(070)         VALUE SPACES.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE DIVERGENCIAS DA CADEIA DE AUDITORIA     *
      *----------------------------------------------------------------*
       01  CAB-DIVERG-1.
           03 FILLER                   PIC  X(040)         VALUE
              "QUEBRAS NA CADEIA DA AUDITORIA - CADASTR".
           03 FILLER                   PIC  X(005)         VALUE
              "O DE ".
           03 CAB-DIV-ENTIDADE         PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(013)         VALUE
              " POSICAO EM: ".
           03 CAB-DIV-DATA-POSICAO     PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(012)         VALUE
              "  EMISSAO: ".
           03 CAB-DIV-DATA-HOJE        PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(036)         VALUE SPACES.

       01  CAB-DIVERG-COLUNAS.
           03 FILLER                   PIC  X(009)         VALUE
              "CODIGO".
           03 FILLER                   PIC  X(009)         VALUE
              "DATA".
           03 FILLER                   PIC  X(007)         VALUE
              "HORA".
           03 FILLER                   PIC  X(009)         VALUE
              "OPERACAO".
           03 FILLER                   PIC  X(011)         VALUE
              "OPERADOR".
           03 FILLER                   PIC  X(087)         VALUE
              "DIVERGENCIA".

       01  DET-DIVERG.
           03 DET-DIV-CODIGO           PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-DIV-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-DIV-HORA             PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-DIV-OPERACAO         PIC  X(008)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-DIV-OPERADOR         PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-DIV-TEXTO            PIC  X(070)         VALUE SPACES.
           03 FILLER                   PIC  X(017)         VALUE SPACES.

       01  TOT-DIVERG.
           03 FILLER                   PIC  X(026)         VALUE
              "ALTERACOES DESFEITAS....: ".
           03 TOT-DIV-DESFEITAS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(026)         VALUE
              "   REGISTROS NA POSICAO: ".
           03 TOT-DIV-REGISTROS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(017)         VALUE
              "   DIVERGENCIAS: ".
           03 TOT-DIV-DIVERGENCIAS     PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(044)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS91L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS91L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS91L
                                          QTD-DESFEITAS-HBSIS91L
                                          QTD-REGISTROS-HBSIS91L
                                          QTD-DIVERGENCIAS-HBSIS91L
                                          IDENT-HBSIS91L
                                          LATITUDE-HBSIS91L
                                          LONGITUDE-HBSIS91L
                                          COD-REGIAO-HBSIS91L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS91L
                                          NOME-HBSIS91L
                                          FLAG-ATIVO-HBSIS91L
                                          CLASSIF-HBSIS91L
           MOVE "N"                    TO EXISTIA-HBSIS91L
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS91L
               WHEN 1
               WHEN 2
                    PERFORM 2100-VALIDA-PEDIDO
                    IF COD-RETORNO-HBSIS91L EQUAL ZEROS
                       PERFORM 2200-GERA-POSICAO
                    END-IF
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS91L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS91L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A ENTIDADE, A DATA DA POSICAO E O CODIGO                *
      *----------------------------------------------------------------*
       2100-VALIDA-PEDIDO              SECTION.

           EVALUATE ENTIDADE-HBSIS91L
               WHEN "C"
                    MOVE "CLIENTE "    TO WS-ENTIDADE-AUD
                    MOVE "CLIENTES"    TO CAB-DIV-ENTIDADE
               WHEN "V"
                    MOVE "VENDEDOR"    TO WS-ENTIDADE-AUD
                    MOVE "VENDEDORES"  TO CAB-DIV-ENTIDADE
               WHEN OTHER
                    MOVE 1             TO COD-RETORNO-HBSIS91L
                    MOVE "INFORME C-CLIENTES OU V-VENDEDORES"
                                       TO MSG-RETORNO-HBSIS91L
                    GO TO 2100-EXIT
           END-EVALUATE

           IF DATA-POSICAO-HBSIS91L    EQUAL ZEROS
           OR FUNCTION TEST-DATE-YYYYMMDD (DATA-POSICAO-HBSIS91L)
                                       NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS91L
              MOVE "DATA INVALIDA - INFORME AAAAMMDD"
                                       TO MSG-RETORNO-HBSIS91L
              GO TO 2100-EXIT
           END-IF

           IF DATA-POSICAO-HBSIS91L    GREATER WS-DATA-HOJE
              MOVE 1                   TO COD-RETORNO-HBSIS91L
              MOVE "A DATA DA POSICAO NAO PODE SER FUTURA"
                                       TO MSG-RETORNO-HBSIS91L
              GO TO 2100-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS91L      EQUAL 1
              IF CODIGO-HBSIS91L       EQUAL ZEROS
              OR (ENTIDADE-HBSIS91L    EQUAL "V" AND
                  CODIGO-HBSIS91L      GREATER 999)
                 MOVE 1                TO COD-RETORNO-HBSIS91L
                 MOVE "CODIGO INVALIDO"
                                       TO MSG-RETORNO-HBSIS91L
              END-IF
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ORDENA A AUDITORIA DA ENTIDADE POR CODIGO E CONFRONTA COM O    *
      * CADASTRO ATUAL, DESFAZENDO AS ALTERACOES                       *
      *----------------------------------------------------------------*
       2200-GERA-POSICAO               SECTION.

           IF ENTIDADE-HBSIS91L        EQUAL "C"
              OPEN INPUT ARQ-CLIENTE
              MOVE WS-FL-STATUS-CLI    TO WS-FL-STATUS-POS
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              MOVE WS-FL-STATUS-VEN    TO WS-FL-STATUS-POS
           END-IF

           IF WS-FL-STATUS-POS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS91L
              MOVE "ERRO NA ABERTURA DO CADASTRO"
                                       TO MSG-RETORNO-HBSIS91L
              GO TO 2200-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS91L      EQUAL 2
              IF ENTIDADE-HBSIS91L     EQUAL "C"
                 OPEN OUTPUT POS-CLIENTE
              ELSE
                 OPEN OUTPUT POS-VENDEDOR
              END-IF
           END-IF

           OPEN OUTPUT REL-DIVERGENCIA

           MOVE DATA-POSICAO-HBSIS91L  TO CAB-DIV-DATA-POSICAO
           MOVE WS-DATA-HOJE           TO CAB-DIV-DATA-HOJE
           WRITE REG-REL-DIVERGENCIA   FROM LINHA-TRACO
           WRITE REG-REL-DIVERGENCIA   FROM CAB-DIVERG-1
           WRITE REG-REL-DIVERGENCIA   FROM LINHA-TRACO
           WRITE REG-REL-DIVERGENCIA   FROM CAB-DIVERG-COLUNAS
           MOVE 4                      TO WS-QTD-LINHAS-REL

           SORT ARQ-SORT-AUDITORIA
               ON ASCENDING KEY SRT-CODIGO
               ON DESCENDING KEY SRT-DATA
                                 SRT-HORA
                                 SRT-SEQUENCIA
               INPUT PROCEDURE IS 2210-INPUT-AUDITORIA
               OUTPUT PROCEDURE IS 2300-OUTPUT-POSICAO

           MOVE QTD-DESFEITAS-HBSIS91L TO TOT-DIV-DESFEITAS
           MOVE QTD-REGISTROS-HBSIS91L TO TOT-DIV-REGISTROS
           MOVE QTD-DIVERGENCIAS-HBSIS91L
                                       TO TOT-DIV-DIVERGENCIAS
           WRITE REG-REL-DIVERGENCIA   FROM LINHA-TRACO
           WRITE REG-REL-DIVERGENCIA   FROM TOT-DIVERG
           ADD 2                       TO WS-QTD-LINHAS-REL

           CLOSE REL-DIVERGENCIA

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELPOSICAODIVERG.TXT" TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           IF ENTIDADE-HBSIS91L        EQUAL "C"
              CLOSE ARQ-CLIENTE
           ELSE
              CLOSE ARQ-VENDEDOR
           END-IF

           IF COD-FUNCAO-HBSIS91L      EQUAL 2
              MOVE 1                   TO COD-FUNCAO-HBSIS42
              IF ENTIDADE-HBSIS91L     EQUAL "C"
                 CLOSE POS-CLIENTE
                 MOVE "POSICAOCLIENTE.TXT"
                                       TO NOME-ARQ-HBSIS42
              ELSE
                 CLOSE POS-VENDEDOR
                 MOVE "POSICAOVENDEDOR.TXT"
                                       TO NOME-ARQ-HBSIS42
              END-IF
              MOVE QTD-REGISTROS-HBSIS91L
                                       TO QTD-REGISTROS-HBSIS42
              CALL WS-HBSIS42          USING HBSIS42L
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS91L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS91L

           IF COD-FUNCAO-HBSIS91L      EQUAL 1
              IF EXISTIA-HBSIS91L      EQUAL "S"
                 STRING "POSICAO MONTADA - DIVERGENCIAS: "
                        QTD-DIVERGENCIAS-HBSIS91L
                        DELIMITED BY SIZE
                                       INTO MSG-RETORNO-HBSIS91L
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS91L
                 MOVE "REGISTRO NAO EXISTIA NA DATA INFORMADA"
                                       TO MSG-RETORNO-HBSIS91L
              END-IF
           ELSE
              STRING "REGISTROS: "
                     QTD-REGISTROS-HBSIS91L
                     " DIVERGENCIAS: "
                     QTD-DIVERGENCIAS-HBSIS91L
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS91L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA PARA O SORT AS ENTRADAS DA AUDITORIA DA ENTIDADE (E DO  *
      * CODIGO, NA POSICAO DE UM REGISTRO)                             *
      *----------------------------------------------------------------*
       2210-INPUT-AUDITORIA            SECTION.

           MOVE ZEROS                  TO WS-SEQUENCIA

           OPEN INPUT ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         NOT EQUAL ZEROS
              GO TO 2210-EXIT
           END-IF

           READ ARQ-AUDITORIA          INTO ARQ-HBSIS08C

           PERFORM UNTIL WS-FL-STATUS-AUD NOT EQUAL "00"
              ADD 1                    TO WS-SEQUENCIA
              IF ENTIDADE-AUDITORIA-HBSIS08C EQUAL WS-ENTIDADE-AUD
                 PERFORM 2220-LIBERA-ENTRADA
              END-IF
              READ ARQ-AUDITORIA       INTO ARQ-HBSIS08C
           END-PERFORM

           CLOSE ARQ-AUDITORIA

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CODIGO DA ENTRADA: NA FUSAO E O CLIENTE FUNDIDO (IMAGEM        *
      * ANTES); NAS DEMAIS, O DA IMAGEM DEPOIS OU, SEM ELA, O DA       *
      * IMAGEM ANTES                                                   *
      *----------------------------------------------------------------*
       2220-LIBERA-ENTRADA             SECTION.

           IF OPERACAO-AUDITORIA-HBSIS08C EQUAL "FUSAO   "
           OR COD-DEPOIS-HBSIS08C      EQUAL ZEROS
              MOVE COD-ANTES-HBSIS08C  TO WS-COD-ENTRADA
           ELSE
              MOVE COD-DEPOIS-HBSIS08C TO WS-COD-ENTRADA
           END-IF

           IF WS-COD-ENTRADA           EQUAL ZEROS
              GO TO 2220-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS91L      EQUAL 1
           AND WS-COD-ENTRADA          NOT EQUAL CODIGO-HBSIS91L
              GO TO 2220-EXIT
           END-IF

           MOVE WS-COD-ENTRADA         TO SRT-CODIGO
           MOVE DATA-AUDITORIA-HBSIS08C
                                       TO SRT-DATA
           MOVE HORA-AUDITORIA-HBSIS08C
                                       TO SRT-HORA
           MOVE WS-SEQUENCIA           TO SRT-SEQUENCIA
           MOVE ARQ-HBSIS08C           TO SRT-AUDITORIA

           RELEASE REG-SORT-AUDITORIA

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFRONTO DO CADASTRO (EM ORDEM DE CODIGO) COM AS ENTRADAS     *
      * ORDENADAS; CADA CODIGO PRESENTE EM UM DOS DOIS E TRATADO       *
      *----------------------------------------------------------------*
       2300-OUTPUT-POSICAO             SECTION.

           MOVE "N"                    TO WS-FIM-MESTRE
           MOVE "S"                    TO WS-PRIMEIRA-LEITURA
           MOVE "00"                   TO WS-FL-STATUS-SORT

           PERFORM 2310-LE-MESTRE
           PERFORM 2320-RETORNA-SORT

           PERFORM UNTIL WS-MES-CODIGO EQUAL 99999999
                     AND WS-SRT-CODIGO EQUAL 99999999
              IF WS-MES-CODIGO         LESS WS-SRT-CODIGO
                 MOVE WS-MES-CODIGO    TO WS-COD-ATUAL
              ELSE
                 MOVE WS-SRT-CODIGO    TO WS-COD-ATUAL
              END-IF
              PERFORM 2330-TRATA-CODIGO
           END-PERFORM

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO REGISTRO DO CADASTRO PARA WS-REG-PROXIMO; NA      *
      * POSICAO DE UM REGISTRO, LE SO O CODIGO PEDIDO                  *
      *----------------------------------------------------------------*
       2310-LE-MESTRE                  SECTION.

           IF WS-FIM-MESTRE            EQUAL "S"
              MOVE 99999999            TO WS-MES-CODIGO
              GO TO 2310-EXIT
           END-IF

           IF COD-FUNCAO-HBSIS91L      EQUAL 1
              IF WS-PRIMEIRA-LEITURA   EQUAL "N"
                 MOVE "S"              TO WS-FIM-MESTRE
                 MOVE 99999999         TO WS-MES-CODIGO
                 GO TO 2310-EXIT
              END-IF
              MOVE "N"                 TO WS-PRIMEIRA-LEITURA
              MOVE "S"                 TO WS-FIM-MESTRE
              MOVE 99999999            TO WS-MES-CODIGO
              IF ENTIDADE-HBSIS91L     EQUAL "C"
                 MOVE CODIGO-HBSIS91L  TO COD-CLIENTE-HBSIS02C
                 READ ARQ-CLIENTE      INTO WS-REG-PROXIMO
                                       KEY IS COD-CLIENTE-HBSIS02C
                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    MOVE "N"           TO WS-FIM-MESTRE
                    MOVE COD-CLIENTE-HBSIS02C
                                       TO WS-MES-CODIGO
                 END-IF
              ELSE
                 MOVE CODIGO-HBSIS91L  TO COD-VENDEDOR-HBSIS04C
                 READ ARQ-VENDEDOR     INTO WS-REG-PROXIMO
                                       KEY IS COD-VENDEDOR-HBSIS04C
                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE "N"           TO WS-FIM-MESTRE
                    MOVE COD-VENDEDOR-HBSIS04C
                                       TO WS-MES-CODIGO
                 END-IF
              END-IF
              GO TO 2310-EXIT
           END-IF

           IF ENTIDADE-HBSIS91L        EQUAL "C"
              READ ARQ-CLIENTE NEXT    INTO WS-REG-PROXIMO
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE COD-CLIENTE-HBSIS02C
                                       TO WS-MES-CODIGO
              ELSE
                 MOVE "S"              TO WS-FIM-MESTRE
                 MOVE 99999999         TO WS-MES-CODIGO
              END-IF
           ELSE
              READ ARQ-VENDEDOR NEXT   INTO WS-REG-PROXIMO
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE COD-VENDEDOR-HBSIS04C
                                       TO WS-MES-CODIGO
              ELSE
                 MOVE "S"              TO WS-FIM-MESTRE
                 MOVE 99999999         TO WS-MES-CODIGO
              END-IF
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNA A PROXIMA ENTRADA ORDENADA PARA ARQ-HBSIS08C           *
      *----------------------------------------------------------------*
       2320-RETORNA-SORT               SECTION.

           IF WS-FL-STATUS-SORT        EQUAL "10"
              MOVE 99999999            TO WS-SRT-CODIGO
              GO TO 2320-EXIT
           END-IF

           RETURN ARQ-SORT-AUDITORIA AT END
                  MOVE "10"            TO WS-FL-STATUS-SORT
           END-RETURN

           IF WS-FL-STATUS-SORT        EQUAL "10"
              MOVE 99999999            TO WS-SRT-CODIGO
           ELSE
              MOVE SRT-CODIGO          TO WS-SRT-CODIGO
              MOVE SRT-AUDITORIA       TO ARQ-HBSIS08C
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM CODIGO: PARTE DO REGISTRO ATUAL (OU DE REGISTRO       *
      * AUSENTE DO CADASTRO), CONFERE E DESFAZ AS ENTRADAS DA MAIS     *
      * RECENTE PARA A MAIS ANTIGA E FIXA A POSICAO AO ALCANCAR A DATA *
      *----------------------------------------------------------------*
       2330-TRATA-CODIGO               SECTION.

           INITIALIZE WS-ESTADO

           IF WS-MES-CODIGO            EQUAL WS-COD-ATUAL
              MOVE WS-REG-PROXIMO      TO WS-REG-MESTRE
              PERFORM 2340-CARREGA-ESTADO
              PERFORM 2310-LE-MESTRE
           ELSE
              PERFORM 2345-REGISTRO-AUSENTE
           END-IF

           MOVE "N"                    TO WS-POSICAO-FIXADA

           PERFORM UNTIL WS-SRT-CODIGO NOT EQUAL WS-COD-ATUAL
              IF DATA-AUDITORIA-HBSIS08C NOT GREATER
                                          DATA-POSICAO-HBSIS91L
              AND WS-POSICAO-FIXADA    EQUAL "N"
                 MOVE WS-ESTADO        TO WS-POSICAO
                 MOVE "S"              TO WS-POSICAO-FIXADA
              END-IF
              PERFORM 2350-CONFERE-IMAGEM
              IF DATA-AUDITORIA-HBSIS08C GREATER
                                          DATA-POSICAO-HBSIS91L
                 ADD 1                 TO QTD-DESFEITAS-HBSIS91L
              END-IF
              PERFORM 2360-DESFAZ-ALTERACAO
              PERFORM 2320-RETORNA-SORT
           END-PERFORM

           IF WS-POSICAO-FIXADA        EQUAL "N"
              MOVE WS-ESTADO           TO WS-POSICAO
           END-IF

           IF WS-POS-EXISTE            EQUAL "S"
              ADD 1                    TO QTD-REGISTROS-HBSIS91L
              PERFORM 2370-GRAVA-POSICAO
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O ESTADO COM OS CAMPOS AUDITADOS DO REGISTRO ATUAL     *
      *----------------------------------------------------------------*
       2340-CARREGA-ESTADO             SECTION.

           MOVE "S"                    TO WS-EST-EXISTE

           IF ENTIDADE-HBSIS91L        EQUAL "C"
              MOVE WS-REG-MESTRE       TO ARQ-HBSIS02C
              MOVE CNPJ-HBSIS02C       TO WS-EST-IDENT
              MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO WS-EST-NOME
              MOVE LATITUDE-CLI-HBSIS02C
                                       TO WS-EST-LATITUDE
              MOVE LONGITUDE-CLI-HBSIS02C
                                       TO WS-EST-LONGITUDE
              MOVE FLAG-ATIVO-HBSIS02C TO WS-EST-FLAG-ATIVO
              MOVE COD-REGIAO-HBSIS02C TO WS-EST-COD-REGIAO
              MOVE CLASSIF-HBSIS02C    TO WS-EST-CLASSIF
              MOVE COD-FUSAO-HBSIS02C  TO WS-EST-COD-FUSAO
           ELSE
              MOVE WS-REG-MESTRE       TO ARQ-HBSIS04C
              MOVE CPF-HBSIS04C        TO WS-EST-IDENT
              MOVE NOME-VEND-HBSIS04C  TO WS-EST-NOME
              MOVE LATITUDE-VEND-HBSIS04C
                                       TO WS-EST-LATITUDE
              MOVE LONGITUDE-VEND-HBSIS04C
                                       TO WS-EST-LONGITUDE
              MOVE FLAG-ATIVO-HBSIS04C TO WS-EST-FLAG-ATIVO
              MOVE COD-REGIAO-HBSIS04C TO WS-EST-COD-REGIAO
           END-IF

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CODIGO SO PRESENTE NA AUDITORIA: OS CAMPOS NAO AUDITADOS DA    *
      * POSICAO FICAM ZERADOS/EM BRANCO                                *
      *----------------------------------------------------------------*
       2345-REGISTRO-AUSENTE           SECTION.

           MOVE "N"                    TO WS-EST-EXISTE

           IF ENTIDADE-HBSIS91L        EQUAL "C"
              INITIALIZE ARQ-HBSIS02C
              MOVE WS-COD-ATUAL        TO COD-CLIENTE-HBSIS02C
              MOVE ARQ-HBSIS02C        TO WS-REG-MESTRE
           ELSE
              INITIALIZE ARQ-HBSIS04C
              MOVE WS-COD-ATUAL        TO COD-VENDEDOR-HBSIS04C
              MOVE ARQ-HBSIS04C        TO WS-REG-MESTRE
           END-IF

           .
       2345-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * A IMAGEM DEPOIS DA ENTRADA TEM DE CONFERIR COM O ESTADO (QUE E *
      * O REGISTRO ATUAL COM AS ENTRADAS POSTERIORES JA DESFEITAS);    *
      * SE NAO CONFERE, HOUVE ALTERACAO SEM ENTRADA DE AUDITORIA       *
      *----------------------------------------------------------------*
       2350-CONFERE-IMAGEM             SECTION.

           MOVE SPACES                 TO WS-CAMPOS-DIVERGENTES
                                          WS-TEXTO-DIVERGENCIA
           MOVE 1                      TO WS-PONTEIRO

           EVALUATE OPERACAO-AUDITORIA-HBSIS08C
               WHEN "FUSAO   "
                    IF WS-EST-EXISTE   EQUAL "N"
                       MOVE "CLIENTE FUNDIDO AUSENTE DO CADASTRO"
                                       TO WS-TEXTO-DIVERGENCIA
                    ELSE
                       IF WS-EST-FLAG-ATIVO NOT EQUAL "N"
                          PERFORM 2356-ANOTA-ATIVO
                       END-IF
                    END-IF
               WHEN "RECLASS "
                    IF WS-EST-EXISTE   EQUAL "N"
                       MOVE "CLIENTE RECLASSIFICADO AUSENTE DO CADASTRO"
                                       TO WS-TEXTO-DIVERGENCIA
                    ELSE
                       IF WS-EST-CLASSIF
                                       NOT EQUAL MOTIVO-HBSIS08C (16:1)
                          PERFORM 2358-ANOTA-CLASSIF
                       END-IF
                    END-IF
               WHEN "GEOCOD  "
                    IF WS-EST-EXISTE   EQUAL "N"
                       MOVE "CLIENTE GEOCODIFICADO AUSENTE DO CADASTRO"
                                       TO WS-TEXTO-DIVERGENCIA
                    ELSE
                       IF WS-EST-LATITUDE  NOT EQUAL
                                          LATITUDE-DEPOIS-HBSIS08C
                       OR WS-EST-LONGITUDE NOT EQUAL
                                          LONGITUDE-DEPOIS-HBSIS08C
                          PERFORM 2354-ANOTA-COORD
                       END-IF
                    END-IF
               WHEN OTHER
                    PERFORM 2352-CONFERE-IMAGEM-COMPLETA
           END-EVALUATE

           IF WS-CAMPOS-DIVERGENTES    NOT EQUAL SPACES
              STRING "ALTERADO SEM AUDITORIA DEPOIS DESTA ENTRADA: "
                     WS-CAMPOS-DIVERGENTES
                     DELIMITED BY SIZE INTO WS-TEXTO-DIVERGENCIA
           END-IF

           IF WS-TEXTO-DIVERGENCIA     NOT EQUAL SPACES
              PERFORM 2380-GRAVA-DIVERGENCIA
           END-IF

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO, ALTERACAO, EXCLUSAO, APROVACAO, REJEICAO E           *
      * ANONIMIZACAO GRAVAM AS DUAS IMAGENS COMPLETAS                  *
      *----------------------------------------------------------------*
       2352-CONFERE-IMAGEM-COMPLETA    SECTION.

           IF COD-DEPOIS-HBSIS08C      EQUAL ZEROS
              IF WS-EST-EXISTE         EQUAL "S"
                 MOVE "REGISTRO EXISTE APOS ENTRADA SEM IMAGEM DEPOIS"
                                       TO WS-TEXTO-DIVERGENCIA
              END-IF
              GO TO 2352-EXIT
           END-IF

           IF WS-EST-EXISTE            EQUAL "N"
              MOVE "REGISTRO SAIU DO CADASTRO SEM AUDITORIA"
                                       TO WS-TEXTO-DIVERGENCIA
              GO TO 2352-EXIT
           END-IF

           IF WS-EST-IDENT             NOT EQUAL IDENT-DEPOIS-HBSIS08C
              STRING "IDENT "          DELIMITED BY SIZE
                     INTO WS-CAMPOS-DIVERGENTES
                     WITH POINTER WS-PONTEIRO
           END-IF

           IF WS-EST-NOME              NOT EQUAL NOME-DEPOIS-HBSIS08C
              STRING "NOME "           DELIMITED BY SIZE
                     INTO WS-CAMPOS-DIVERGENTES
                     WITH POINTER WS-PONTEIRO
           END-IF

           IF WS-EST-LATITUDE          NOT EQUAL
                                          LATITUDE-DEPOIS-HBSIS08C
           OR WS-EST-LONGITUDE         NOT EQUAL
                                          LONGITUDE-DEPOIS-HBSIS08C
              PERFORM 2354-ANOTA-COORD
           END-IF

           IF WS-EST-FLAG-ATIVO        NOT EQUAL
                                          FLAG-ATIVO-DEPOIS-HBSIS08C
              PERFORM 2356-ANOTA-ATIVO
           END-IF

           IF WS-EST-COD-REGIAO        NOT EQUAL
                                          COD-REGIAO-DEPOIS-HBSIS08C
              STRING "REGIAO "         DELIMITED BY SIZE
                     INTO WS-CAMPOS-DIVERGENTES
                     WITH POINTER WS-PONTEIRO
           END-IF

           .
       2352-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANOTA OS CAMPOS DIVERGENTES                                    *
      *----------------------------------------------------------------*
       2354-ANOTA-COORD                SECTION.

           STRING "COORDENADAS "       DELIMITED BY SIZE
                  INTO WS-CAMPOS-DIVERGENTES
                  WITH POINTER WS-PONTEIRO

           .
       2354-EXIT.
           EXIT.

       2356-ANOTA-ATIVO                SECTION.

           STRING "ATIVO "             DELIMITED BY SIZE
                  INTO WS-CAMPOS-DIVERGENTES
                  WITH POINTER WS-PONTEIRO

           .
       2356-EXIT.
           EXIT.

       2358-ANOTA-CLASSIF              SECTION.

           STRING "CLASSIFICACAO "     DELIMITED BY SIZE
                  INTO WS-CAMPOS-DIVERGENTES
                  WITH POINTER WS-PONTEIRO

           .
       2358-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESFAZ A ENTRADA NO ESTADO: VOLTA A IMAGEM ANTES (COMPLETA),   *
      * AS COORDENADAS (GEOCODIFICACAO), A CLASSIFICACAO ANTERIOR      *
      * (RECLASSIFICACAO) OU O CLIENTE ATIVO E SEM FUSAO (FUSAO)       *
      *----------------------------------------------------------------*
       2360-DESFAZ-ALTERACAO           SECTION.

           EVALUATE OPERACAO-AUDITORIA-HBSIS08C
               WHEN "FUSAO   "
                    MOVE "S"           TO WS-EST-FLAG-ATIVO
                    MOVE ZEROS         TO WS-EST-COD-FUSAO
               WHEN "RECLASS "
                    MOVE MOTIVO-HBSIS08C (9:1)
                                       TO WS-EST-CLASSIF
               WHEN "GEOCOD  "
                    MOVE LATITUDE-ANTES-HBSIS08C
                                       TO WS-EST-LATITUDE
                    MOVE LONGITUDE-ANTES-HBSIS08C
                                       TO WS-EST-LONGITUDE
               WHEN OTHER
                    IF COD-ANTES-HBSIS08C EQUAL ZEROS
                       INITIALIZE WS-ESTADO
                       MOVE "N"        TO WS-EST-EXISTE
                    ELSE
                       MOVE "S"        TO WS-EST-EXISTE
                       MOVE IDENT-ANTES-HBSIS08C
                                       TO WS-EST-IDENT
                       MOVE NOME-ANTES-HBSIS08C
                                       TO WS-EST-NOME
                       MOVE LATITUDE-ANTES-HBSIS08C
                                       TO WS-EST-LATITUDE
                       MOVE LONGITUDE-ANTES-HBSIS08C
                                       TO WS-EST-LONGITUDE
                       MOVE FLAG-ATIVO-ANTES-HBSIS08C
                                       TO WS-EST-FLAG-ATIVO
                       MOVE COD-REGIAO-ANTES-HBSIS08C
                                       TO WS-EST-COD-REGIAO
                    END-IF
           END-EVALUATE

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO NA POSICAO (CAMPOS NAO AUDITADOS COMO NO      *
      * CADASTRO ATUAL) E GRAVA NO ARQUIVO OU DEVOLVE NA AREA DE       *
      * COMUNICACAO                                                    *
      *----------------------------------------------------------------*
       2370-GRAVA-POSICAO              SECTION.

           IF COD-FUNCAO-HBSIS91L      EQUAL 1
              MOVE "S"                 TO EXISTIA-HBSIS91L
              MOVE WS-POS-IDENT        TO IDENT-HBSIS91L
              MOVE WS-POS-NOME         TO NOME-HBSIS91L
              MOVE WS-POS-LATITUDE     TO LATITUDE-HBSIS91L
              MOVE WS-POS-LONGITUDE    TO LONGITUDE-HBSIS91L
              MOVE WS-POS-FLAG-ATIVO   TO FLAG-ATIVO-HBSIS91L
              MOVE WS-POS-COD-REGIAO   TO COD-REGIAO-HBSIS91L
              MOVE WS-POS-CLASSIF      TO CLASSIF-HBSIS91L
              GO TO 2370-EXIT
           END-IF

           IF ENTIDADE-HBSIS91L        EQUAL "C"
              MOVE WS-REG-MESTRE       TO ARQ-HBSIS02C
              MOVE WS-POS-IDENT        TO CNPJ-HBSIS02C
              MOVE WS-POS-NOME         TO RAZAO-SOCIAL-HBSIS02C
              MOVE WS-POS-LATITUDE     TO LATITUDE-CLI-HBSIS02C
              MOVE WS-POS-LONGITUDE    TO LONGITUDE-CLI-HBSIS02C
              MOVE WS-POS-FLAG-ATIVO   TO FLAG-ATIVO-HBSIS02C
              MOVE WS-POS-COD-REGIAO   TO COD-REGIAO-HBSIS02C
              MOVE WS-POS-CLASSIF      TO CLASSIF-HBSIS02C
              MOVE WS-POS-COD-FUSAO    TO COD-FUSAO-HBSIS02C
              WRITE REG-POS-CLIENTE    FROM ARQ-HBSIS02C
           ELSE
              MOVE WS-REG-MESTRE       TO ARQ-HBSIS04C
              MOVE WS-POS-IDENT        TO CPF-HBSIS04C
              MOVE WS-POS-NOME         TO NOME-VEND-HBSIS04C
              MOVE WS-POS-LATITUDE     TO LATITUDE-VEND-HBSIS04C
              MOVE WS-POS-LONGITUDE    TO LONGITUDE-VEND-HBSIS04C
              MOVE WS-POS-FLAG-ATIVO   TO FLAG-ATIVO-HBSIS04C
              MOVE WS-POS-COD-REGIAO   TO COD-REGIAO-HBSIS04C
              WRITE REG-POS-VENDEDOR   FROM ARQ-HBSIS04C
           END-IF

           .
       2370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DO RELATORIO DE DIVERGENCIAS                   *
      *----------------------------------------------------------------*
       2380-GRAVA-DIVERGENCIA          SECTION.

           MOVE WS-COD-ATUAL           TO DET-DIV-CODIGO
           MOVE DATA-AUDITORIA-HBSIS08C
                                       TO DET-DIV-DATA
           MOVE HORA-AUDITORIA-HBSIS08C
                                       TO DET-DIV-HORA
           MOVE OPERACAO-AUDITORIA-HBSIS08C
                                       TO DET-DIV-OPERACAO
           MOVE OPERADOR-AUDITORIA-HBSIS08C
                                       TO DET-DIV-OPERADOR
           MOVE WS-TEXTO-DIVERGENCIA   TO DET-DIV-TEXTO

           WRITE REG-REL-DIVERGENCIA   FROM DET-DIVERG

           ADD 1                       TO WS-QTD-LINHAS-REL
                                          QTD-DIVERGENCIAS-HBSIS91L

           .
       2380-EXIT.
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
      * FIM DO PROGRAMA HBSIS91P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS91P.
      *----------------------------------------------------------------*
