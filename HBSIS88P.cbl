       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS88P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: AVISOS DE MUDANCA DE CARTEIRA AOS VENDEDORES:   *
      *                COMPARA A ULTIMA EXECUCAO DA DISTRIBUICAO COM A *
      *                ANTERIOR E GERA, PARA CADA VENDEDOR COM         *
      *                MUDANCA, O AVISO AVISOCARTnnn.TXT COM OS        *
      *                CLIENTES GANHOS E PERDIDOS: ENDERECO,           *
      *                CLASSIFICACAO, RECEITA DOS ULTIMOS TRES MESES,  *
      *                CONTATO PRINCIPAL (HBSIS57P) E O VENDEDOR       *
      *                ANTERIOR (OU O NOVO, NO CLIENTE PERDIDO). CADA  *
      *                AVISO E REGISTRADO NO HBSIS42P, PARA O          *
      *                ENTREGADOR (HBSIS67P) LEVAR A CAIXA DO VENDEDOR *
      *                PELO PREFIXO DO NOME. VENDEDOR SEM MUDANCA NAO  *
      *                RECEBE AVISO                                    *
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
           SELECT ARQ-DISTRIBUICAO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS07C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS07C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT ARQ-AVISO          ASSIGN TO WS-NOME-AVISO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AVI.

           SELECT ARQ-SORT-AVISO     ASSIGN TO "SORTAVISOCART.TMP"
                                FILE STATUS IS WS-FL-STATUS-SORT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-AVISO
           LABEL RECORD IS STANDARD.
       01  REG-AVISO                   PIC  X(132).

      *    SRT-TIPO: "G" = CLIENTE GANHO, "P" = CLIENTE PERDIDO
       SD  ARQ-SORT-AVISO.
       01  REG-SORT-AVISO.
           05  SRT-COD-VEND            PIC  9(003).
           05  SRT-TIPO                PIC  X(001).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-COD-OUTRO-VEND      PIC  9(003).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AVI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SORT           PIC  X(002)         VALUE "00".

       01  WS-NOME-AVISO               PIC  X(030)         VALUE SPACES.
       01  WS-AVISO-ABERTO             PIC  X(001)         VALUE "N".
       01  WS-QTD-LINHAS-AVISO         PIC  9(007)         VALUE ZEROS.
       01  WS-ERRO-AVISO               PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * EXECUCOES COMPARADAS                                           *
      *----------------------------------------------------------------*
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-PEN-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-PEN-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-CARGA-DATA-EXEC          PIC  9(008)         VALUE ZEROS.
       01  WS-CARGA-HORA-EXEC          PIC  9(006)         VALUE ZEROS.
       01  WS-CARGA-EXCEDIDA           PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * CLIENTE X VENDEDOR DAS DUAS EXECUCOES, NA ORDEM DO CODIGO DO   *
      * CLIENTE (ORDEM DA CHAVE), PARA O CASAMENTO                     *
      *----------------------------------------------------------------*
       01  WS-TAB-EXEC-ANT.
           05  WS-QTD-ANT              PIC  9(005)         VALUE ZEROS.
           05  WS-ANT-ITEM             OCCURS 99999 TIMES.
               10  WS-ANT-COD-CLI      PIC  9(007).
               10  WS-ANT-COD-VEND     PIC  9(003).

       01  WS-TAB-EXEC-NOVA.
           05  WS-QTD-NOVA             PIC  9(005)         VALUE ZEROS.
           05  WS-NOV-ITEM             OCCURS 99999 TIMES.
               10  WS-NOV-COD-CLI      PIC  9(007).
               10  WS-NOV-COD-VEND     PIC  9(003).

       01  WS-IDX-ANT                  PIC  9(006)         VALUE ZEROS.
       01  WS-IDX-NOVA                 PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * NOME DE CADA VENDEDOR, TIRADO DAS PROPRIAS EXECUCOES           *
      *----------------------------------------------------------------*
       01  WS-TAB-NOME-VEND.
           05  WS-NOME-VEND            OCCURS 999 TIMES
                                       PIC  X(040).
       01  WS-NOME-OUTRO               PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * QUEBRA DO AVISO POR VENDEDOR E POR TIPO DE MUDANCA             *
      *----------------------------------------------------------------*
       01  WS-VEND-ATUAL               PIC  9(003)         VALUE ZEROS.
       01  WS-TIPO-ATUAL               PIC  X(001)         VALUE SPACES.
       01  WS-QTD-GANHOS-VEND          PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-PERDIDOS-VEND        PIC  9(005)         VALUE ZEROS.
       01  WS-PRIMEIRO-REGISTRO        PIC  X(001)         VALUE "S".

      *----------------------------------------------------------------*
      * RECEITA DOS ULTIMOS TRES MESES (MES CORRENTE E OS DOIS         *
      * ANTERIORES, COMO NO ALERTA DE QUEDA DE RECEITA)                *
      *----------------------------------------------------------------*
       01  WS-REC-TRES-MESES           PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.

       01  CAB-AVISO-1.
           03 FILLER                   PIC  X(043)         VALUE
              "  AVISO DE MUDANCA DE CARTEIRA - VENDEDOR ".
           03 CAB-AVI-COD-VEND         PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-AVI-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(043)         VALUE SPACES.

       01  CAB-AVISO-2.
           03 FILLER                   PIC  X(018)         VALUE
              "  DISTRIBUICAO DE ".
           03 CAB-AVI-DATA-NOVA        PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".
           03 CAB-AVI-HORA-NOVA        PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(021)         VALUE
              " COMPARADA COM A DE ".
           03 CAB-AVI-DATA-ANT         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".
           03 CAB-AVI-HORA-ANT         PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(063)         VALUE SPACES.

       01  CAB-GANHOS.
           03 FILLER                   PIC  X(060)         VALUE
              "  CLIENTES GANHOS - PASSAM A SER ATENDIDOS POR VOCE".
           03 FILLER                   PIC  X(072)         VALUE SPACES.

       01  CAB-PERDIDOS.
           03 FILLER                   PIC  X(060)         VALUE
              "  CLIENTES PERDIDOS - NAO DEVEM MAIS SER VISITADOS".
           03 FILLER                   PIC  X(072)         VALUE SPACES.

       01  DET-AVI-1.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AVI-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-AVI-RAZAO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(012)         VALUE
              "  CLASSIF.: ".
           03 DET-AVI-CLASSIF          PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(019)         VALUE
              "  RECEITA 3 MESES: ".
           03 DET-AVI-RECEITA          PIC  --.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(032)         VALUE SPACES.

       01  DET-AVI-2.
           03 FILLER                   PIC  X(011)         VALUE SPACES.
           03 FILLER                   PIC  X(010)         VALUE
              "ENDERECO: ".
           03 DET-AVI-LOGRADOURO       PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE ", ".
           03 DET-AVI-NUMERO           PIC  X(006)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 DET-AVI-MUNICIPIO        PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE "/".
           03 DET-AVI-UF               PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(027)         VALUE SPACES.

       01  DET-AVI-3.
           03 FILLER                   PIC  X(011)         VALUE SPACES.
           03 FILLER                   PIC  X(019)         VALUE
              "CONTATO PRINCIPAL: ".
           03 DET-AVI-CONTATO          PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(008)         VALUE
              "  FONE: ".
           03 DET-AVI-FONE             PIC  X(015)         VALUE SPACES.
           03 FILLER                   PIC  X(039)         VALUE SPACES.

       01  DET-AVI-4.
           03 FILLER                   PIC  X(011)         VALUE SPACES.
           03 DET-AVI-ROTULO-OUTRO     PIC  X(019)         VALUE SPACES.
           03 DET-AVI-COD-OUTRO        PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 DET-AVI-NOME-OUTRO       PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(056)         VALUE SPACES.

       01  ROD-AVISO.
           03 FILLER                   PIC  X(018)         VALUE
              "  CLIENTES GANHOS:".
           03 ROD-AVI-GANHOS           PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(022)         VALUE
              "    CLIENTES PERDIDOS:".
           03 ROD-AVI-PERDIDOS         PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(082)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(132)         VALUE
              ALL "-".

       01  LINHA-BRANCO                PIC  X(132)         VALUE SPACES.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS57                  PIC  X(009)         VALUE
           'HBSIS57P'.

       COPY HBSIS42L.
       COPY HBSIS57L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS88L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS88L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS88L
                                          QTD-AVISOS-HBSIS88L
                                          QTD-GANHOS-HBSIS88L
                                          QTD-PERDIDOS-HBSIS88L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS88L
           MOVE SPACES                 TO WS-TAB-NOME-VEND
           MOVE "N"                    TO WS-AVISO-ABERTO
                                          WS-ERRO-AVISO

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF DATA-EXEC-NOVA-HBSIS88L  EQUAL ZEROS OR
              DATA-EXEC-ANT-HBSIS88L   EQUAL ZEROS
              PERFORM 2100-DESCOBRE-EXECUCOES
              IF COD-RETORNO-HBSIS88L  NOT EQUAL ZEROS
                 GO TO 2000-EXIT
              END-IF
              IF WS-PEN-DATA-EXEC      EQUAL ZEROS
                 MOVE "SEM EXECUCAO ANTERIOR - NENHUM AVISO GERADO"
                                       TO MSG-RETORNO-HBSIS88L
                 GO TO 2000-EXIT
              END-IF
              MOVE WS-ULT-DATA-EXEC    TO DATA-EXEC-NOVA-HBSIS88L
              MOVE WS-ULT-HORA-EXEC    TO HORA-EXEC-NOVA-HBSIS88L
              MOVE WS-PEN-DATA-EXEC    TO DATA-EXEC-ANT-HBSIS88L
              MOVE WS-PEN-HORA-EXEC    TO HORA-EXEC-ANT-HBSIS88L
           END-IF

           PERFORM 2200-CARREGA-EXECUCOES

           IF COD-RETORNO-HBSIS88L     NOT EQUAL ZEROS
              GO TO 2000-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VOLUME

           SORT ARQ-SORT-AVISO
               ON ASCENDING KEY SRT-COD-VEND
                                SRT-TIPO
                                SRT-COD-CLIENTE
               INPUT PROCEDURE IS 2300-INPUT-SORT
               OUTPUT PROCEDURE IS 2400-OUTPUT-SORT

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VOLUME

           IF WS-ERRO-AVISO            EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS88L
              MOVE "ERRO NA ABERTURA DE ARQUIVO DE AVISO"
                                       TO MSG-RETORNO-HBSIS88L
              GO TO 2000-EXIT
           END-IF

           MOVE SPACES                 TO MSG-RETORNO-HBSIS88L
           STRING "AVISOS: "
                  QTD-AVISOS-HBSIS88L
                  " GANHOS: "
                  QTD-GANHOS-HBSIS88L
                  " PERDIDOS: "
                  QTD-PERDIDOS-HBSIS88L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS88L

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESCOBRE A ULTIMA EXECUCAO E A PENULTIMA: A CHAVE COMECA POR   *
      * DATA+HORA, ENTAO BASTA VISITAR O PRIMEIRO REGISTRO DE CADA     *
      * EXECUCAO E SALTAR PARA A SEGUINTE COM START                    *
      *----------------------------------------------------------------*
       2100-DESCOBRE-EXECUCOES         SECTION.

           MOVE ZEROS                  TO WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC
                                          WS-PEN-DATA-EXEC
                                          WS-PEN-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS88L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE DISTRIBUICAO"
                                       TO MSG-RETORNO-HBSIS88L
              GO TO 2100-EXIT
           END-IF

           MOVE ZEROS                  TO DATA-EXECUCAO-HBSIS07C
                                          HORA-EXECUCAO-HBSIS07C
                                          COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS GREATER CHAVE-HBSIS07C

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              READ ARQ-DISTRIBUICAO NEXT
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
                 MOVE WS-ULT-DATA-EXEC TO WS-PEN-DATA-EXEC
                 MOVE WS-ULT-HORA-EXEC TO WS-PEN-HORA-EXEC
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
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS DUAS EXECUCOES EM MEMORIA                           *
      *----------------------------------------------------------------*
       2200-CARREGA-EXECUCOES          SECTION.

           MOVE ZEROS                  TO WS-QTD-ANT
                                          WS-QTD-NOVA
           MOVE "N"                    TO WS-CARGA-EXCEDIDA

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS88L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE DISTRIBUICAO"
                                       TO MSG-RETORNO-HBSIS88L
              GO TO 2200-EXIT
           END-IF

      *    A EXECUCAO ANTERIOR PRIMEIRO: OS NOMES DA NOVA PREVALECEM
           MOVE DATA-EXEC-ANT-HBSIS88L TO WS-CARGA-DATA-EXEC
           MOVE HORA-EXEC-ANT-HBSIS88L TO WS-CARGA-HORA-EXEC
           PERFORM 2210-POSICIONA-EXECUCAO

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              OR DATA-EXECUCAO-HBSIS07C NOT EQUAL WS-CARGA-DATA-EXEC
              OR HORA-EXECUCAO-HBSIS07C NOT EQUAL WS-CARGA-HORA-EXEC
              IF WS-QTD-ANT            LESS 99999
                 ADD 1                 TO WS-QTD-ANT
                 MOVE COD-CLIENTE-HBSIS07C
                                       TO WS-ANT-COD-CLI (WS-QTD-ANT)
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-ANT-COD-VEND (WS-QTD-ANT)
                 PERFORM 2220-GUARDA-NOME-VEND
              ELSE
                 MOVE "S"              TO WS-CARGA-EXCEDIDA
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           MOVE DATA-EXEC-NOVA-HBSIS88L
                                       TO WS-CARGA-DATA-EXEC
           MOVE HORA-EXEC-NOVA-HBSIS88L
                                       TO WS-CARGA-HORA-EXEC
           PERFORM 2210-POSICIONA-EXECUCAO

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              OR DATA-EXECUCAO-HBSIS07C NOT EQUAL WS-CARGA-DATA-EXEC
              OR HORA-EXECUCAO-HBSIS07C NOT EQUAL WS-CARGA-HORA-EXEC
              IF WS-QTD-NOVA           LESS 99999
                 ADD 1                 TO WS-QTD-NOVA
                 MOVE COD-CLIENTE-HBSIS07C
                                       TO WS-NOV-COD-CLI (WS-QTD-NOVA)
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-NOV-COD-VEND
                                          (WS-QTD-NOVA)
                 PERFORM 2220-GUARDA-NOME-VEND
              ELSE
                 MOVE "S"              TO WS-CARGA-EXCEDIDA
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           CLOSE ARQ-DISTRIBUICAO

           IF WS-CARGA-EXCEDIDA        EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS88L
              MOVE "EXECUCAO COM MAIS DE 99999 CLIENTES"
                                       TO MSG-RETORNO-HBSIS88L
              GO TO 2200-EXIT
           END-IF

           IF WS-QTD-ANT               EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS88L
              MOVE "EXECUCAO ANTERIOR NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS88L
              GO TO 2200-EXIT
           END-IF

           IF WS-QTD-NOVA              EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS88L
              MOVE "EXECUCAO NOVA NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS88L
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA NO PRIMEIRO REGISTRO DA EXECUCAO WS-CARGA-*-EXEC     *
      *----------------------------------------------------------------*
       2210-POSICIONA-EXECUCAO         SECTION.

           MOVE WS-CARGA-DATA-EXEC     TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-CARGA-HORA-EXEC     TO HORA-EXECUCAO-HBSIS07C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS NOT LESS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              READ ARQ-DISTRIBUICAO NEXT
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O NOME DO VENDEDOR DO REGISTRO DE DISTRIBUICAO LIDO     *
      *----------------------------------------------------------------*
       2220-GUARDA-NOME-VEND           SECTION.

           IF COD-VENDEDOR-HBSIS07C    GREATER ZEROS
              MOVE NOME-VEND-HBSIS07C  TO WS-NOME-VEND
                                          (COD-VENDEDOR-HBSIS07C)
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CASA AS DUAS EXECUCOES PELO CODIGO DO CLIENTE E LIBERA PARA O  *
      * SORT UM GANHO PARA O VENDEDOR NOVO E UMA PERDA PARA O ANTIGO   *
      * DE CADA CLIENTE QUE MUDOU DE VENDEDOR                          *
      *----------------------------------------------------------------*
       2300-INPUT-SORT                 SECTION.

           MOVE 1                      TO WS-IDX-ANT
                                          WS-IDX-NOVA

           PERFORM UNTIL WS-IDX-ANT  GREATER WS-QTD-ANT
                     AND WS-IDX-NOVA GREATER WS-QTD-NOVA
              PERFORM 2310-CASA-CLIENTE
           END-PERFORM

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM PASSO DO CASAMENTO: CLIENTE SO NA ANTERIOR, SO NA NOVA OU   *
      * NAS DUAS                                                       *
      *----------------------------------------------------------------*
       2310-CASA-CLIENTE               SECTION.

           IF WS-IDX-NOVA              GREATER WS-QTD-NOVA
              PERFORM 2320-SO-NA-ANTERIOR
              GO TO 2310-EXIT
           END-IF

           IF WS-IDX-ANT               GREATER WS-QTD-ANT
              PERFORM 2330-SO-NA-NOVA
              GO TO 2310-EXIT
           END-IF

           IF WS-ANT-COD-CLI (WS-IDX-ANT)
                                       LESS WS-NOV-COD-CLI (WS-IDX-NOVA)
              PERFORM 2320-SO-NA-ANTERIOR
              GO TO 2310-EXIT
           END-IF

           IF WS-NOV-COD-CLI (WS-IDX-NOVA)
                                       LESS WS-ANT-COD-CLI (WS-IDX-ANT)
              PERFORM 2330-SO-NA-NOVA
              GO TO 2310-EXIT
           END-IF

           IF WS-NOV-COD-VEND (WS-IDX-NOVA)
                                       NOT EQUAL
              WS-ANT-COD-VEND (WS-IDX-ANT)
              MOVE WS-NOV-COD-CLI (WS-IDX-NOVA)
                                       TO SRT-COD-CLIENTE
              PERFORM 2340-LIBERA-MUDANCA
           END-IF

           ADD 1                       TO WS-IDX-ANT
                                          WS-IDX-NOVA

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE QUE SAIU DA DISTRIBUICAO: PERDA PARA O VENDEDOR ANTIGO *
      *----------------------------------------------------------------*
       2320-SO-NA-ANTERIOR             SECTION.

           IF WS-ANT-COD-VEND (WS-IDX-ANT) GREATER ZEROS
              MOVE WS-ANT-COD-VEND (WS-IDX-ANT)
                                       TO SRT-COD-VEND
              MOVE "P"                 TO SRT-TIPO
              MOVE WS-ANT-COD-CLI (WS-IDX-ANT)
                                       TO SRT-COD-CLIENTE
              MOVE ZEROS               TO SRT-COD-OUTRO-VEND
              RELEASE REG-SORT-AVISO
              ADD 1                    TO QTD-PERDIDOS-HBSIS88L
           END-IF

           ADD 1                       TO WS-IDX-ANT

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE QUE ENTROU NA DISTRIBUICAO: GANHO PARA O VENDEDOR NOVO *
      *----------------------------------------------------------------*
       2330-SO-NA-NOVA                 SECTION.

           IF WS-NOV-COD-VEND (WS-IDX-NOVA) GREATER ZEROS
              MOVE WS-NOV-COD-VEND (WS-IDX-NOVA)
                                       TO SRT-COD-VEND
              MOVE "G"                 TO SRT-TIPO
              MOVE WS-NOV-COD-CLI (WS-IDX-NOVA)
                                       TO SRT-COD-CLIENTE
              MOVE ZEROS               TO SRT-COD-OUTRO-VEND
              RELEASE REG-SORT-AVISO
              ADD 1                    TO QTD-GANHOS-HBSIS88L
           END-IF

           ADD 1                       TO WS-IDX-NOVA

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE NAS DUAS EXECUCOES COM VENDEDOR DIFERENTE (VENDEDOR    *
      * ZERO = CLIENTE NAO ATRIBUIDO, SEM AVISO PARA ELE)              *
      *----------------------------------------------------------------*
       2340-LIBERA-MUDANCA             SECTION.

           IF WS-NOV-COD-VEND (WS-IDX-NOVA) GREATER ZEROS
              MOVE WS-NOV-COD-VEND (WS-IDX-NOVA)
                                       TO SRT-COD-VEND
              MOVE "G"                 TO SRT-TIPO
              MOVE WS-ANT-COD-VEND (WS-IDX-ANT)
                                       TO SRT-COD-OUTRO-VEND
              RELEASE REG-SORT-AVISO
              ADD 1                    TO QTD-GANHOS-HBSIS88L
           END-IF

           IF WS-ANT-COD-VEND (WS-IDX-ANT) GREATER ZEROS
              MOVE WS-ANT-COD-VEND (WS-IDX-ANT)
                                       TO SRT-COD-VEND
              MOVE "P"                 TO SRT-TIPO
              MOVE WS-NOV-COD-VEND (WS-IDX-NOVA)
                                       TO SRT-COD-OUTRO-VEND
              RELEASE REG-SORT-AVISO
              ADD 1                    TO QTD-PERDIDOS-HBSIS88L
           END-IF

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSOME O SORT POR VENDEDOR E TIPO: UM ARQUIVO DE AVISO POR    *
      * VENDEDOR, COM OS GANHOS E DEPOIS AS PERDAS                     *
      *----------------------------------------------------------------*
       2400-OUTPUT-SORT                SECTION.

           MOVE "S"                    TO WS-PRIMEIRO-REGISTRO
           MOVE "00"                   TO WS-FL-STATUS-SORT

           RETURN ARQ-SORT-AVISO AT END MOVE "10" TO WS-FL-STATUS-SORT
           END-RETURN

           PERFORM UNTIL WS-FL-STATUS-SORT EQUAL "10"
              IF WS-PRIMEIRO-REGISTRO  EQUAL "S" OR
                 SRT-COD-VEND          NOT EQUAL WS-VEND-ATUAL
                 IF WS-PRIMEIRO-REGISTRO NOT EQUAL "S"
                    PERFORM 2420-FECHA-AVISO
                 END-IF
                 MOVE "N"              TO WS-PRIMEIRO-REGISTRO
                 PERFORM 2410-ABRE-AVISO
              END-IF
              IF WS-AVISO-ABERTO       EQUAL "S"
                 PERFORM 2430-GRAVA-CLIENTE
              END-IF
              RETURN ARQ-SORT-AVISO AT END MOVE "10"
                                       TO WS-FL-STATUS-SORT
              END-RETURN
           END-PERFORM

           IF WS-PRIMEIRO-REGISTRO     NOT EQUAL "S"
              PERFORM 2420-FECHA-AVISO
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O AVISO DO VENDEDOR E GRAVA O CABECALHO                   *
      *----------------------------------------------------------------*
       2410-ABRE-AVISO                 SECTION.

           MOVE SRT-COD-VEND           TO WS-VEND-ATUAL
           MOVE SPACES                 TO WS-TIPO-ATUAL
           MOVE ZEROS                  TO WS-QTD-GANHOS-VEND
                                          WS-QTD-PERDIDOS-VEND
                                          WS-QTD-LINHAS-AVISO

           MOVE SPACES                 TO WS-NOME-AVISO
           STRING "AVISOCART"
                  WS-VEND-ATUAL
                  ".TXT"
                  DELIMITED BY SIZE    INTO WS-NOME-AVISO

           OPEN OUTPUT ARQ-AVISO

           IF WS-FL-STATUS-AVI         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-ERRO-AVISO
              MOVE "N"                 TO WS-AVISO-ABERTO
              GO TO 2410-EXIT
           END-IF

           MOVE "S"                    TO WS-AVISO-ABERTO

           MOVE WS-VEND-ATUAL          TO CAB-AVI-COD-VEND
           MOVE WS-NOME-VEND (WS-VEND-ATUAL)
                                       TO CAB-AVI-NOME-VEND
           MOVE DATA-EXEC-NOVA-HBSIS88L
                                       TO CAB-AVI-DATA-NOVA
           MOVE HORA-EXEC-NOVA-HBSIS88L
                                       TO CAB-AVI-HORA-NOVA
           MOVE DATA-EXEC-ANT-HBSIS88L TO CAB-AVI-DATA-ANT
           MOVE HORA-EXEC-ANT-HBSIS88L TO CAB-AVI-HORA-ANT

           WRITE REG-AVISO             FROM LINHA-TRACO
           WRITE REG-AVISO             FROM CAB-AVISO-1
           WRITE REG-AVISO             FROM CAB-AVISO-2
           WRITE REG-AVISO             FROM LINHA-TRACO

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RODAPE, FECHAMENTO E REGISTRO DO AVISO (HBSIS42P)              *
      *----------------------------------------------------------------*
       2420-FECHA-AVISO                SECTION.

           IF WS-AVISO-ABERTO          NOT EQUAL "S"
              GO TO 2420-EXIT
           END-IF

           MOVE WS-QTD-GANHOS-VEND     TO ROD-AVI-GANHOS
           MOVE WS-QTD-PERDIDOS-VEND   TO ROD-AVI-PERDIDOS

           WRITE REG-AVISO             FROM LINHA-TRACO
           WRITE REG-AVISO             FROM ROD-AVISO
           WRITE REG-AVISO             FROM LINHA-TRACO

           CLOSE ARQ-AVISO
           MOVE "N"                    TO WS-AVISO-ABERTO

           ADD 1                       TO QTD-AVISOS-HBSIS88L

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE WS-NOME-AVISO          TO NOME-ARQ-HBSIS42
           COMPUTE QTD-REGISTROS-HBSIS42 =
                   WS-QTD-GANHOS-VEND + WS-QTD-PERDIDOS-VEND
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM CLIENTE GANHO OU PERDIDO NO AVISO DO VENDEDOR         *
      *----------------------------------------------------------------*
       2430-GRAVA-CLIENTE              SECTION.

           IF SRT-TIPO                 NOT EQUAL WS-TIPO-ATUAL
              MOVE SRT-TIPO            TO WS-TIPO-ATUAL
              WRITE REG-AVISO          FROM LINHA-BRANCO
              IF SRT-TIPO              EQUAL "G"
                 WRITE REG-AVISO       FROM CAB-GANHOS
              ELSE
                 WRITE REG-AVISO       FROM CAB-PERDIDOS
              END-IF
              WRITE REG-AVISO          FROM LINHA-BRANCO
           END-IF

           IF SRT-TIPO                 EQUAL "G"
              ADD 1                    TO WS-QTD-GANHOS-VEND
              MOVE "VENDEDOR ANTERIOR:"
                                       TO DET-AVI-ROTULO-OUTRO
           ELSE
              ADD 1                    TO WS-QTD-PERDIDOS-VEND
              MOVE "NOVO VENDEDOR....:"
                                       TO DET-AVI-ROTULO-OUTRO
           END-IF

           MOVE SRT-COD-CLIENTE        TO DET-AVI-COD-CLI
                                          COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-AVI-RAZAO
              MOVE CLASSIF-HBSIS02C    TO DET-AVI-CLASSIF
              MOVE LOGRADOURO-HBSIS02C TO DET-AVI-LOGRADOURO
              MOVE NUMERO-END-HBSIS02C TO DET-AVI-NUMERO
              MOVE MUNICIPIO-HBSIS02C  TO DET-AVI-MUNICIPIO
              MOVE UF-HBSIS02C         TO DET-AVI-UF
           ELSE
              MOVE "CLIENTE NAO ENCONTRADO NO CADASTRO"
                                       TO DET-AVI-RAZAO
              MOVE SPACES              TO DET-AVI-CLASSIF
                                          DET-AVI-LOGRADOURO
                                          DET-AVI-NUMERO
                                          DET-AVI-MUNICIPIO
                                          DET-AVI-UF
           END-IF

           PERFORM 2440-SOMA-RECEITA
           MOVE WS-REC-TRES-MESES      TO DET-AVI-RECEITA

           MOVE SPACES                 TO DET-AVI-CONTATO
                                          DET-AVI-FONE
           INITIALIZE HBSIS57L
           MOVE 4                      TO COD-FUNCAO-HBSIS57L
           MOVE SRT-COD-CLIENTE        TO COD-CLIENTE-HBSIS57L

           CALL WS-HBSIS57             USING HBSIS57L

           IF COD-RETORNO-HBSIS57L     EQUAL ZEROS
              MOVE NOME-CONTATO-HBSIS57L
                                       TO DET-AVI-CONTATO
              MOVE TELEFONE-HBSIS57L   TO DET-AVI-FONE
           ELSE
              MOVE "NAO CADASTRADO"    TO DET-AVI-CONTATO
           END-IF

           MOVE SRT-COD-OUTRO-VEND     TO DET-AVI-COD-OUTRO
           IF SRT-COD-OUTRO-VEND       GREATER ZEROS
              MOVE WS-NOME-VEND (SRT-COD-OUTRO-VEND)
                                       TO DET-AVI-NOME-OUTRO
           ELSE
              IF SRT-TIPO              EQUAL "G"
                 MOVE "SEM VENDEDOR (NOVO NA DISTRIBUICAO)"
                                       TO DET-AVI-NOME-OUTRO
              ELSE
                 MOVE "SEM VENDEDOR (FORA DA DISTRIBUICAO)"
                                       TO DET-AVI-NOME-OUTRO
              END-IF
           END-IF

           WRITE REG-AVISO             FROM DET-AVI-1
           WRITE REG-AVISO             FROM DET-AVI-2
           WRITE REG-AVISO             FROM DET-AVI-3
           WRITE REG-AVISO             FROM DET-AVI-4

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A RECEITA DO CLIENTE NO MES CORRENTE E NOS DOIS MESES     *
      * ANTERIORES, EM TODAS AS CATEGORIAS (ARQ-VOLUME)                *
      *----------------------------------------------------------------*
       2440-SOMA-RECEITA               SECTION.

           MOVE ZEROS                  TO WS-REC-TRES-MESES

           MOVE FUNCTION CURRENT-DATE (1:4)
                                       TO WS-AM-ANO
           MOVE FUNCTION CURRENT-DATE (5:2)
                                       TO WS-AM-MES

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER 3
              MOVE SRT-COD-CLIENTE     TO COD-CLIENTE-HBSIS16C
              COMPUTE ANO-MES-HBSIS16C =
                      WS-AM-ANO * 100 + WS-AM-MES
              MOVE LOW-VALUES          TO CATEGORIA-HBSIS16C

              START ARQ-VOLUME KEY IS NOT LESS CHAVE-HBSIS16C

              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 READ ARQ-VOLUME NEXT
              END-IF

              PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
                 OR COD-CLIENTE-HBSIS16C NOT EQUAL SRT-COD-CLIENTE
                 OR ANO-MES-HBSIS16C   NOT EQUAL
                    (WS-AM-ANO * 100 + WS-AM-MES)
                 ADD RECEITA-HBSIS16C  TO WS-REC-TRES-MESES
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
       2440-EXIT.
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
      * FIM DO PROGRAMA HBSIS88P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS88P.
      *----------------------------------------------------------------*
