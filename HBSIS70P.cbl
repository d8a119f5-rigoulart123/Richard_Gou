       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS70P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE EQUIPAMENTOS EM  *
      *                COMODATO (ARQ-EQUIPAMENTO), GERAR AS TAREFAS DE *
      *                INSPECAO/RECOLHIMENTO QUANDO O CLIENTE E        *
      *                INATIVADO (HBSIS02P), TEM O CREDITO BLOQUEADO   *
      *                (HBSIS52P) OU E FUNDIDO (HBSIS56P) - A TAREFA   *
      *                SAI NA FOLHA DE ROTA DO VENDEDOR (HBSIS34P) - E *
      *                GERAR O RELATORIO MENSAL DOS EQUIPAMENTOS POR   *
      *                SITUACAO E IDADE                                *
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
           SELECT ARQ-EQUIPAMENTO    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-SERIE-HBSIS70C
                       ALTERNATE RECORD KEY IS COD-CLIENTE-HBSIS70C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-EQP.

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

           SELECT REL-EQUIPAMENTO    ASSIGN TO "RELEQUIPAMENTOS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-EQUIPAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEquipamento'.
       COPY "HBSIS70C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       COPY "HBSIS07C.CPY".

       FD  REL-EQUIPAMENTO.
       01  REG-REL-EQUIPAMENTO         PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EQP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-VEND-TAREFA              PIC  9(003)         VALUE ZEROS.
       01  WS-NOVA-SITUACAO            PIC  X(001)         VALUE SPACES.
       01  WS-CLIENTE-OK               PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * SITUACOES NA ORDEM DE IMPRESSAO DO RELATORIO                   *
      *----------------------------------------------------------------*
       01  WS-TAB-SITUACOES.
           05  FILLER                  PIC  X(031)         VALUE
               "AINSTALADO NO CLIENTE          ".
           05  FILLER                  PIC  X(031)         VALUE
               "IINSPECAO PENDENTE             ".
           05  FILLER                  PIC  X(031)         VALUE
               "RRECOLHIMENTO PENDENTE         ".
           05  FILLER                  PIC  X(031)         VALUE
               "MEM MANUTENCAO                 ".
           05  FILLER                  PIC  X(031)         VALUE
               "DDISPONIVEL NO DEPOSITO        ".
           05  FILLER                  PIC  X(031)         VALUE
               "BBAIXADO                       ".
       01  FILLER                      REDEFINES WS-TAB-SITUACOES.
           05  WS-SIT-ITEM             OCCURS 6 TIMES.
               10  WS-SIT-CODIGO       PIC  X(001).
               10  WS-SIT-DESCRICAO    PIC  X(030).

       01  WS-IDX-SIT                  PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-FAIXA                PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * FAIXAS DE IDADE (MESES DESDE A COLOCACAO)                      *
      *----------------------------------------------------------------*
       01  WS-TAB-FAIXAS.
           05  WS-FAIXA-ITEM           OCCURS 4 TIMES.
               10  WS-FAIXA-QTD        PIC  9(007).

       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO             PIC  9(004).
           05  WS-HOJE-MES             PIC  9(002).
           05  WS-HOJE-DIA             PIC  9(002).
       01  WS-DATA-COL                 PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-COL.
           05  WS-COL-ANO              PIC  9(004).
           05  WS-COL-MES              PIC  9(002).
           05  WS-COL-DIA              PIC  9(002).
       01  WS-IDADE-MESES              PIC S9(005)         VALUE ZEROS.
       01  WS-QTD-SITUACAO             PIC  9(007)         VALUE ZEROS.
       01  WS-SOMA-IDADE-SIT           PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS42L.
       COPY HBSIS49L.

       01  CAB-EQUIPAMENTO.
           03 FILLER                   PIC  X(040)         VALUE
              "EQUIPAMENTOS EM COMODATO POR SITUACAO E ".
           03 FILLER                   PIC  X(015)         VALUE
              "IDADE - DATA: ".
           03 CAB-EQP-DATA             PIC  9(008)         VALUE ZEROS.

       01  CAB-SITUACAO.
           03 FILLER                   PIC  X(010)         VALUE
              "SITUACAO: ".
           03 CAB-SIT-CODIGO           PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-SIT-DESCRICAO        PIC  X(030)         VALUE SPACES.

       01  CAB-COLUNAS.
           03 FILLER                   PIC  X(022)         VALUE
              "SERIE".
           03 FILLER                   PIC  X(005)         VALUE
              "TIPO".
           03 FILLER                   PIC  X(009)         VALUE
              "CLIENTE".
           03 FILLER                   PIC  X(032)         VALUE
              "RAZAO SOCIAL".
           03 FILLER                   PIC  X(017)         VALUE
              "CONTRATO".
           03 FILLER                   PIC  X(010)         VALUE
              "COLOCACAO".
           03 FILLER                   PIC  X(007)         VALUE
              "MESES".
           03 FILLER                   PIC  X(010)         VALUE
              "TAREFA".

       01  DET-EQUIPAMENTO.
           03 DET-EQP-SERIE            PIC  X(020)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EQP-TIPO             PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-EQP-CLIENTE          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EQP-RAZAO            PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EQP-CONTRATO         PIC  X(015)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EQP-DATA-COL         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EQP-IDADE            PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-EQP-TAREFA           PIC  X(014)         VALUE SPACES.

       01  TOT-SITUACAO.
           03 FILLER                   PIC  X(022)         VALUE
              "  TOTAL DA SITUACAO: ".
           03 TOT-SIT-QTD              PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(025)         VALUE
              "   IDADE MEDIA (MESES): ".
           03 TOT-SIT-IDADE-MEDIA      PIC  ZZZZ9          VALUE ZEROS.

       01  TOT-FAIXA.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 TOT-FAIXA-DESCRICAO      PIC  X(030)         VALUE SPACES.
           03 TOT-FAIXA-QTD            PIC  ZZZZZZ9        VALUE ZEROS.

       01  TOT-GERAL.
           03 FILLER                   PIC  X(032)         VALUE
              "TOTAL DE EQUIPAMENTOS.........: ".
           03 TOT-GER-QTD              PIC  ZZZZZZ9        VALUE ZEROS.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS70L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS70L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS70L

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
           IF (COD-FUNCAO-HBSIS70L     EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS70L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS70L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS70L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS70L
               WHEN 0
                    PERFORM 2100-BUSCAR-EQUIPAMENTO
               WHEN 1
                    PERFORM 2200-INCLUIR-EQUIPAMENTO
               WHEN 2
                    PERFORM 2300-ALTERAR-EQUIPAMENTO
               WHEN 3
                    PERFORM 2400-EXCLUIR-EQUIPAMENTO
               WHEN 4
                    PERFORM 2600-GERA-TAREFAS-CLIENTE
               WHEN 5
                    PERFORM 2700-RELATORIO-EQUIPAMENTOS
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS70L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS70L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-EQUIPAMENTO       SECTION.

           OPEN I-O ARQ-EQUIPAMENTO

           IF WS-FL-STATUS-EQP         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-EQUIPAMENTO

              IF WS-FL-STATUS-EQP      EQUAL ZEROS
                 CLOSE ARQ-EQUIPAMENTO
                 OPEN I-O ARQ-EQUIPAMENTO
              END-IF

              IF WS-FL-STATUS-EQP      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS70L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE EQUIPAMENTOS"
                                       TO MSG-RETORNO-HBSIS70L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-EQUIPAMENTO      SECTION.

           CLOSE ARQ-EQUIPAMENTO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DE EQUIPAMENTO PELO NUMERO DE SERIE                      *
      *----------------------------------------------------------------*
       2100-BUSCAR-EQUIPAMENTO         SECTION.

           PERFORM 2110-OPEN-ARQ-EQUIPAMENTO

           MOVE NUM-SERIE-HBSIS70L     TO NUM-SERIE-HBSIS70C

           READ ARQ-EQUIPAMENTO KEY IS NUM-SERIE-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              MOVE TIPO-EQUIP-HBSIS70C TO TIPO-EQUIP-HBSIS70L
              MOVE DESCRICAO-EQUIP-HBSIS70C
                                       TO DESCRICAO-EQUIP-HBSIS70L
              MOVE COD-CLIENTE-HBSIS70C
                                       TO COD-CLIENTE-HBSIS70L
              MOVE DATA-COLOCACAO-HBSIS70C
                                       TO DATA-COLOCACAO-HBSIS70L
              MOVE NUM-CONTRATO-HBSIS70C
                                       TO NUM-CONTRATO-HBSIS70L
              MOVE SITUACAO-EQUIP-HBSIS70C
                                       TO SITUACAO-EQUIP-HBSIS70L
              MOVE MOTIVO-TAREFA-HBSIS70C
                                       TO MOTIVO-TAREFA-HBSIS70L
              MOVE DATA-TAREFA-HBSIS70C
                                       TO DATA-TAREFA-HBSIS70L
              MOVE COD-VEND-TAREFA-HBSIS70C
                                       TO COD-VEND-TAREFA-HBSIS70L
              MOVE ZEROS               TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS70L
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPAMENTO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DE EQUIPAMENTO                                        *
      *----------------------------------------------------------------*
       2200-INCLUIR-EQUIPAMENTO        SECTION.

           IF NUM-SERIE-HBSIS70L       EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "NUMERO DE SERIE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2200-EXIT
           END-IF

           IF TIPO-EQUIP-HBSIS70L      NOT EQUAL "G" AND "C" AND
                                                 "E" AND "O"
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "TIPO INVALIDO (G-GELADEIRA C-CHOPEIRA E-EXPOSITOR)"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2200-EXIT
           END-IF

      *    SEM CLIENTE O EQUIPAMENTO ENTRA DISPONIVEL NO DEPOSITO
           IF COD-CLIENTE-HBSIS70L     GREATER ZEROS
              PERFORM 2500-VALIDA-CLIENTE
              IF WS-CLIENTE-OK         NOT EQUAL "S"
                 GO TO 2200-EXIT
              END-IF
           END-IF

           PERFORM 2110-OPEN-ARQ-EQUIPAMENTO

           INITIALIZE ARQ-HBSIS70C

           MOVE NUM-SERIE-HBSIS70L     TO NUM-SERIE-HBSIS70C
           MOVE TIPO-EQUIP-HBSIS70L    TO TIPO-EQUIP-HBSIS70C
           MOVE DESCRICAO-EQUIP-HBSIS70L
                                       TO DESCRICAO-EQUIP-HBSIS70C
           MOVE COD-CLIENTE-HBSIS70L   TO COD-CLIENTE-HBSIS70C
           MOVE DATA-COLOCACAO-HBSIS70L
                                       TO DATA-COLOCACAO-HBSIS70C
           MOVE NUM-CONTRATO-HBSIS70L  TO NUM-CONTRATO-HBSIS70C

           IF COD-CLIENTE-HBSIS70L     GREATER ZEROS
              MOVE "A"                 TO SITUACAO-EQUIP-HBSIS70C
              IF DATA-COLOCACAO-HBSIS70C EQUAL ZEROS
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-COLOCACAO-HBSIS70C
              END-IF
           ELSE
              MOVE "D"                 TO SITUACAO-EQUIP-HBSIS70C
           END-IF

           MOVE SPACES                 TO MOTIVO-TAREFA-HBSIS70C
           MOVE OPERADOR-HBSIS70L      TO OPERADOR-ALTER-HBSIS70C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS70C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS70C

           WRITE ARQ-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
           IF WS-FL-STATUS-EQP         EQUAL "22"
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO JA CADASTRADO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS70L
              MOVE "ERRO AO GRAVAR O EQUIPAMENTO"
                                       TO MSG-RETORNO-HBSIS70L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPAMENTO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE EQUIPAMENTO: SO OS CAMPOS INFORMADOS. A TROCA DE  *
      * CLIENTE REINSTALA O EQUIPAMENTO; A VOLTA PARA INSTALADO OU     *
      * DISPONIVEL ENCERRA A TAREFA PENDENTE                           *
      *----------------------------------------------------------------*
       2300-ALTERAR-EQUIPAMENTO        SECTION.

           IF SITUACAO-EQUIP-HBSIS70L  NOT EQUAL SPACES AND
              SITUACAO-EQUIP-HBSIS70L  NOT EQUAL "A" AND "I" AND "R"
                                         AND "M" AND "D" AND "B"
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "SITUACAO INVALIDA (A/I/R/M/D/B)"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2300-EXIT
           END-IF

           IF TIPO-EQUIP-HBSIS70L      NOT EQUAL SPACES AND
              TIPO-EQUIP-HBSIS70L      NOT EQUAL "G" AND "C" AND
                                                 "E" AND "O"
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "TIPO INVALIDO (G-GELADEIRA C-CHOPEIRA E-EXPOSITOR)"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2300-EXIT
           END-IF

           IF COD-CLIENTE-HBSIS70L     GREATER ZEROS
              PERFORM 2500-VALIDA-CLIENTE
              IF WS-CLIENTE-OK         NOT EQUAL "S"
                 GO TO 2300-EXIT
              END-IF
           END-IF

           PERFORM 2110-OPEN-ARQ-EQUIPAMENTO

           MOVE NUM-SERIE-HBSIS70L     TO NUM-SERIE-HBSIS70C

           READ ARQ-EQUIPAMENTO WITH LOCK KEY IS NUM-SERIE-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              IF TIPO-EQUIP-HBSIS70L   NOT EQUAL SPACES
                 MOVE TIPO-EQUIP-HBSIS70L
                                       TO TIPO-EQUIP-HBSIS70C
              END-IF
              IF DESCRICAO-EQUIP-HBSIS70L NOT EQUAL SPACES
                 MOVE DESCRICAO-EQUIP-HBSIS70L
                                       TO DESCRICAO-EQUIP-HBSIS70C
              END-IF
              IF NUM-CONTRATO-HBSIS70L NOT EQUAL SPACES
                 MOVE NUM-CONTRATO-HBSIS70L
                                       TO NUM-CONTRATO-HBSIS70C
              END-IF
              IF DATA-COLOCACAO-HBSIS70L GREATER ZEROS
                 MOVE DATA-COLOCACAO-HBSIS70L
                                       TO DATA-COLOCACAO-HBSIS70C
              END-IF
              IF COD-CLIENTE-HBSIS70L  GREATER ZEROS
              AND COD-CLIENTE-HBSIS70L NOT EQUAL COD-CLIENTE-HBSIS70C
                 MOVE COD-CLIENTE-HBSIS70L
                                       TO COD-CLIENTE-HBSIS70C
                 MOVE "A"              TO SITUACAO-EQUIP-HBSIS70C
                 IF DATA-COLOCACAO-HBSIS70L EQUAL ZEROS
                    MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-COLOCACAO-HBSIS70C
                 END-IF
              END-IF
              IF SITUACAO-EQUIP-HBSIS70L NOT EQUAL SPACES
                 MOVE SITUACAO-EQUIP-HBSIS70L
                                       TO SITUACAO-EQUIP-HBSIS70C
      *          RECOLHIDO PARA O DEPOSITO: SAI DO CLIENTE
                 IF SITUACAO-EQUIP-HBSIS70L EQUAL "D"
                    MOVE ZEROS         TO COD-CLIENTE-HBSIS70C
                 END-IF
              END-IF
              IF SITUACAO-EQUIP-HBSIS70C EQUAL "A" OR "D" OR "B"
                 MOVE SPACES           TO MOTIVO-TAREFA-HBSIS70C
                 MOVE ZEROS            TO DATA-TAREFA-HBSIS70C
                                          COD-VEND-TAREFA-HBSIS70C
              END-IF
              MOVE OPERADOR-HBSIS70L   TO OPERADOR-ALTER-HBSIS70C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS70C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS70C

              REWRITE ARQ-HBSIS70C

              MOVE ZEROS               TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS70L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPAMENTO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE EQUIPAMENTO (BAIXA LOGICA - SITUACAO B)            *
      *----------------------------------------------------------------*
       2400-EXCLUIR-EQUIPAMENTO        SECTION.

           PERFORM 2110-OPEN-ARQ-EQUIPAMENTO

           MOVE NUM-SERIE-HBSIS70L     TO NUM-SERIE-HBSIS70C

           READ ARQ-EQUIPAMENTO WITH LOCK KEY IS NUM-SERIE-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              IF SITUACAO-EQUIP-HBSIS70C EQUAL "B"
                 MOVE 1                TO COD-RETORNO-HBSIS70L
                 MOVE "EQUIPAMENTO JA ESTA BAIXADO"
                                       TO MSG-RETORNO-HBSIS70L
              ELSE
                 MOVE "B"              TO SITUACAO-EQUIP-HBSIS70C
                 MOVE SPACES           TO MOTIVO-TAREFA-HBSIS70C
                 MOVE ZEROS            TO DATA-TAREFA-HBSIS70C
                                          COD-VEND-TAREFA-HBSIS70C
                 MOVE OPERADOR-HBSIS70L
                                       TO OPERADOR-ALTER-HBSIS70C
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS70C
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS70C

                 REWRITE ARQ-HBSIS70C

                 MOVE ZEROS            TO COD-RETORNO-HBSIS70L
                 MOVE "EQUIPAMENTO BAIXADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS70L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "EQUIPAMENTO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS70L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPAMENTO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O CLIENTE DO EQUIPAMENTO DEVE EXISTIR E ESTAR ATIVO            *
      *----------------------------------------------------------------*
       2500-VALIDA-CLIENTE             SECTION.

           MOVE "N"                    TO WS-CLIENTE-OK

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS70L
              MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2500-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS70L   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS70L
           ELSE
           IF FLAG-ATIVO-HBSIS02C      EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "CLIENTE INATIVO"   TO MSG-RETORNO-HBSIS70L
           ELSE
              MOVE "S"                 TO WS-CLIENTE-OK
           END-IF
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA AS TAREFAS DOS EQUIPAMENTOS DE UM CLIENTE:                *
      *   MOTIVO B (CREDITO BLOQUEADO)     -> INSPECAO (I)             *
      *   MOTIVO I/F (INATIVADO/FUNDIDO)   -> RECOLHIMENTO (R)         *
      * A TAREFA VAI PARA O VENDEDOR DO CLIENTE NA ULTIMA EXECUCAO DA  *
      * DISTRIBUICAO (OU, SE ELE NAO ESTIVER LA, DO CLIENTE DE         *
      * REFERENCIA - O SOBREVIVENTE NA FUSAO). TAREFA JA ABERTA NAO E  *
      * DUPLICADA, SO O RECOLHIMENTO SUBSTITUI A INSPECAO              *
      *----------------------------------------------------------------*
       2600-GERA-TAREFAS-CLIENTE       SECTION.

           MOVE ZEROS                  TO QTD-TAREFAS-HBSIS70L

           EVALUATE MOTIVO-TAREFA-HBSIS70L
               WHEN "B"
                    MOVE "I"           TO WS-NOVA-SITUACAO
               WHEN "I"
               WHEN "F"
                    MOVE "R"           TO WS-NOVA-SITUACAO
               WHEN OTHER
                    MOVE 1             TO COD-RETORNO-HBSIS70L
                    MOVE "MOTIVO DA TAREFA INVALIDO (I/B/F)"
                                       TO MSG-RETORNO-HBSIS70L
                    GO TO 2600-EXIT
           END-EVALUATE

      *    SEM ARQUIVO DE EQUIPAMENTOS NAO HA O QUE RECOLHER
           OPEN I-O ARQ-EQUIPAMENTO

           IF WS-FL-STATUS-EQP         NOT EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS70L
              MOVE "CLIENTE SEM EQUIPAMENTOS"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2600-EXIT
           END-IF

           PERFORM 2610-BUSCA-VENDEDOR-TAREFA

           MOVE COD-CLIENTE-HBSIS70L   TO COD-CLIENTE-HBSIS70C

           START ARQ-EQUIPAMENTO KEY IS EQUAL COD-CLIENTE-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              READ ARQ-EQUIPAMENTO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-EQP NOT EQUAL "00"
              OR COD-CLIENTE-HBSIS70C  NOT EQUAL COD-CLIENTE-HBSIS70L
              IF SITUACAO-EQUIP-HBSIS70C EQUAL "A"
              OR (SITUACAO-EQUIP-HBSIS70C EQUAL "I" AND
                  WS-NOVA-SITUACAO     EQUAL "R")
                 MOVE WS-NOVA-SITUACAO TO SITUACAO-EQUIP-HBSIS70C
                 MOVE MOTIVO-TAREFA-HBSIS70L
                                       TO MOTIVO-TAREFA-HBSIS70C
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-TAREFA-HBSIS70C
                 MOVE WS-VEND-TAREFA   TO COD-VEND-TAREFA-HBSIS70C
                 MOVE OPERADOR-HBSIS70L
                                       TO OPERADOR-ALTER-HBSIS70C
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS70C
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS70C
                 REWRITE ARQ-HBSIS70C
                 IF WS-FL-STATUS-EQP   EQUAL ZEROS
                    ADD 1              TO QTD-TAREFAS-HBSIS70L
                 END-IF
              END-IF
              READ ARQ-EQUIPAMENTO NEXT
           END-PERFORM

           PERFORM 2120-CLOSE-ARQ-EQUIPAMENTO

           MOVE ZEROS                  TO COD-RETORNO-HBSIS70L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS70L
           STRING "TAREFAS DE EQUIPAMENTO GERADAS: "
                  QTD-TAREFAS-HBSIS70L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS70L

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDOR DO CLIENTE (OU DO CLIENTE DE REFERENCIA) NA ULTIMA    *
      * EXECUCAO DA DISTRIBUICAO                                       *
      *----------------------------------------------------------------*
       2610-BUSCA-VENDEDOR-TAREFA      SECTION.

           MOVE ZEROS                  TO WS-VEND-TAREFA
                                          WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              GO TO 2610-EXIT
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

           IF WS-ULT-DATA-EXEC         GREATER ZEROS
              MOVE WS-ULT-DATA-EXEC    TO DATA-EXECUCAO-HBSIS07C
              MOVE WS-ULT-HORA-EXEC    TO HORA-EXECUCAO-HBSIS07C
              MOVE COD-CLIENTE-HBSIS70L
                                       TO COD-CLIENTE-HBSIS07C
              READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
              IF WS-FL-STATUS-DIS      NOT EQUAL ZEROS
              AND COD-CLIENTE-REF-HBSIS70L GREATER ZEROS
                 MOVE COD-CLIENTE-REF-HBSIS70L
                                       TO COD-CLIENTE-HBSIS07C
                 READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
              END-IF
              IF WS-FL-STATUS-DIS      EQUAL ZEROS
              AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-VEND-TAREFA
              END-IF
           END-IF

           CLOSE ARQ-DISTRIBUICAO

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO MENSAL DOS EQUIPAMENTOS POR SITUACAO E IDADE         *
      * (MESES DESDE A COLOCACAO NO CLIENTE)                           *
      *----------------------------------------------------------------*
       2700-RELATORIO-EQUIPAMENTOS     SECTION.

           MOVE ZEROS                  TO QTD-EQUIP-HBSIS70L
                                          WS-QTD-LINHAS-REL
           INITIALIZE WS-TAB-FAIXAS

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE

           OPEN INPUT ARQ-EQUIPAMENTO

           IF WS-FL-STATUS-EQP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS70L
              MOVE "NAO HA EQUIPAMENTOS CADASTRADOS"
                                       TO MSG-RETORNO-HBSIS70L
              GO TO 2700-EXIT
           END-IF

           OPEN OUTPUT REL-EQUIPAMENTO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS70L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE EQUIPAMENTOS"
                                       TO MSG-RETORNO-HBSIS70L
              CLOSE ARQ-EQUIPAMENTO
              GO TO 2700-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE WS-DATA-HOJE           TO CAB-EQP-DATA
           WRITE REG-REL-EQUIPAMENTO   FROM LINHA-TRACO
           WRITE REG-REL-EQUIPAMENTO   FROM CAB-EQUIPAMENTO
           WRITE REG-REL-EQUIPAMENTO   FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT GREATER 6
              PERFORM 2710-LISTA-SITUACAO
           END-PERFORM

           PERFORM 2730-GRAVA-FAIXAS

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-EQUIPAMENTO
           CLOSE REL-EQUIPAMENTO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELEQUIPAMENTOS.TXT"  TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS70L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS70L
           STRING "EQUIPAMENTOS RELACIONADOS: "
                  QTD-EQUIP-HBSIS70L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS70L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA OS EQUIPAMENTOS DE UMA SITUACAO, COM TOTAL E IDADE MEDIA *
      *----------------------------------------------------------------*
       2710-LISTA-SITUACAO             SECTION.

           MOVE ZEROS                  TO WS-QTD-SITUACAO
                                          WS-SOMA-IDADE-SIT

           MOVE LOW-VALUES             TO NUM-SERIE-HBSIS70C

           START ARQ-EQUIPAMENTO KEY IS NOT LESS NUM-SERIE-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              READ ARQ-EQUIPAMENTO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-EQP NOT EQUAL "00"
              IF SITUACAO-EQUIP-HBSIS70C
                                       EQUAL WS-SIT-CODIGO (WS-IDX-SIT)
                 IF WS-QTD-SITUACAO    EQUAL ZEROS
                    MOVE WS-SIT-CODIGO (WS-IDX-SIT)
                                       TO CAB-SIT-CODIGO
                    MOVE WS-SIT-DESCRICAO (WS-IDX-SIT)
                                       TO CAB-SIT-DESCRICAO
                    WRITE REG-REL-EQUIPAMENTO
                                       FROM CAB-SITUACAO
                    WRITE REG-REL-EQUIPAMENTO
                                       FROM CAB-COLUNAS
                 END-IF
                 PERFORM 2720-GRAVA-DETALHE
              END-IF
              READ ARQ-EQUIPAMENTO NEXT
           END-PERFORM

           IF WS-QTD-SITUACAO          GREATER ZEROS
              MOVE WS-QTD-SITUACAO     TO TOT-SIT-QTD
              COMPUTE TOT-SIT-IDADE-MEDIA =
                      WS-SOMA-IDADE-SIT / WS-QTD-SITUACAO
              WRITE REG-REL-EQUIPAMENTO
                                       FROM TOT-SITUACAO
              WRITE REG-REL-EQUIPAMENTO
                                       FROM LINHA-TRACO
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM EQUIPAMENTO E ACUMULA A FAIXA DE IDADE                *
      *----------------------------------------------------------------*
       2720-GRAVA-DETALHE              SECTION.

           MOVE ZEROS                  TO WS-IDADE-MESES

           IF DATA-COLOCACAO-HBSIS70C  GREATER ZEROS
              MOVE DATA-COLOCACAO-HBSIS70C
                                       TO WS-DATA-COL
              COMPUTE WS-IDADE-MESES =
                      (WS-HOJE-ANO * 12 + WS-HOJE-MES)
                    - (WS-COL-ANO  * 12 + WS-COL-MES)
              IF WS-HOJE-DIA           LESS WS-COL-DIA
                 SUBTRACT 1            FROM WS-IDADE-MESES
              END-IF
              IF WS-IDADE-MESES        LESS ZEROS
                 MOVE ZEROS            TO WS-IDADE-MESES
              END-IF
           END-IF

           MOVE NUM-SERIE-HBSIS70C     TO DET-EQP-SERIE
           MOVE TIPO-EQUIP-HBSIS70C    TO DET-EQP-TIPO
           MOVE COD-CLIENTE-HBSIS70C   TO DET-EQP-CLIENTE
           MOVE NUM-CONTRATO-HBSIS70C  TO DET-EQP-CONTRATO
           MOVE DATA-COLOCACAO-HBSIS70C
                                       TO DET-EQP-DATA-COL
           MOVE WS-IDADE-MESES         TO DET-EQP-IDADE
           MOVE SPACES                 TO DET-EQP-RAZAO

           IF COD-CLIENTE-HBSIS70C     GREATER ZEROS
              MOVE COD-CLIENTE-HBSIS70C
                                       TO COD-CLIENTE-HBSIS02C
              READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-EQP-RAZAO
              END-IF
           END-IF

           EVALUATE MOTIVO-TAREFA-HBSIS70C
               WHEN "I"
                    MOVE "CLI INATIVADO"
                                       TO DET-EQP-TAREFA
               WHEN "B"
                    MOVE "CRED BLOQUEADO"
                                       TO DET-EQP-TAREFA
               WHEN "F"
                    MOVE "CLI FUNDIDO" TO DET-EQP-TAREFA
               WHEN OTHER
                    MOVE SPACES        TO DET-EQP-TAREFA
           END-EVALUATE

           WRITE REG-REL-EQUIPAMENTO   FROM DET-EQUIPAMENTO

           ADD 1                       TO WS-QTD-SITUACAO
                                          WS-QTD-LINHAS-REL
                                          QTD-EQUIP-HBSIS70L
           ADD WS-IDADE-MESES          TO WS-SOMA-IDADE-SIT

           EVALUATE TRUE
               WHEN WS-IDADE-MESES     NOT GREATER 12
                    MOVE 1             TO WS-IDX-FAIXA
               WHEN WS-IDADE-MESES     NOT GREATER 36
                    MOVE 2             TO WS-IDX-FAIXA
               WHEN WS-IDADE-MESES     NOT GREATER 60
                    MOVE 3             TO WS-IDX-FAIXA
               WHEN OTHER
                    MOVE 4             TO WS-IDX-FAIXA
           END-EVALUATE

           ADD 1                       TO WS-FAIXA-QTD (WS-IDX-FAIXA)

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO FINAL POR FAIXA DE IDADE                                *
      *----------------------------------------------------------------*
       2730-GRAVA-FAIXAS               SECTION.

           MOVE "RESUMO POR IDADE:"    TO REG-REL-EQUIPAMENTO
           WRITE REG-REL-EQUIPAMENTO

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA GREATER 4
              EVALUATE WS-IDX-FAIXA
                  WHEN 1
                       MOVE "ATE 12 MESES.................:"
                                       TO TOT-FAIXA-DESCRICAO
                  WHEN 2
                       MOVE "DE 13 A 36 MESES.............:"
                                       TO TOT-FAIXA-DESCRICAO
                  WHEN 3
                       MOVE "DE 37 A 60 MESES.............:"
                                       TO TOT-FAIXA-DESCRICAO
                  WHEN OTHER
                       MOVE "MAIS DE 60 MESES.............:"
                                       TO TOT-FAIXA-DESCRICAO
              END-EVALUATE
              MOVE WS-FAIXA-QTD (WS-IDX-FAIXA)
                                       TO TOT-FAIXA-QTD
              WRITE REG-REL-EQUIPAMENTO
                                       FROM TOT-FAIXA
           END-PERFORM

           MOVE QTD-EQUIP-HBSIS70L     TO TOT-GER-QTD
           WRITE REG-REL-EQUIPAMENTO   FROM TOT-GERAL
           WRITE REG-REL-EQUIPAMENTO   FROM LINHA-TRACO

           .
       2730-EXIT.
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
      * FIM DO PROGRAMA HBSIS70P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS70P.
      *----------------------------------------------------------------*
