                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CEP.

           SELECT ARQ-CANAL          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CANAL-HBSIS72C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAN.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
           VALUE OF FILE-ID IS 'ArqCep'.
       COPY "HBSIS15C.CPY".

       FD  ARQ-CANAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCanal'.
       COPY "HBSIS72C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       77  WS-FL-STATUS-CEP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-SEQ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAN            PIC  X(002)         VALUE "00".

       01  WS-OPCAO                    PIC  9(001)         VALUE ZEROS.
       01  WS-CAD-OPCAO                PIC  9(001)         VALUE ZEROS.
           05  WS-ARQ-COD-FUSAO-CLI    PIC  9(007)         VALUE ZEROS.
           05  WS-ARQ-COD-FILIAL-CLI   PIC  9(002)         VALUE ZEROS.
           05  WS-ARQ-PRECISAO-CLI     PIC  X(001)         VALUE SPACE.
           05  WS-ARQ-CANAL-CLI        PIC  9(002)         VALUE ZEROS.
      *
      * REGISTRO DE AUDITORIA DE INCLUSAO/ALTERACAO/EXCLUSAO DE CLIENTE*
       01  WS-AUD-OPERACAO-CLI         PIC  X(008)         VALUE SPACES.
      *
      * TIPO DO MOVIMENTO GRAVADO NO JORNAL DE RECUPERACAO (HBSIS92P)
       01  WS-JRN-TIPO-MOV-CLI         PIC  X(008)         VALUE SPACES.
       01  WS-JRN-ACAO-CLI             PIC  X(001)         VALUE SPACES.
       01  WS-AUD-MOTIVO-CLI           PIC  X(030)         VALUE SPACES.
       01  WS-AUD-ANTES-CLI.
           05  WS-AUD-COD-ANTES-CLI    PIC  9(007)         VALUE ZEROS.
      *
      * VALIDACAO DO CODIGO DE REGIAO CONTRA O ARQUIVO DE REGIOES      *
       01  WS-REGIAO-VALIDA            PIC  X(001)         VALUE "S".
      * VALIDACAO DO CANAL DE VENDA CONTRA A TABELA DE CANAIS          *
       01  WS-CANAL-VALIDO             PIC  X(001)         VALUE "S".
      * AVISO DE COORDENADAS FORA DA CAIXA DECLARADA DA REGIAO
       01  WS-FORA-CAIXA-REGIAO        PIC  X(001)         VALUE "N".
      *
           'HBSIS41P'.
       01  WS-HBSIS58                  PIC  X(009)         VALUE
           'HBSIS58P'.
       01  WS-HBSIS70                  PIC  X(009)         VALUE
           'HBSIS70P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS41L.
       COPY HBSIS58L.
       COPY HBSIS70L.
       COPY HBSIS92L.

      * VALIDACAO DO MUNICIPIO/UF CONTRA A TABELA DO IBGE
       01  WS-MUNICIPIO-VALIDO         PIC  X(001)         VALUE "S".
           MOVE WS-ARQ-FLAG-CREDITO-CLI
                                       TO FLAG-CREDITO-HBSIS02
           MOVE WS-ARQ-COD-FILIAL-CLI  TO COD-FILIAL-HBSIS02
           MOVE WS-ARQ-CANAL-CLI       TO COD-CANAL-HBSIS02

           .
       2130-EXIT.
       2175-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DO CANAL DE VENDA CONTRA A TABELA DE CANAIS -        *
      * ZERO SIGNIFICA CLIENTE NAO CLASSIFICADO E E ACEITO             *
      *----------------------------------------------------------------*
       2185-VALIDA-CANAL               SECTION.

           MOVE "S"                    TO WS-CANAL-VALIDO

           IF COD-CANAL-HBSIS02        EQUAL ZEROS
              GO TO 2185-EXIT
           END-IF

           OPEN INPUT ARQ-CANAL

           IF WS-FL-STATUS-CAN         EQUAL ZEROS
              MOVE COD-CANAL-HBSIS02   TO COD-CANAL-HBSIS72C

              READ ARQ-CANAL KEY IS COD-CANAL-HBSIS72C

              IF WS-FL-STATUS-CAN      NOT EQUAL ZEROS OR
                 FLAG-ATIVO-HBSIS72C   EQUAL "N"
                 MOVE "N"              TO WS-CANAL-VALIDO
              END-IF

              CLOSE ARQ-CANAL
           ELSE
              MOVE "N"                 TO WS-CANAL-VALIDO
           END-IF

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREENCHIMENTO AUTOMATICO DE COORDENADAS PELO CEP: QUANDO O     *
      * OPERADOR DEIXA LATITUDE/LONGITUDE ZERADAS E INFORMA UM CEP,    *
      * BUSCA AS COORDENADAS NA TABELA ARQ-CEP - SE O CEP NAO CONSTA   *
           PERFORM 2160-VALIDA-COORDENADAS
           PERFORM 2170-VALIDA-REGIAO
           PERFORM 2175-VALIDA-MUNICIPIO
           PERFORM 2185-VALIDA-CANAL

           IF WS-MUNICIPIO-VALIDO      NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS02
              MOVE 1                   TO COD-RETORNO-HBSIS02
              MOVE "REGIAO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS02
           ELSE
           IF WS-CANAL-VALIDO          NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS02
              MOVE "CANAL DE VENDA NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS02
           ELSE
              READ ARQ-CLIENTE   RECORD INTO WS-ARQ-CLIENTE
                                 KEY IS      COD-CLIENTE-HBSIS02C
                    MOVE "L"           TO WS-ARQ-FLAG-CREDITO-CLI
                    MOVE COD-FILIAL-HBSIS02
                                       TO WS-ARQ-COD-FILIAL-CLI
                    MOVE COD-CANAL-HBSIS02
                                       TO WS-ARQ-CANAL-CLI
                    IF WS-COORD-DE-CEP EQUAL "S"
                       MOVE "C"        TO WS-ARQ-PRECISAO-CLI
                    ELSE
                                       TO WS-ARQ-DATA-ALTER-CLI
                    MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
                    MOVE "INCLUIR"     TO WS-JRN-TIPO-MOV-CLI
                    PERFORM 2220-GRAVA-ARQ-CLIENTE
                    MOVE ZEROS         TO WS-AUD-COD-ANTES-CLI
                                          WS-AUD-CNPJ-ANTES-CLI
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-CLIENTE

           WRITE ARQ-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "I"                 TO WS-JRN-ACAO-CLI
              PERFORM 2620-GRAVA-JORNAL-CLI
           ELSE
              MOVE "2220-GRAVA-ARQ-CLIENTE"
                                       TO SECAO-HBSIS41
              MOVE "M"                 TO WS-ARQ-FREQ-VISITA-CLI
           END-IF

      *    CANAL NAO INFORMADO NA ALTERACAO MANTEM O CANAL ATUAL
           IF COD-CANAL-HBSIS02        GREATER ZEROS
              MOVE COD-CANAL-HBSIS02   TO WS-ARQ-CANAL-CLI
           END-IF

           .
       2230-EXIT.
           EXIT.
           PERFORM 2160-VALIDA-COORDENADAS
           PERFORM 2170-VALIDA-REGIAO
           PERFORM 2175-VALIDA-MUNICIPIO
           PERFORM 2185-VALIDA-CANAL

           IF WS-MUNICIPIO-VALIDO      NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS02
              MOVE "REGIAO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS02
           ELSE
           IF WS-CANAL-VALIDO          NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS02
              MOVE "CANAL DE VENDA NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS02
           ELSE
           READ ARQ-CLIENTE   RECORD INTO WS-ARQ-CLIENTE
                              WITH LOCK
                              KEY IS      COD-CLIENTE-HBSIS02C
                                       TO WS-ARQ-DATA-ALTER-CLI
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
              MOVE "ALTERAR"           TO WS-JRN-TIPO-MOV-CLI
              PERFORM 2310-ALTERAR-ARQ-CLI
              MOVE "ALTERAR "          TO WS-AUD-OPERACAO-CLI
              PERFORM 2606-SNAPSHOT-DEPOIS-CLI
                                       TO WS-ARQ-DATA-ALTER-CLI
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
                 MOVE "ALTERAR"        TO WS-JRN-TIPO-MOV-CLI
                 PERFORM 2310-ALTERAR-ARQ-CLI
                 MOVE "ALTERAR "       TO WS-AUD-OPERACAO-CLI
                 PERFORM 2606-SNAPSHOT-DEPOIS-CLI
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-CLIENTE

           REWRITE ARQ-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "A"                 TO WS-JRN-ACAO-CLI
              PERFORM 2620-GRAVA-JORNAL-CLI
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS02
              MOVE "ERRO AO ALTERAR CLIENTE"
                                       TO MSG-RETORNO-HBSIS02
              ELSE
                 PERFORM 2605-SNAPSHOT-ANTES-CLI
                 MOVE "EXCLUIR"        TO WS-JRN-TIPO-MOV-CLI
                 PERFORM 2410-EXCLUIR-ARQ-CLI
                 MOVE "EXCLUIR "       TO WS-AUD-OPERACAO-CLI
                 PERFORM 2606-SNAPSHOT-DEPOIS-CLI
                                       TO MSG-RETORNO-HBSIS02
                 ELSE
                    PERFORM 2605-SNAPSHOT-ANTES-CLI
                    MOVE "EXCLUIR"     TO WS-JRN-TIPO-MOV-CLI
                    PERFORM 2410-EXCLUIR-ARQ-CLI
                    MOVE "EXCLUIR "    TO WS-AUD-OPERACAO-CLI
                    PERFORM 2606-SNAPSHOT-DEPOIS-CLI
           REWRITE ARQ-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "A"                 TO WS-JRN-ACAO-CLI
              PERFORM 2420-RECOLHE-EQUIPAMENTOS
              PERFORM 2620-GRAVA-JORNAL-CLI
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS02
              MOVE "ERRO AO EXCLUIR CLIENTE"
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE INATIVADO: ABRE A TAREFA DE RECOLHIMENTO DOS           *
      * EQUIPAMENTOS EM COMODATO QUE ESTAO NELE (HBSIS70P)             *
      *----------------------------------------------------------------*
       2420-RECOLHE-EQUIPAMENTOS     SECTION.

           INITIALIZE HBSIS70L
           MOVE 4                      TO COD-FUNCAO-HBSIS70L
           MOVE WS-ARQ-CODIGO-CLI      TO COD-CLIENTE-HBSIS70L
           MOVE "I"                    TO MOTIVO-TAREFA-HBSIS70L
           MOVE OPERADOR-HBSIS02       TO OPERADOR-HBSIS70L

           CALL WS-HBSIS70             USING HBSIS70L

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE AUDITORIA (HISTORICO EM EXTEND)         *
      *----------------------------------------------------------------*
       2610-OPEN-ARQ-AUDITORIA        SECTION.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * CLIENTE QUE ACABOU DE SER GRAVADA NO CADASTRO                  *
      *----------------------------------------------------------------*
       2620-GRAVA-JORNAL-CLI          SECTION.

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS02       TO OPERADOR-HBSIS92L
           MOVE "C"                    TO ENTIDADE-HBSIS92L
           MOVE WS-JRN-ACAO-CLI        TO ACAO-HBSIS92L
           MOVE WS-JRN-TIPO-MOV-CLI    TO TIPO-MOV-HBSIS92L
           MOVE COD-CLIENTE-HBSIS02C   TO CODIGO-HBSIS92L
           MOVE "HBSIS02P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS02C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE "2620-GRAVA-JORNAL-CLI"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE 9                   TO COD-RETORNO-HBSIS02
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS02
              PERFORM 2120-CLOSE-ARQ-CLIENTE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA O REGISTRO ATUAL (ANTES DA ALTERACAO/EXCLUSAO) PARA      *
      * WS-AUD-ANTES-CLI                                               *
      *----------------------------------------------------------------*

           PERFORM 2505-VALIDA-CONTROLE-IMP

           MOVE WS-IMP-QTD-TRAILER     TO QTD-IMP-TRAILER-HBSIS02

           IF WS-IMP-CONTROLE-OK       NOT EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS02
              GO TO 2500-EXIT
              MOVE "L"                 TO WS-ARQ-FLAG-CREDITO-CLI
              MOVE COD-FILIAL-HBSIS02  TO WS-ARQ-COD-FILIAL-CLI
              MOVE SPACE               TO WS-ARQ-PRECISAO-CLI
              MOVE ZEROS               TO WS-ARQ-CANAL-CLI
              MOVE OPERADOR-HBSIS02    TO WS-ARQ-OPERADOR-CLI
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-ARQ-DATA-ALTER-CLI
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
              MOVE "IMPORTAR"          TO WS-JRN-TIPO-MOV-CLI
              PERFORM 2220-GRAVA-ARQ-CLIENTE
              MOVE ZEROS               TO WS-AUD-COD-ANTES-CLI
                                          WS-AUD-CNPJ-ANTES-CLI
                                       TO WS-ARQ-DATA-ALTER-CLI
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
                 MOVE "FIXAR"          TO WS-JRN-TIPO-MOV-CLI
                 PERFORM 2310-ALTERAR-ARQ-CLI
                 IF COD-VEND-FIXO-HBSIS02
                                       EQUAL ZEROS
                                       TO WS-ARQ-DATA-ALTER-CLI
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
              MOVE "APROVAR"           TO WS-JRN-TIPO-MOV-CLI
              PERFORM 2310-ALTERAR-ARQ-CLI
              MOVE "APROVAR "          TO WS-AUD-OPERACAO-CLI
              PERFORM 2606-SNAPSHOT-DEPOIS-CLI
                                       TO WS-ARQ-DATA-ALTER-CLI
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-ARQ-HORA-ALTER-CLI
              MOVE "REJEITAR"          TO WS-JRN-TIPO-MOV-CLI
              PERFORM 2310-ALTERAR-ARQ-CLI
              MOVE "REJEITAR"          TO WS-AUD-OPERACAO-CLI
              MOVE MOTIVO-REJEICAO-HBSIS02
