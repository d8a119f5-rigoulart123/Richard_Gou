      *                CEP, COM O ENDERECO COMPLETO NO LAY-OUT DO      *
      *                PROVEDOR; A IMPORTACAO LE O ARQUIVO DE          *
      *                RESPOSTA, VALIDA A FAIXA DE LATITUDE/LONGITUDE  *
      *                E ATUALIZA O CADASTRO COM CARIMBO DE AUDITORIA; *
      *                O MESMO CAMINHO DE REVISAO RECEBE AS PROPOSTAS  *
      *                DE CORRECAO POR CHECK-IN GPS (HBSIS43P)         *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       01  WS-MOTIVO-REJ               PIC  X(040)         VALUE SPACES.
       01  WS-LAT-ANTES                PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ANTES                PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-PRECISAO-NOVA            PIC  X(001)         VALUE "R".
       01  WS-MOTIVO-AUDITORIA         PIC  X(030)         VALUE SPACES.

       01  WS-ERRO-JORNAL              PIC  X(001)         VALUE "N".

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS41L.
       COPY HBSIS42L.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS49L.
       COPY HBSIS92L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE "N"                    TO WS-ERRO-JORNAL
           MOVE ZEROS                  TO COD-RETORNO-HBSIS60L
                                          QTD-EXTRAIDOS-HBSIS60L
                                          QTD-ATUALIZADOS-HBSIS60L
                                          QTD-REJEITADOS-HBSIS60L
           MOVE NOME-ARQ-RET-HBSIS60L  TO WS-LABEL-IMP

      *    PROPOSTA GPS APROVADA NA REVISAO GRAVA PRECISAO "G"
           IF ORIGEM-ARQ-HBSIS60L      EQUAL "G"
              MOVE "G"                 TO WS-PRECISAO-NOVA
              MOVE "CORRECAO POR CHECK-IN GPS"
                                       TO WS-MOTIVO-AUDITORIA
           ELSE
              MOVE "R"                 TO WS-PRECISAO-NOVA
              MOVE "GEOCODIFICACAO DO PROVEDOR"
                                       TO WS-MOTIVO-AUDITORIA
           END-IF

           .
       1000-EXIT.
           EXIT.
           CLOSE ARQ-CLIENTE
           CLOSE REJ-GEOCOD

           IF WS-ERRO-JORNAL           EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS60L
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS60L
              GO TO 2200-EXIT
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS60L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS60L
           STRING "GEOCODIFICADOS: "

           MOVE RET-LATITUDE           TO LATITUDE-CLI-HBSIS02C
           MOVE RET-LONGITUDE          TO LONGITUDE-CLI-HBSIS02C
           MOVE WS-PRECISAO-NOVA       TO PRECISAO-COORD-HBSIS02C
           MOVE OPERADOR-HBSIS60L      TO OPERADOR-ALTER-HBSIS02C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS02C
           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              ADD 1                    TO QTD-ATUALIZADOS-HBSIS60L
              PERFORM 2400-GRAVA-AUDITORIA-GEO
              PERFORM 2410-GRAVA-JORNAL-GEO
           ELSE
              ADD 1                    TO QTD-REJEITADOS-HBSIS60L
              MOVE RET-COD-CLIENTE     TO REJ-COD-CLIENTE
           MOVE WS-LON-ANTES           TO LONGITUDE-ANTES-HBSIS08C
           MOVE LATITUDE-CLI-HBSIS02C  TO LATITUDE-DEPOIS-HBSIS08C
           MOVE LONGITUDE-CLI-HBSIS02C TO LONGITUDE-DEPOIS-HBSIS08C
           MOVE WS-MOTIVO-AUDITORIA    TO MOTIVO-HBSIS08C

           WRITE ARQ-HBSIS08C

       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * CLIENTE GEOCODIFICADO                                          *
      *----------------------------------------------------------------*
       2410-GRAVA-JORNAL-GEO           SECTION.

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS60L      TO OPERADOR-HBSIS92L
           MOVE "C"                    TO ENTIDADE-HBSIS92L
           MOVE "A"                    TO ACAO-HBSIS92L
           MOVE "GEOCOD"               TO TIPO-MOV-HBSIS92L
           MOVE COD-CLIENTE-HBSIS02C   TO CODIGO-HBSIS92L
           MOVE "HBSIS60P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS02C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2410-GRAVA-JORNAL-GEO"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UMA FALHA DE ARQUIVO NO LOG CENTRAL DE ERROS          *
      * (HBSIS41P) ANTES DE DEVOLVER O COD-RETORNO AO CHAMADOR         *
      *----------------------------------------------------------------*
       9900-REGISTRA-ERRO              SECTION.

           MOVE "HBSIS60P"              TO PROGRAMA-HBSIS41

           CALL WS-HBSIS41             USING HBSIS41L

           .
       9900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
