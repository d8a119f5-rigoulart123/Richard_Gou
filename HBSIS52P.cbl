       01  WS-IMP-HASH-CNPJ            PIC  9(018)         VALUE ZEROS.
       01  WS-IMP-QTD-TRAILER          PIC  9(007)         VALUE ZEROS.
       01  WS-IMP-HASH-TRAILER         PIC  9(018)         VALUE ZEROS.

       01  WS-ERRO-JORNAL              PIC  X(001)         VALUE "N".

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS70                  PIC  X(009)         VALUE
           'HBSIS70P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS41L.
       COPY HBSIS49L.
       COPY HBSIS70L.
       COPY HBSIS92L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE "N"                    TO WS-ERRO-JORNAL
           MOVE ZEROS                  TO COD-RETORNO-HBSIS52L
                                          QTD-LIDOS-HBSIS52L
                                          QTD-BLOQUEADOS-HBSIS52L

           CLOSE ARQ-CLIENTE

           IF WS-ERRO-JORNAL           EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS52L
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS52L
              GO TO 2000-EXIT
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS52L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS52L
           STRING "BLOQUEIOS: "
                 MOVE "L"              TO FLAG-CREDITO-HBSIS02C
                 REWRITE ARQ-HBSIS02C
                 ADD 1                 TO QTD-LIBERADOS-HBSIS52L
                 PERFORM 2330-GRAVA-JORNAL-CREDITO
              END-IF
              READ ARQ-CLIENTE NEXT
           END-PERFORM
              MOVE "B"                 TO FLAG-CREDITO-HBSIS02C
              REWRITE ARQ-HBSIS02C
              ADD 1                    TO QTD-BLOQUEADOS-HBSIS52L
              PERFORM 2330-GRAVA-JORNAL-CREDITO
              PERFORM 2320-INSPECIONA-EQUIPAMENTOS
           ELSE
              ADD 1                    TO QTD-REJEITADOS-HBSIS52L
              MOVE IMP-CNPJ            TO REJ-CNPJ
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE BLOQUEADO: ABRE A TAREFA DE INSPECAO DOS EQUIPAMENTOS  *
      * EM COMODATO QUE ESTAO NELE (HBSIS70P) - A TAREFA JA ABERTA     *
      * NAS CARGAS ANTERIORES NAO E DUPLICADA                          *
      *----------------------------------------------------------------*
       2320-INSPECIONA-EQUIPAMENTOS    SECTION.

           INITIALIZE HBSIS70L
           MOVE 4                      TO COD-FUNCAO-HBSIS70L
           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS70L
           MOVE "B"                    TO MOTIVO-TAREFA-HBSIS70L
           MOVE OPERADOR-HBSIS52L      TO OPERADOR-HBSIS70L

           CALL WS-HBSIS70             USING HBSIS70L

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A NOVA SITUACAO *
      * DE CREDITO DO CLIENTE                                          *
      *----------------------------------------------------------------*
       2330-GRAVA-JORNAL-CREDITO       SECTION.

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              GO TO 2330-EXIT
           END-IF

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS52L      TO OPERADOR-HBSIS92L
           MOVE "C"                    TO ENTIDADE-HBSIS92L
           MOVE "A"                    TO ACAO-HBSIS92L
           MOVE "CREDITO"              TO TIPO-MOV-HBSIS92L
           MOVE COD-CLIENTE-HBSIS02C   TO CODIGO-HBSIS92L
           MOVE "HBSIS52P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS02C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2330-GRAVA-JORNAL-CREDITO"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UMA FALHA DE ARQUIVO NO LOG CENTRAL DE ERROS          *
      * (HBSIS41P) ANTES DE DEVOLVER O COD-RETORNO AO CHAMADOR         *
      *----------------------------------------------------------------*
       9900-REGISTRA-ERRO              SECTION.

           MOVE "HBSIS52P"              TO PROGRAMA-HBSIS41

           CALL WS-HBSIS41             USING HBSIS41L

           .
       9900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
