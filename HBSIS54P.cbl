       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-RECEITA-12M              PIC S9(013)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CLIENTES ATIVOS COM A RECEITA DOS ULTIMOS DOZE MESES           *
               10  WS-RNK-COD-CLI      PIC  9(007).
               10  WS-RNK-RAZAO        PIC  X(040).
               10  WS-RNK-CLASSIF-ATU  PIC  X(001).
               10  WS-RNK-RECEITA      PIC S9(013)V9(002).
               10  WS-RNK-CLASSIF-NOVA PIC  X(001).
               10  WS-RNK-ESCOLHIDO    PIC  X(001).

       01  WS-MAIOR-RECEITA            PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-ERRO-JORNAL              PIC  X(001)         VALUE "N".

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS41L.
       COPY HBSIS42L.

       01  CAB-RECLASS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REC-RAZAO            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REC-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-REC-ANTES            PIC  X(001)         VALUE SPACES.
              ALL "-".
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
           MOVE ZEROS                  TO COD-RETORNO-HBSIS54L
                                          QTD-ANALISADOS-HBSIS54L
                                          QTD-MOVIDOS-HBSIS54L
       2210-ESCOLHE-MAIOR-RECEITA      SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIOR
           MOVE -9999999999999,99      TO WS-MAIOR-RECEITA

           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK GREATER WS-TAB-RNK-QTD
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           IF WS-ERRO-JORNAL           EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS54L
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS54L
              GO TO 2300-EXIT
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS54L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS54L
           STRING "CLIENTES: "
              REWRITE ARQ-HBSIS02C

              PERFORM 2320-GRAVA-AUDITORIA-MOV
              PERFORM 2330-GRAVA-JORNAL-MOV
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * CLIENTE RECLASSIFICADO                                         *
      *----------------------------------------------------------------*
       2330-GRAVA-JORNAL-MOV           SECTION.

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              GO TO 2330-EXIT
           END-IF

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS54L      TO OPERADOR-HBSIS92L
           MOVE "C"                    TO ENTIDADE-HBSIS92L
           MOVE "A"                    TO ACAO-HBSIS92L
           MOVE "RECLASS"              TO TIPO-MOV-HBSIS92L
           MOVE COD-CLIENTE-HBSIS02C   TO CODIGO-HBSIS92L
           MOVE "HBSIS54P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS02C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2330-GRAVA-JORNAL-MOV"
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

           MOVE "HBSIS54P"              TO PROGRAMA-HBSIS41

           CALL WS-HBSIS41             USING HBSIS41L

           .
       9900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
