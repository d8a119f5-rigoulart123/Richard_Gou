           05  WS-TAB-CLI-REC-ITEM     OCCURS 99999 TIMES
                                       INDEXED BY WS-IDX-CLI-REC.
               10  WS-TAB-REC-COD-CLI  PIC  9(007)         VALUE ZEROS.
               10  WS-TAB-REC-RECEITA  PIC S9(013)V9(002)  VALUE ZEROS.

       01  WS-RECEITA-CLIENTE          PIC S9(013)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * AREA DE CONTROLE DE QUEBRA POR VENDEDOR (SUBTOTAL DE CARTEIRA) *
       01  WS-VEND-ATUAL-NOME          PIC  X(040)         VALUE SPACES.
       01  WS-VEND-ATUAL-QTD           PIC  9(007)         VALUE ZEROS.
       01  WS-VEND-ATUAL-SOMA-DIST     PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-VEND-ATUAL-RECEITA       PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-PRIMEIRO-REGISTRO        PIC  X(001)         VALUE "S".

       01  DET-SUBTOTAL.
           05  FILLER                    PIC X(001) VALUE ";".
           05  SUB-DISTANCIA-MEDIA       PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE ";".
           05  SUB-RECEITA-CARTEIRA      PIC ---.---.---.--9,99
                                                      VALUE ZEROS.

      *----------------------------------------------------------------*

           MOVE ZEROS                  TO COD-RETORNO-HBSIS03L
                                          WS-QTD-LINHAS-SAIDA
                                          QTD-LIDOS-HBSIS03L
                                          QTD-DETALHES-HBSIS03L
                                          QTD-EXCECOES-HBSIS03L
           MOVE SPACES                 TO NOME-REL-CRM-HBSIS03L
           MOVE "N"                    TO WS-TAB-EXCECAO-TRUNCADO

      *    CADA GERACAO RECEBE NOME PROPRIO COM DATA E HORA, PARA NAO

           IF WS-CHAVE-EXECUCAO-REG    EQUAL WS-MAX-CHAVE-EXECUCAO
           AND WS-FILIAL-OK            EQUAL "S"
              ADD 1                    TO QTD-LIDOS-HBSIS03L
              IF FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
                 ADD 1                 TO QTD-EXCECOES-HBSIS03L
                 PERFORM 2135-ACUMULA-EXCECAO
              ELSE
                 MOVE COD-VENDEDOR-HBSIS07C TO SORT-COD-VENDEDOR
                    MOVE "FIXO"        TO CSV-IND-ORIGEM
               WHEN "M"
                    MOVE "MANUAL"      TO CSV-IND-ORIGEM
               WHEN "C"
                    MOVE "CANAL"       TO CSV-IND-ORIGEM
               WHEN "O"
                    MOVE "ONLINE"      TO CSV-IND-ORIGEM
               WHEN OTHER
                    MOVE SPACES        TO CSV-IND-ORIGEM
           END-EVALUATE
           MOVE WS-NOME-REL-CRM        TO NOME-ARQ-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-QTD-LINHAS-SAIDA    TO QTD-DETALHES-HBSIS03L
           MOVE WS-NOME-REL-CRM        TO NOME-REL-CRM-HBSIS03L

           GOBACK

           .
