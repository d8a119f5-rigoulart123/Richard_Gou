           05  WS-TAB-EXC-ITEM         OCCURS 9999 TIMES.
               10  WS-EXC-COD-CLI      PIC  9(007).
               10  WS-EXC-RAZAO        PIC  X(040).
               10  WS-EXC-ORIGEM       PIC  X(001).

      *----------------------------------------------------------------*
      * CAMPOS DA TELA DE TRATAMENTO                                   *
       01  WS-ED-COD-VEND              PIC  9(003)         VALUE ZEROS.
       01  WS-ED-NOME-VEND             PIC  X(040)         VALUE SPACES.
       01  WS-ED-DISTANCIA             PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-ED-MOTIVO                PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CANAL DE VENDA DO CLIENTE X CANAIS ATENDIDOS PELO VENDEDOR     *
      *----------------------------------------------------------------*
       01  WS-IDX-CANAL                PIC  9(001)         VALUE ZEROS.
       01  WS-VEND-ATENDE-CANAL        PIC  X(001)         VALUE "S".

      *----------------------------------------------------------------*
      * CALCULO DE DISTANCIA (HAVERSINE), COMO NO HBSIS07P             *
           05  LINE 07 COL 10          VALUE "RAZAO SOCIAL..:".
           05  LINE 07 COL 26,         PIC  X(040)
                                       FROM WS-ED-RAZAO.
           05  LINE 08 COL 10          VALUE "MOTIVO........:".
           05  LINE 08 COL 26,         PIC  X(040)
                                       FROM WS-ED-MOTIVO.
           05  LINE 10 COL 10          VALUE
           "VENDEDOR ESCOLHIDO (0 = NENHUM):".
           05  LINE 10 COL 43,         PIC  9(003)
                 MOVE RAZAO-SOCIAL-HBSIS07C
                                       TO WS-EXC-RAZAO
                                       (WS-TAB-EXC-QTD)
                 MOVE IND-ORIGEM-HBSIS07C
                                       TO WS-EXC-ORIGEM
                                       (WS-TAB-EXC-QTD)
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM
                                       TO WS-ED-COD-CLI
           MOVE WS-EXC-RAZAO (WS-IDX-EXC)
                                       TO WS-ED-RAZAO
           IF WS-EXC-ORIGEM (WS-IDX-EXC) EQUAL "C"
              MOVE "SEM VENDEDOR PARA O CANAL"
                                       TO WS-ED-MOTIVO
           ELSE
              MOVE "SEM VENDEDOR ELEGIVEL"
                                       TO WS-ED-MOTIVO
           END-IF
           MOVE ZEROS                  TO WS-ED-COD-VEND
           MOVE SPACES                 TO WS-ACAO

              GO TO 2210-EXIT
           END-IF

           PERFORM 2230-VERIFICA-CANAL

           IF WS-VEND-ATENDE-CANAL     NOT EQUAL "S"
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY "VENDEDOR NAO ATENDE O CANAL DO CLIENTE"
                                       AT 1820
              STOP ' '
              GO TO 2210-EXIT
           END-IF

           PERFORM 2250-CALCULA-DISTANCIA
           MOVE WS-CALC-DISTANCIA      TO WS-ED-DISTANCIA

       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O VENDEDOR LIDO ATENDE O CANAL DE VENDA DO CLIENTE *
      * LIDO (CLIENTE SEM CANAL OU VENDEDOR SEM CANAIS = ATENDE)       *
      *----------------------------------------------------------------*
       2230-VERIFICA-CANAL             SECTION.

           MOVE "S"                    TO WS-VEND-ATENDE-CANAL

           IF COD-CANAL-HBSIS02C       NOT NUMERIC
           OR COD-CANAL-HBSIS02C       EQUAL ZEROS
              GO TO 2230-EXIT
           END-IF

           IF CANAIS-VEND-HBSIS04C     NOT NUMERIC
           OR CANAIS-VEND-HBSIS04C     EQUAL ZEROS
              GO TO 2230-EXIT
           END-IF

           MOVE "N"                    TO WS-VEND-ATENDE-CANAL

           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL GREATER 5
              IF CANAL-VEND-HBSIS04C (WS-IDX-CANAL)
                                       EQUAL COD-CANAL-HBSIS02C
                 MOVE "S"              TO WS-VEND-ATENDE-CANAL
              END-IF
           END-PERFORM

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (HAVERSINE) CLIENTE X VENDEDOR EM METROS,  *
      * COMO NO HBSIS07P                                               *
      *----------------------------------------------------------------*
