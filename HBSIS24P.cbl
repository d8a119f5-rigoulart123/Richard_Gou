       01  WS-ANT-ENCONTRADO           PIC  X(001)         VALUE "N".
       01  WS-ANT-COD-VEND             PIC  9(003)         VALUE ZEROS.
       01  WS-ANT-DISTANCIA            PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-ANT-ORIGEM               PIC  X(001)         VALUE SPACES.
       01  WS-DELTA-DISTANCIA          PIC S9(009)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
               10  WS-ANT-TAB-COD-VEND PIC  9(003).
               10  WS-ANT-TAB-DISTANCIA
                                       PIC  9(009)V9(002).
               10  WS-ANT-TAB-ORIGEM   PIC  X(001).

      *----------------------------------------------------------------*
      * TOTAL DE CLIENTES MOVIDOS POR VENDEDOR (VENDEDOR NOVO)         *
              "VEND NOVO".
           03 FILLER                   PIC  X(016)         VALUE
              "DELTA DISTANCIA".
           03 FILLER                   PIC  X(024)         VALUE
              "OBSERVACAO".
           03 FILLER                   PIC  X(013)         VALUE SPACES.

       01  DET.
           03 DET-COD-CLI              PIC  9(007)         VALUE ZEROS.
           03 DET-VEND-NOVO            PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(008)         VALUE SPACES.
           03 DET-DELTA                PIC -ZZZZZZZZ9,99   VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-OBS                  PIC  X(024)         VALUE SPACES.
           03 FILLER                   PIC  X(013)         VALUE SPACES.

       01  CAB-MOVIDOS.
           03 FILLER                   PIC  X(040)         VALUE
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS24L
                                          QTD-MUDANCAS-HBSIS24L
                                          WS-QTD-MUDANCAS
                                          WS-TAB-ANT-QTD
           MOVE ZEROS                  TO WS-TAB-MOVIDOS
                 MOVE DISTANCIA-HBSIS07C
                                       TO WS-ANT-TAB-DISTANCIA
                                          (WS-IDX-ANT)
                 MOVE IND-ORIGEM-HBSIS07C
                                       TO WS-ANT-TAB-ORIGEM
                                          (WS-IDX-ANT)
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM
           MOVE "N"                    TO WS-ANT-ENCONTRADO
           MOVE ZEROS                  TO WS-ANT-COD-VEND
                                          WS-ANT-DISTANCIA
           MOVE SPACES                 TO WS-ANT-ORIGEM

           IF WS-TAB-ANT-QTD           GREATER ZEROS
              SET WS-IDX-ANT           TO 1
                                       TO WS-ANT-COD-VEND
                    MOVE WS-ANT-TAB-DISTANCIA (WS-IDX-ANT)
                                       TO WS-ANT-DISTANCIA
                    MOVE WS-ANT-TAB-ORIGEM (WS-IDX-ANT)
                                       TO WS-ANT-ORIGEM
                    MOVE "S"           TO WS-ANT-ENCONTRADO
                 END-IF
                 SET WS-IDX-ANT UP BY 1
              COMPUTE WS-DELTA-DISTANCIA =
                      DISTANCIA-HBSIS07C - WS-ANT-DISTANCIA
              MOVE WS-DELTA-DISTANCIA  TO DET-DELTA
      *       CLIENTE COLOCADO NA APROVACAO QUE A EXECUCAO SEGUINTE
      *       MOVEU PARA OUTRO VENDEDOR
              IF WS-ANT-ORIGEM         EQUAL "O"
                 MOVE "COLOCADO NA APROVACAO"
                                       TO DET-OBS
              ELSE
                 MOVE SPACES           TO DET-OBS
              END-IF
              WRITE REG-REL-MUDANCAS   FROM DET
              IF COD-VENDEDOR-HBSIS07C GREATER ZEROS
                 ADD 1                 TO WS-QTD-MOVIDOS-VEND
           END-PERFORM

           MOVE WS-QTD-MUDANCAS        TO RODAPE-TOTAL
                                          QTD-MUDANCAS-HBSIS24L

           WRITE REG-REL-MUDANCAS      FROM LINHA-TRACO
           WRITE REG-REL-MUDANCAS      FROM RODAPE
