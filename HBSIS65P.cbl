               10  WS-CLU-SOMA-LON     PIC S9(009)V9(008).
               10  WS-CLU-CEN-LAT      PIC S9(003)V9(008).
               10  WS-CLU-CEN-LON      PIC S9(003)V9(008).
               10  WS-CLU-RECEITA      PIC S9(013)V9(002).
               10  WS-CLU-IMPRESSO     PIC  X(001).

       01  WS-CLUSTER-ESCOLHIDO        PIC  9(003)         VALUE ZEROS.

       01  WS-CLI-LAT                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CLI-LON                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-RECEITA-12M              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-LAC-QTD              PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-LAC-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-LAC-LAT              PIC  -ZZ9,99999999  VALUE ZEROS.
       2510-ESCOLHE-MAIOR-CLUSTER      SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIOR
           MOVE -9999999999999,99      TO WS-MAIOR-RECEITA

           PERFORM VARYING WS-IDX-CLU FROM 1 BY 1
                   UNTIL WS-IDX-CLU GREATER WS-TAB-CLU-QTD
