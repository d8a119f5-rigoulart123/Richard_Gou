
       01  WS-QTD-EXECUCOES            PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-REG-VOLUME           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-VOLUME               PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-TOT-RECEITA              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  LINHA-FECHAMENTO            PIC  X(100)         VALUE SPACES.
       01  WS-ED-QTD                   PIC  ZZZZZZ9        VALUE ZEROS.
       01  WS-ED-VALOR                 PIC  -.---.---.--9,99
                                                           VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
