       01  WS-RAIZ-ATUAL               PIC  9(008)         VALUE ZEROS.
       01  WS-RAIZ-REGISTRO            PIC  9(008)         VALUE ZEROS.
       01  WS-GRP-QTD-FILIAIS          PIC  9(004)         VALUE ZEROS.
       01  WS-GRP-RECEITA              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-GRP-ABERTO               PIC  X(001)         VALUE "N".
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

               10  WS-FIL-RAZAO        PIC  X(040).
               10  WS-FIL-CLASSIF      PIC  X(001).
               10  WS-FIL-COD-VEND     PIC  9(003).
               10  WS-FIL-RECEITA      PIC S9(013)V9(002).

       01  WS-AM-ANO                   PIC  9(004)         VALUE ZEROS.
       01  WS-AM-MES                   PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-RECEITA-12M              PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-VEND-FILIAL              PIC  9(003)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-FIL-COD-VEND         PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-FIL-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.

       01  ROD-GRUPO.
           03 FILLER                   PIC  X(030)         VALUE
              "  RECEITA 12M CONSOLIDADA:".
           03 ROD-GRP-RECEITA          PIC  -.---.---.--9,99
                                                           VALUE ZEROS.
           03 FILLER                   PIC  X(074)         VALUE SPACES.

