           05  COD-VEND-FIXO-CEN       PIC  9(003).
           05  FREQ-VISITA-CEN         PIC  X(001).
           05  SITUACAO-APROV-CEN      PIC  X(001).
           05  FILLER                  PIC  X(013).

       FD  CEN-VENDEDOR
           LABEL RECORD IS STANDARD
           05  FILLER                  PIC  X(024).
           05  CEP-CEN                 PIC  9(008).
           05  FLAG-SENIOR-CEN         PIC  X(001).
           05  FILLER                  PIC  X(025).

       FD  ARQ-ESTATISTICA
           LABEL RECORD IS STANDARD.
           END-IF

      *    O CENARIO NAO SIMULA TETO DE VALOR, MODO SCORE, GRUPO POR
      *    CNPJ, PASSAGEM DE TROCAS NEM AGENDA DE INDISPONIBILIDADE:
      *    QUANDO ALGUM DESSES PARAMETROS ESTA LIGADO NO CONJUNTO
      *    CENTRAL, A COMPARACAO AVISA QUE OS NUMEROS PODEM DIVERGIR
      *    DA EXECUCAO REAL
           MOVE SPACES                 TO WS-AVISO-PARAM

           IF MAX-VALOR-VEND-HBSIS22   GREATER ZEROS
           OR FLAG-SCORE-HBSIS22       EQUAL "S"
           OR FLAG-GRUPO-HBSIS22       EQUAL "S"
           OR FLAG-TROCA-HBSIS22       EQUAL "S"
              MOVE "AVISO: TETO VALOR/SCORE/GRUPO/TROCAS NAO SIMULADOS"
                                       TO WS-AVISO-PARAM
              DISPLAY WS-AVISO-PARAM   AT 1510
           END-IF
