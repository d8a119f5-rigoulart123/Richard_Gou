      *----------------------------------------------------------------*
      * LAY-OUT DO HISTORICO DE VERSOES DOS PARAMETROS DA DISTRIBUICAO *
      * (ARQ-VERSAO-PARAM) - UM REGISTRO POR ALTERACAO DO CONJUNTO,    *
      * DATADO PELA GRAVACAO NO HBSIS22P, SEM REGRAVACAO               *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS99C.
           05  NOME-CONJUNTO-HBSIS99C  PIC  X(020).
           05  DATA-VERSAO-HBSIS99C    PIC  9(008).
           05  HORA-VERSAO-HBSIS99C    PIC  9(006).
           05  FLAG-RESTRINGE-HBSIS99C PIC  X(001).
           05  MAX-DISTANCIA-HBSIS99C  PIC  9(009)V9(002).
           05  MAX-CLI-VEND-HBSIS99C   PIC  9(007).
           05  MAX-VALOR-VEND-HBSIS99C PIC  9(013)V9(002).
           05  FLAG-SCORE-HBSIS99C     PIC  X(001).
           05  PESO-DIST-HBSIS99C      PIC  9(003).
           05  PESO-SENIOR-HBSIS99C    PIC  9(003).
           05  PESO-VINCULO-HBSIS99C   PIC  9(003).
           05  FLAG-GRUPO-HBSIS99C     PIC  X(001).
           05  FLAG-TROCA-HBSIS99C     PIC  X(001).
           05  OPERADOR-ALTER-HBSIS99C PIC  X(010).
