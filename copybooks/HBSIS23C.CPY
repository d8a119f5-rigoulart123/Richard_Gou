           05  DIST-MAXIMA-HBSIS23C    PIC  9(009)V9(002).
           05  QTD-VENDEDORES-HBSIS23C PIC  9(003).
           05  TEMPO-SEGUNDOS-HBSIS23C PIC  9(007).
      *    PARAMETROS EM VIGOR NA EXECUCAO: VERSAO DO CONJUNTO NO
      *    HISTORICO DE VERSOES (ZEROS = VALORES AVULSOS, SOBREPOSTOS
      *    POR AMBIENTE OU TELA) E OS VALORES EFETIVAMENTE USADOS
           05  PARAM-EXEC-HBSIS23C.
               10  DATA-VERSAO-HBSIS23C
                                       PIC  9(008).
               10  HORA-VERSAO-HBSIS23C
                                       PIC  9(006).
               10  FLAG-RESTRINGE-HBSIS23C
                                       PIC  X(001).
               10  MAX-DISTANCIA-HBSIS23C
                                       PIC  9(009)V9(002).
               10  MAX-CLI-VEND-HBSIS23C
                                       PIC  9(007).
               10  MAX-VALOR-VEND-HBSIS23C
                                       PIC  9(013)V9(002).
               10  FLAG-SCORE-HBSIS23C PIC  X(001).
               10  PESO-DIST-HBSIS23C  PIC  9(003).
               10  PESO-SENIOR-HBSIS23C
                                       PIC  9(003).
               10  PESO-VINCULO-HBSIS23C
                                       PIC  9(003).
               10  FLAG-GRUPO-HBSIS23C PIC  X(001).
               10  FLAG-TROCA-HBSIS23C PIC  X(001).
