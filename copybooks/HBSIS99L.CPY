      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS99P                    *
      *----------------------------------------------------------------*
       01  HBSIS99L.
      *    1 = PARAMETROS EM VIGOR NA EXECUCAO 1
      *    2 = RELATORIO COMPARATIVO DAS EXECUCOES 1 E 2 COM O CHURN
           05  COD-FUNCAO-HBSIS99L     PIC  9(001).
           05  COD-RETORNO-HBSIS99L    PIC  9(002).
           05  MSG-RETORNO-HBSIS99L    PIC  X(060).
           05  EXECUCAO-HBSIS99L       OCCURS 2 TIMES.
               10  DATA-EXEC-HBSIS99L  PIC  9(008).
               10  HORA-EXEC-HBSIS99L  PIC  9(006).
               10  NOME-PARAM-HBSIS99L PIC  X(020).
      *        ORIGEM DOS VALORES: "E" = GRAVADOS NA EXECUCAO,
      *        "H" = VERSAO DO HISTORICO EM VIGOR NA DATA/HORA,
      *        "N" = NAO ENCONTRADOS
               10  ORIGEM-PARAM-HBSIS99L
                                       PIC  X(001).
               10  DATA-VERSAO-HBSIS99L
                                       PIC  9(008).
               10  HORA-VERSAO-HBSIS99L
                                       PIC  9(006).
               10  FLAG-RESTRINGE-HBSIS99L
                                       PIC  X(001).
               10  MAX-DISTANCIA-HBSIS99L
                                       PIC  9(009)V9(002).
               10  MAX-CLI-VEND-HBSIS99L
                                       PIC  9(007).
               10  MAX-VALOR-VEND-HBSIS99L
                                       PIC  9(013)V9(002).
               10  FLAG-SCORE-HBSIS99L PIC  X(001).
               10  PESO-DIST-HBSIS99L  PIC  9(003).
               10  PESO-SENIOR-HBSIS99L
                                       PIC  9(003).
               10  PESO-VINCULO-HBSIS99L
                                       PIC  9(003).
               10  FLAG-GRUPO-HBSIS99L PIC  X(001).
               10  FLAG-TROCA-HBSIS99L PIC  X(001).
               10  QTD-ATRIBUIDOS-HBSIS99L
                                       PIC  9(007).
           05  QTD-DIFERENCAS-HBSIS99L PIC  9(002).
           05  QTD-MUDANCAS-HBSIS99L   PIC  9(007).
           05  NOME-RELATORIO-HBSIS99L PIC  X(040).
