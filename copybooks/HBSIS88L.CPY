      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS88P (AVISOS DE         *
      * MUDANCA DE CARTEIRA AOS VENDEDORES)                            *
      * EXECUCOES ZERADAS = COMPARA A ULTIMA EXECUCAO DA DISTRIBUICAO  *
      * COM A ANTERIOR; DEVOLVE AS EXECUCOES USADAS                    *
      *----------------------------------------------------------------*
       01  HBSIS88L.
           05  COD-RETORNO-HBSIS88L    PIC  9(002).
           05  MSG-RETORNO-HBSIS88L    PIC  X(050).
           05  DATA-EXEC-NOVA-HBSIS88L PIC  9(008).
           05  HORA-EXEC-NOVA-HBSIS88L PIC  9(006).
           05  DATA-EXEC-ANT-HBSIS88L  PIC  9(008).
           05  HORA-EXEC-ANT-HBSIS88L  PIC  9(006).
           05  QTD-AVISOS-HBSIS88L     PIC  9(005).
           05  QTD-GANHOS-HBSIS88L     PIC  9(007).
           05  QTD-PERDIDOS-HBSIS88L   PIC  9(007).
