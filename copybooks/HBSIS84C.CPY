      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE ROTA PLANEJADA (ARQ-ROTA-PLANEJADA) -    *
      * UMA PARADA POR REGISTRO, GRAVADA PELO HBSIS34P NA ORDEM DA     *
      * FOLHA DE ROTA DE CADA DIA. A CHAVE ALTERNADA LOCALIZA A        *
      * SEQUENCIA PLANEJADA DE UM CLIENTE NO DIA DO VENDEDOR           *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS84C.
           05  CHAVE-HBSIS84C.
               10  COD-VENDEDOR-HBSIS84C
                                       PIC  9(003).
               10  DATA-ROTA-HBSIS84C  PIC  9(008).
               10  SEQUENCIA-HBSIS84C  PIC  9(005).
           05  CHAVE-CLI-HBSIS84C.
               10  COD-VEND-CLI-HBSIS84C
                                       PIC  9(003).
               10  DATA-ROTA-CLI-HBSIS84C
                                       PIC  9(008).
               10  COD-CLIENTE-HBSIS84C
                                       PIC  9(007).
           05  LATITUDE-HBSIS84C       PIC S9(003)V9(008).
           05  LONGITUDE-HBSIS84C      PIC S9(003)V9(008).
      *    DISTANCIA DO TRECHO NA FOLHA DE ROTA, EM METROS
           05  DIST-TRECHO-HBSIS84C    PIC  9(009)V9(002).
           05  COD-DEPOSITO-HBSIS84C   PIC  9(003).
           05  DATA-GERACAO-HBSIS84C   PIC  9(008).
           05  HORA-GERACAO-HBSIS84C   PIC  9(006).
