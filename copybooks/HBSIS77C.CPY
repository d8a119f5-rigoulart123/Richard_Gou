      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE HISTORICO DE PEDIDOS DE CAMPO            *
      * (ARQ-PEDIDO), CARREGADO DO ARQUIVO DE PEDIDOS TIRADOS PELOS    *
      * DISPOSITIVOS DE CAMPO NA VISITA - UM REGISTRO POR ITEM         *
      * (CATEGORIA DE PRODUTO) DO PEDIDO; A CHAVE COMECA PELA MESMA    *
      * CHAVE DO ARQ-VISITA (CLIENTE + DATA DA VISITA + VENDEDOR)      *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS77C.
           05  CHAVE-HBSIS77C.
               10  COD-CLIENTE-HBSIS77C
                                       PIC  9(007).
               10  DATA-VISITA-HBSIS77C
                                       PIC  9(008).
               10  COD-VENDEDOR-HBSIS77C
                                       PIC  9(003).
               10  NUM-PEDIDO-HBSIS77C PIC  9(008).
               10  CATEGORIA-HBSIS77C  PIC  X(003).
           05  QUANTIDADE-HBSIS77C     PIC  9(009)V9(002).
           05  VALOR-HBSIS77C          PIC  9(011)V9(002).
           05  DATA-CARGA-HBSIS77C     PIC  9(008).
