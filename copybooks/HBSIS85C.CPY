      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE TARIFAS DE REEMBOLSO DE QUILOMETRAGEM    *
      * (ARQ-TARIFA-KM) - VALOR POR KM RODADO COM CARRO PROPRIO, POR   *
      * FILIAL DO VENDEDOR (FILIAL 00 = TARIFA PADRAO)                 *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS85C.
           05  COD-FILIAL-HBSIS85C     PIC  9(002).
           05  VALOR-KM-HBSIS85C       PIC  9(003)V9(004).
           05  DATA-ALTERACAO-HBSIS85C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS85C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS85C PIC  X(010).
