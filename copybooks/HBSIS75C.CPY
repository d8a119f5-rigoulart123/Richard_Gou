      *----------------------------------------------------------------*
      * LAY-OUT DA LISTA DE CLIENTES A RASTREAR (ARQ-RASTREIO-LISTA) - *
      * COM O RASTREIO EM MODO LISTA, A DISTRIBUICAO GRAVA A           *
      * EXPLICACAO SO DOS CLIENTES PRESENTES AQUI                      *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS75C.
           05  COD-CLIENTE-HBSIS75C    PIC  9(007).
           05  DATA-INCLUSAO-HBSIS75C  PIC  9(008).
           05  OPERADOR-HBSIS75C       PIC  X(010).
