      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS72P (CANAIS DE VENDA)  *
      *----------------------------------------------------------------*
       01  HBSIS72L.
           05  COD-FUNCAO-HBSIS72L     PIC  9(001).
           05  COD-RETORNO-HBSIS72L    PIC  9(002).
           05  MSG-RETORNO-HBSIS72L    PIC  X(050).
           05  COD-CANAL-HBSIS72L      PIC  9(002).
           05  NOME-CANAL-HBSIS72L     PIC  X(030).
           05  FLAG-ATIVO-HBSIS72L     PIC  X(001).
           05  OPERADOR-HBSIS72L       PIC  X(010).
