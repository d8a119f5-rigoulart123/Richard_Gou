      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS68P (LINHAS DE         *
      * PRODUTO) - FUNCAO 4 DEVOLVE A LINHA DE UMA CATEGORIA           *
      *----------------------------------------------------------------*
       01  HBSIS68L.
           05  COD-FUNCAO-HBSIS68L     PIC  9(001).
           05  COD-RETORNO-HBSIS68L    PIC  9(002).
           05  MSG-RETORNO-HBSIS68L    PIC  X(050).
           05  COD-LINHA-HBSIS68L      PIC  9(002).
           05  NOME-LINHA-HBSIS68L     PIC  X(030).
           05  CATEGORIAS-HBSIS68L.
               10  CATEGORIA-LINHA-HBSIS68L
                                       PIC  X(003) OCCURS 10 TIMES.
           05  FLAG-ATIVO-HBSIS68L     PIC  X(001).
           05  CATEGORIA-BUSCA-HBSIS68L
                                       PIC  X(003).
           05  OPERADOR-HBSIS68L       PIC  X(010).
