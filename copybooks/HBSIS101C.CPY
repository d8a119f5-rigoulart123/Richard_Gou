      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE TEMPORADAS DO CLIENTE (ARQ-TEMPORADA) -  *
      * CLIENTE SAZONAL (FLAG = "S") COM ATE QUATRO JANELAS ANUAIS DE  *
      * FUNCIONAMENTO (DIA/MES INICIAL E FINAL, REPETIDAS TODO ANO; A  *
      * JANELA PODE VIRAR O ANO, EX.: 01/12 A 31/03). FORA DE TODAS AS *
      * JANELAS O CLIENTE NAO E DISTRIBUIDO NEM VISITADO. O VENDEDOR   *
      * DA ULTIMA ATRIBUICAO E GUARDADO PARA A REABERTURA. CLIENTE SEM *
      * REGISTRO OU COM FLAG "N" FUNCIONA O ANO TODO                   *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS101C.
           05  COD-CLIENTE-HBSIS101C   PIC  9(007).
           05  FLAG-SAZONAL-HBSIS101C  PIC  X(001).
           05  TEMPORADAS-HBSIS101C.
               10  TEMPORADA-HBSIS101C OCCURS 4 TIMES.
                   15  DIA-INI-HBSIS101C
                                       PIC  9(002).
                   15  MES-INI-HBSIS101C
                                       PIC  9(002).
                   15  DIA-FIM-HBSIS101C
                                       PIC  9(002).
                   15  MES-FIM-HBSIS101C
                                       PIC  9(002).
           05  COD-VEND-ANTERIOR-HBSIS101C
                                       PIC  9(003).
           05  DATA-ULT-ATRIB-HBSIS101C
                                       PIC  9(008).
           05  DATA-ALTERACAO-HBSIS101C
                                       PIC  9(008).
           05  HORA-ALTERACAO-HBSIS101C
                                       PIC  9(006).
           05  OPERADOR-ALTER-HBSIS101C
                                       PIC  X(010).
