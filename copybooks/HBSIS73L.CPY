      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS73P (JANELAS DE VISITA *
      * DO CLIENTE POR DIA DA SEMANA)                                  *
      *----------------------------------------------------------------*
       01  HBSIS73L.
           05  COD-FUNCAO-HBSIS73L     PIC  9(001).
           05  COD-RETORNO-HBSIS73L    PIC  9(002).
           05  MSG-RETORNO-HBSIS73L    PIC  X(050).
           05  COD-CLIENTE-HBSIS73L    PIC  9(007).
           05  DIA-SEMANA-HBSIS73L     PIC  9(001).
           05  JANELA-HBSIS73L         OCCURS 2 TIMES.
               10  HORA-INI-HBSIS73L   PIC  9(004).
               10  HORA-FIM-HBSIS73L   PIC  9(004).
           05  OPERADOR-HBSIS73L       PIC  X(010).
