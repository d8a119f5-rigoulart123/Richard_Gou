       01  HBSIS38L.
           05  COD-RETORNO-HBSIS38L    PIC  9(002).
           05  MSG-RETORNO-HBSIS38L    PIC  X(050).
           05  OPERADOR-HBSIS38L       PIC  X(010).
