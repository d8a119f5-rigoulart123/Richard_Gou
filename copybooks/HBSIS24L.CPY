           05  HORA-EXEC-ANT-HBSIS24L  PIC  9(006).
           05  DATA-EXEC-NOVA-HBSIS24L PIC  9(008).
           05  HORA-EXEC-NOVA-HBSIS24L PIC  9(006).
           05  QTD-MUDANCAS-HBSIS24L   PIC  9(007).
