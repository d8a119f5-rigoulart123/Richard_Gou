           05  PESO-SENIOR-HBSIS22     PIC  9(003).
           05  PESO-VINCULO-HBSIS22    PIC  9(003).
           05  FLAG-GRUPO-HBSIS22      PIC  X(001).
           05  FLAG-TROCA-HBSIS22      PIC  X(001).
           05  FLAG-RASTREIO-HBSIS22   PIC  X(001).
           05  TOLER-CHECKIN-HBSIS22   PIC  9(005).
           05  OPERADOR-HBSIS22        PIC  X(010).
      *    VERSAO DO CONJUNTO DEVOLVIDA NA CONSULTA (DATA/HORA DA
      *    ULTIMA ALTERACAO; ZEROS = PADRAO DO SISTEMA, SEM ARQUIVO)
           05  DATA-VERSAO-HBSIS22     PIC  9(008).
           05  HORA-VERSAO-HBSIS22     PIC  9(006).
