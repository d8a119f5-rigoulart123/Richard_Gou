           05  RGS-DATA-GERACAO        PIC  9(008).
           05  RGS-HORA-GERACAO        PIC  9(006).
           05  RGS-QTD-REGISTROS       PIC  9(007).
      *    EXPURGO (HBSIS96P): ESPACO = NO DISCO, E = EXPURGADO,
      *    A = ARQUIVADO
           05  RGS-SITUACAO            PIC  X(001).

       FD  ARQ-DESTINOS
           LABEL RECORD IS STANDARD.
