      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS82P (AJUSTES DE        *
      * COMISSAO)                                                      *
      *  0 - CONSULTA O AJUSTE (VENDEDOR + ANO-MES + SEQUENCIA)        *
      *  1 - INCLUI O AJUSTE PENDENTE (SEQUENCIA DEVOLVIDA)            *
      *  2 - ALTERA O AJUSTE PENDENTE                                  *
      *  3 - EXCLUI O AJUSTE PENDENTE                                  *
      *  4 - APROVA O AJUSTE PENDENTE (APROVADOR DIFERENTE DO          *
      *      SOLICITANTE)                                              *
      *  5 - RECUSA O AJUSTE PENDENTE                                  *
      *----------------------------------------------------------------*
       01  HBSIS82L.
           05  COD-FUNCAO-HBSIS82L     PIC  9(001).
           05  COD-RETORNO-HBSIS82L    PIC  9(002).
           05  MSG-RETORNO-HBSIS82L    PIC  X(050).
           05  COD-VENDEDOR-HBSIS82L   PIC  9(003).
           05  ANO-MES-HBSIS82L        PIC  9(006).
           05  SEQUENCIA-HBSIS82L      PIC  9(003).
           05  TIPO-AJUSTE-HBSIS82L    PIC  X(001).
           05  VALOR-AJUSTE-HBSIS82L   PIC S9(009)V9(002).
           05  MOTIVO-AJUSTE-HBSIS82L  PIC  X(040).
           05  SITUACAO-HBSIS82L       PIC  X(001).
           05  OPERADOR-SOLIC-HBSIS82L PIC  X(010).
           05  OPERADOR-APROV-HBSIS82L PIC  X(010).
           05  DATA-APLIC-HBSIS82L     PIC  9(008).
           05  OPERADOR-HBSIS82L       PIC  X(010).
