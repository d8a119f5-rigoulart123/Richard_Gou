      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS93P (VARREDURA DE      *
      * INTEGRIDADE REFERENCIAL DOS ARQUIVOS SATELITES)                *
      *  1 - SOMENTE RELATORIO DE ORFAOS                               *
      *  2 - RELATORIO E REPARO (REAPONTA ORFAOS DE CLIENTES FUNDIDOS  *
      *      E MANDA OS IRRECUPERAVEIS PARA A QUARENTENA)              *
      *----------------------------------------------------------------*
       01  HBSIS93L.
           05  COD-FUNCAO-HBSIS93L     PIC  9(001).
           05  COD-RETORNO-HBSIS93L    PIC  9(002).
           05  MSG-RETORNO-HBSIS93L    PIC  X(050).
           05  OPERADOR-HBSIS93L       PIC  X(010).
           05  QTD-LIDOS-HBSIS93L      PIC  9(009).
           05  QTD-ORFAOS-HBSIS93L     PIC  9(007).
           05  QTD-REAPONTADOS-HBSIS93L
                                       PIC  9(007).
           05  QTD-QUARENTENA-HBSIS93L PIC  9(007).
