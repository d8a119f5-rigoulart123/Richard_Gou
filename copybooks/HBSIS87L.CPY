      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS87P (ARQUIVO DIARIO    *
      * DE ADMISSOES, DESLIGAMENTOS E LICENCAS DO RH)                  *
      *  1 - IMPORTA O ARQUIVO DO RH                                   *
      *  2 - LISTA OS PRE-CADASTROS PENDENTES                          *
      *----------------------------------------------------------------*
       01  HBSIS87L.
           05  COD-FUNCAO-HBSIS87L     PIC  9(001).
           05  COD-RETORNO-HBSIS87L    PIC  9(002).
           05  MSG-RETORNO-HBSIS87L    PIC  X(050).
           05  NOME-ARQ-RH-HBSIS87L    PIC  X(020).
           05  OPERADOR-HBSIS87L       PIC  X(010).
           05  QTD-LIDOS-HBSIS87L      PIC  9(007).
           05  QTD-DESLIGAMENTOS-HBSIS87L
                                       PIC  9(005).
           05  QTD-LICENCAS-HBSIS87L   PIC  9(005).
           05  QTD-ADMISSOES-HBSIS87L  PIC  9(005).
           05  QTD-REJEITADOS-HBSIS87L PIC  9(007).
           05  QTD-PRE-PENDENTES-HBSIS87L
                                       PIC  9(005).
