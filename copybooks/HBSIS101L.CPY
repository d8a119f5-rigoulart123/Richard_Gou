      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS101P (TEMPORADAS DO    *
      * CLIENTE SAZONAL E RELATORIO DE PRE-TEMPORADA)                  *
      * FUNCAO 0 = CONSULTA (DEVOLVE A SITUACAO NA DATA DE REFERENCIA) *
      *        1 = INCLUSAO  2 = ALTERACAO  3 = EXCLUSAO               *
      *        5 = RELATORIO DE CLIENTES QUE REABREM NOS PROXIMOS DIAS *
      *----------------------------------------------------------------*
       01  HBSIS101L.
           05  COD-FUNCAO-HBSIS101L    PIC  9(001).
           05  COD-RETORNO-HBSIS101L   PIC  9(002).
           05  MSG-RETORNO-HBSIS101L   PIC  X(050).
           05  COD-CLIENTE-HBSIS101L   PIC  9(007).
           05  FLAG-SAZONAL-HBSIS101L  PIC  X(001).
           05  TEMPORADA-HBSIS101L     OCCURS 4 TIMES.
               10  DIA-INI-HBSIS101L   PIC  9(002).
               10  MES-INI-HBSIS101L   PIC  9(002).
               10  DIA-FIM-HBSIS101L   PIC  9(002).
               10  MES-FIM-HBSIS101L   PIC  9(002).
           05  COD-VEND-ANTERIOR-HBSIS101L
                                       PIC  9(003).
           05  DATA-ULT-ATRIB-HBSIS101L
                                       PIC  9(008).
           05  OPERADOR-HBSIS101L      PIC  X(010).
      *    CONSULTA: DATA DE REFERENCIA (ZERO = HOJE), SITUACAO NELA E
      *    PROXIMA ABERTURA QUANDO FORA DA TEMPORADA
           05  DATA-REF-HBSIS101L      PIC  9(008).
           05  FLAG-EM-TEMPORADA-HBSIS101L
                                       PIC  X(001).
           05  DATA-ABERTURA-HBSIS101L PIC  9(008).
      *    RELATORIO: ANTECEDENCIA EM DIAS (ZERO = 30)
           05  DIAS-ANTECEDENCIA-HBSIS101L
                                       PIC  9(003).
           05  QTD-CLIENTES-HBSIS101L  PIC  9(007).
           05  NOME-REL-HBSIS101L      PIC  X(040).
