      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS81P (PREVISAO DE       *
      * VOLUME E QUOTAS PROPOSTAS)                                     *
      *  0 - CONSULTA A PROPOSTA DO VENDEDOR NO ANO-MES                *
      *  1 - GERA AS PROPOSTAS DO ANO-MES (ZERO = MES SEGUINTE)        *
      *  2 - APROVA A PROPOSTA COM O PERCENTUAL DE AJUSTE EM ARQ-QUOTA *
      *  3 - RELATORIO PROPOSTA X APROVADA X REALIZADA DOS MESES       *
      *      FECHADOS ENTRE ANO-MES-INI E ANO-MES-FIM (ZERO = TODOS)   *
      *----------------------------------------------------------------*
       01  HBSIS81L.
           05  COD-FUNCAO-HBSIS81L     PIC  9(001).
           05  COD-RETORNO-HBSIS81L    PIC  9(002).
           05  MSG-RETORNO-HBSIS81L    PIC  X(050).
           05  ANO-MES-HBSIS81L        PIC  9(006).
           05  COD-VENDEDOR-HBSIS81L   PIC  9(003).
           05  PCT-UPLIFT-HBSIS81L     PIC S9(003)V9(002).
           05  ANO-MES-INI-HBSIS81L    PIC  9(006).
           05  ANO-MES-FIM-HBSIS81L    PIC  9(006).
           05  SITUACAO-HBSIS81L       PIC  X(001).
           05  QTD-CLIENTES-HBSIS81L   PIC  9(005).
           05  META-VOLUME-PROP-HBSIS81L
                                       PIC  9(009)V9(002).
           05  META-RECEITA-PROP-HBSIS81L
                                       PIC  9(011)V9(002).
           05  META-VOLUME-APROV-HBSIS81L
                                       PIC  9(009)V9(002).
           05  META-RECEITA-APROV-HBSIS81L
                                       PIC  9(011)V9(002).
           05  QTD-REGISTROS-HBSIS81L  PIC  9(007).
           05  OPERADOR-HBSIS81L       PIC  X(010).
