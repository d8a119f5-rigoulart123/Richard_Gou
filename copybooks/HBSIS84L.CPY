      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS84P (TARIFAS DE KM POR *
      * FILIAL E EXTRATO MENSAL DE QUILOMETRAGEM DOS VENDEDORES)       *
      *  0 - CONSULTA A TARIFA DA FILIAL                               *
      *  1 - INCLUI A TARIFA DA FILIAL                                 *
      *  2 - ALTERA A TARIFA DA FILIAL                                 *
      *  3 - EXCLUI A TARIFA DA FILIAL                                 *
      *  5 - GERA O EXTRATO DE KM E O RESUMO PARA A FOLHA DO ANO-MES   *
      *----------------------------------------------------------------*
       01  HBSIS84L.
           05  COD-FUNCAO-HBSIS84L     PIC  9(001).
           05  COD-RETORNO-HBSIS84L    PIC  9(002).
           05  MSG-RETORNO-HBSIS84L    PIC  X(050).
           05  COD-FILIAL-HBSIS84L     PIC  9(002).
           05  VALOR-KM-HBSIS84L       PIC  9(003)V9(004).
           05  ANO-MES-HBSIS84L        PIC  9(006).
      *    EVENTO DA FOLHA NO RESUMO (ZERO = EVENTO PADRAO)
           05  COD-EVENTO-HBSIS84L     PIC  9(004).
           05  OPERADOR-HBSIS84L       PIC  X(010).
           05  QTD-VENDEDORES-HBSIS84L PIC  9(005).
           05  QTD-VISITAS-HBSIS84L    PIC  9(007).
           05  TOT-KM-PLANEJADO-HBSIS84L
                                       PIC  9(009)V9(002).
           05  TOT-KM-REALIZADO-HBSIS84L
                                       PIC  9(009)V9(002).
           05  TOT-REEMBOLSO-HBSIS84L  PIC  9(011)V9(002).
