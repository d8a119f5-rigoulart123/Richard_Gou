      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS100P (OPORTUNIDADES DE *
      * VENDA CRUZADA POR CATEGORIA CONTRA O GRUPO DE PARES)           *
      * FUNCAO 1 = GERA O RELATORIO POR VENDEDOR E O CSV DE CAMPO      *
      * GRUPO DE PARES = MESMA CLASSIFICACAO + CANAL + REGIAO          *
      * PERC-MINIMO  = PERCENTUAL DOS PARES QUE PRECISA COMPRAR A      *
      *                CATEGORIA (ZERO = 50%)                          *
      * MIN-PARES    = TAMANHO MINIMO DO GRUPO (ZERO = 3 CLIENTES)     *
      * QTD-MESES    = JANELA DE COMPRAS EM MESES FECHADOS (ZERO = 6)  *
      *----------------------------------------------------------------*
       01  HBSIS100L.
           05  COD-FUNCAO-HBSIS100L    PIC  9(001).
           05  COD-RETORNO-HBSIS100L   PIC  9(002).
           05  MSG-RETORNO-HBSIS100L   PIC  X(060).
           05  OPERADOR-HBSIS100L      PIC  X(010).
           05  PERC-MINIMO-HBSIS100L   PIC  9(003).
           05  MIN-PARES-HBSIS100L     PIC  9(003).
           05  QTD-MESES-HBSIS100L     PIC  9(002).
           05  QTD-GRUPOS-HBSIS100L    PIC  9(007).
           05  QTD-CLIENTES-HBSIS100L  PIC  9(007).
           05  QTD-OPORTUN-HBSIS100L   PIC  9(007).
           05  VALOR-OPORTUN-HBSIS100L PIC  9(015)V9(002).
           05  NOME-REL-HBSIS100L      PIC  X(040).
           05  NOME-CSV-HBSIS100L      PIC  X(040).
