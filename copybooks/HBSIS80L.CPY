      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS80P (CENSO DE PONTOS   *
      * DE VENDA E SHARE OF WALLET)                                    *
      * FUNCAO 1 = IMPORTA O ARQUIVO DO CENSO                          *
      * FUNCAO 2 = LISTA DOS PONTOS DO CENSO QUE AINDA NAO SAO CLIENTES*
      * FUNCAO 3 = CARREGA OS PONTOS QUE NAO SAO CLIENTES COMO         *
      *            PROSPECTS (FONTE "L" - LEVANTAMENTO) DO VENDEDOR    *
      *            INFORMADO, A PARTIR DO POTENCIAL MINIMO             *
      * FUNCAO 4 = RELATORIO DE SHARE OF WALLET (RECEITA DE 12 MESES X *
      *            POTENCIAL) POR CLIENTE, VENDEDOR E REGIAO           *
      *----------------------------------------------------------------*
       01  HBSIS80L.
           05  COD-FUNCAO-HBSIS80L     PIC  9(001).
           05  COD-RETORNO-HBSIS80L    PIC  9(002).
           05  MSG-RETORNO-HBSIS80L    PIC  X(050).
           05  NOME-ARQ-HBSIS80L       PIC  X(020).
           05  COD-VENDEDOR-HBSIS80L   PIC  9(003).
           05  POTENCIAL-MIN-HBSIS80L  PIC  9(011)V9(002).
           05  QTD-LIDOS-HBSIS80L      PIC  9(007).
           05  QTD-CARREGADOS-HBSIS80L PIC  9(007).
           05  QTD-REJEITADOS-HBSIS80L PIC  9(007).
           05  QTD-REGISTROS-HBSIS80L  PIC  9(007).
           05  OPERADOR-HBSIS80L       PIC  X(010).
