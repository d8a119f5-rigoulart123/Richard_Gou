      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS77P (PEDIDOS DE CAMPO) *
      * FUNCAO 1 = IMPORTA O ARQUIVO DE PEDIDOS DOS DISPOSITIVOS       *
      * FUNCAO 2 = RELATORIO DIARIO DE VISITAS SEM PEDIDO POR VENDEDOR *
      * FUNCAO 3 = CONCILIACAO MENSAL PEDIDO X FATURADO POR CLIENTE    *
      * FUNCAO 4 = GRAVA UM ITEM CORRIGIDO NA BANCADA DE REJEITADOS    *
      *----------------------------------------------------------------*
       01  HBSIS77L.
           05  COD-FUNCAO-HBSIS77L     PIC  9(001).
           05  COD-RETORNO-HBSIS77L    PIC  9(002).
           05  MSG-RETORNO-HBSIS77L    PIC  X(050).
           05  NOME-ARQ-PED-HBSIS77L   PIC  X(020).
      *    DIA DO RELATORIO DE VISITAS SEM PEDIDO (ZERO = HOJE)
           05  DATA-REF-HBSIS77L       PIC  9(008).
      *    MES DA CONCILIACAO (ZERO = MES ANTERIOR)
           05  ANO-MES-HBSIS77L        PIC  9(006).
           05  QTD-PEDIDOS-HBSIS77L    PIC  9(007).
           05  QTD-LIDOS-HBSIS77L      PIC  9(007).
           05  QTD-CARREGADOS-HBSIS77L PIC  9(007).
           05  QTD-REJEITADOS-HBSIS77L PIC  9(007).
      *    ITEM RESUBMETIDO PELA BANCADA (FUNCAO 4)
           05  ITEM-HBSIS77L.
               10  NUM-PEDIDO-HBSIS77L PIC  9(008).
               10  COD-CLIENTE-HBSIS77L
                                       PIC  9(007).
               10  COD-VENDEDOR-HBSIS77L
                                       PIC  9(003).
               10  DATA-VISITA-HBSIS77L
                                       PIC  9(008).
               10  CATEGORIA-HBSIS77L  PIC  X(003).
               10  QUANTIDADE-HBSIS77L PIC  9(009)V9(002).
               10  VALOR-HBSIS77L      PIC  9(011)V9(002).
