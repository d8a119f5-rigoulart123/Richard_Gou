      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE FECHAMENTO DE COMISSAO                   *
      * (ARQ-FECHA-COMISSAO) - UM REGISTRO POR ANO-MES CUJA COMISSAO   *
      * FOI FECHADA E EXPORTADA PARA A FOLHA E A CONTABILIDADE: O MES  *
      * NAO PODE MAIS SER REAPURADO NEM RECEBER AJUSTES                *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS83C.
           05  ANO-MES-HBSIS83C        PIC  9(006).
           05  DATA-FECHAMENTO-HBSIS83C
                                       PIC  9(008).
           05  HORA-FECHAMENTO-HBSIS83C
                                       PIC  9(006).
           05  OPERADOR-HBSIS83C       PIC  X(010).
           05  COD-EVENTO-HBSIS83C     PIC  9(004).
           05  QTD-FOLHA-HBSIS83C      PIC  9(005).
           05  TOT-FOLHA-HBSIS83C      PIC  9(011)V9(002).
           05  QTD-CONTABIL-HBSIS83C   PIC  9(003).
           05  TOT-CONTABIL-HBSIS83C   PIC  9(011)V9(002).
           05  TOT-SALDO-TRANSP-HBSIS83C
                                       PIC  9(011)V9(002).
