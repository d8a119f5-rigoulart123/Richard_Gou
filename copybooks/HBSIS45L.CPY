           05  OPERADOR-HBSIS45L       PIC  X(010).
           05  QTD-CLIENTES-HBSIS45L   PIC  9(007).
           05  QTD-SEM-TAXA-HBSIS45L   PIC  9(007).
           05  TOT-RECEITA-HBSIS45L    PIC S9(013)V9(002).
           05  TOT-COMISSAO-HBSIS45L   PIC S9(011)V9(002).
      *    AJUSTES APROVADOS APLICADOS (HBSIS82P), VALOR A PAGAR E
      *    SALDO NEGATIVO TRANSPORTADO PARA O MES SEGUINTE
           05  QTD-AJUSTES-HBSIS45L    PIC  9(005).
           05  TOT-AJUSTES-HBSIS45L    PIC S9(011)V9(002).
           05  TOT-A-PAGAR-HBSIS45L    PIC  9(011)V9(002).
           05  TOT-SALDO-TRANSP-HBSIS45L
                                       PIC  9(011)V9(002).
      *    FECHAMENTO DA COMISSAO (FUNCAO 6): EVENTO DA FOLHA (ZERO =
      *    EVENTO PADRAO) E QUANTIDADES EXPORTADAS PARA A FOLHA DE
      *    PAGAMENTO E PARA A CONTABILIDADE
           05  COD-EVENTO-HBSIS45L     PIC  9(004).
           05  QTD-FOLHA-HBSIS45L      PIC  9(005).
           05  QTD-CONTABIL-HBSIS45L   PIC  9(003).
      *    "S" = GERA TAMBEM A EDICAO CONSOLIDADA POR HIERARQUIA
      *    (SUPERVISOR, GERENTE E FILIAL VIGENTES NO ANO-MES)
           05  FLAG-CONSOLIDADO-HBSIS45L
                                       PIC  X(001).
