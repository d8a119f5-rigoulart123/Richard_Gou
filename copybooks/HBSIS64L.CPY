           05  COD-REGIAO-HBSIS64L     PIC  9(003).
           05  COD-FILIAL-HBSIS64L     PIC  9(002).
           05  QTD-VENDEDORES-HBSIS64L PIC  9(003).
      *    "S" = GERA TAMBEM A EDICAO CONSOLIDADA POR HIERARQUIA
      *    (SUPERVISOR, GERENTE E FILIAL VIGENTES NO MES CORRENTE)
           05  FLAG-CONSOLIDADO-HBSIS64L
                                       PIC  X(001).
