           05  MSG-RETORNO-HBSIS53L    PIC  X(050).
           05  PCT-QUEDA-HBSIS53L      PIC  9(003).
           05  QTD-CLIENTES-HBSIS53L   PIC  9(007).
      *    "S" = GERA TAMBEM A EDICAO CONSOLIDADA POR HIERARQUIA
      *    (SUPERVISOR, GERENTE E FILIAL VIGENTES NO MES CORRENTE)
           05  FLAG-CONSOLIDADO-HBSIS53L
                                       PIC  X(001).
