           05  META-VOLUME-HBSIS44L    PIC  9(009)V9(002).
           05  META-RECEITA-HBSIS44L   PIC  9(011)V9(002).
           05  OPERADOR-HBSIS44L       PIC  X(010).
      *    "S" = GERA TAMBEM A EDICAO CONSOLIDADA POR HIERARQUIA
      *    (SUPERVISOR, GERENTE E FILIAL VIGENTES NO ANO-MES)
           05  FLAG-CONSOLIDADO-HBSIS44L
                                       PIC  X(001).
