           05  COD-DEPOSITO-HBSIS04C   PIC  9(003).
      *    FILIAL (UNIDADE OPERACIONAL) DO VENDEDOR
           05  COD-FILIAL-HBSIS04C     PIC  9(002).
      *    LINHAS DE PRODUTO (ARQ-LINHA-PRODUTO) ATENDIDAS PELO
      *    VENDEDOR - TODAS ZERADAS = ATENDE TODAS AS LINHAS
           05  LINHAS-VEND-HBSIS04C.
               10  LINHA-VEND-HBSIS04C PIC  9(002) OCCURS 5 TIMES.
      *    CANAIS DE VENDA (ARQ-CANAL) ATENDIDOS PELO VENDEDOR -
      *    TODOS ZERADOS = ATENDE TODOS OS CANAIS
           05  CANAIS-VEND-HBSIS04C.
               10  CANAL-VEND-HBSIS04C PIC  9(002) OCCURS 5 TIMES.
