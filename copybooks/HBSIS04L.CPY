      *    FILIAL DO OPERADOR CHAMADOR - ZERO = ACESSO A TODAS AS
      *    UNIDADES
           05  FILIAL-OPERADOR-HBSIS04 PIC  9(002).
      *    LINHAS DE PRODUTO ATENDIDAS (TODAS ZERADAS = TODAS)
           05  LINHAS-VEND-HBSIS04.
               10  LINHA-VEND-HBSIS04  PIC  9(002) OCCURS 5 TIMES.
      *    CANAIS DE VENDA ATENDIDOS (TODOS ZERADOS = TODOS)
           05  CANAIS-VEND-HBSIS04.
               10  CANAL-VEND-HBSIS04  PIC  9(002) OCCURS 5 TIMES.
      *    QUANTIDADE DE DETALHES INFORMADA NO TRAILER DA IMPORTACAO
           05  QTD-IMP-TRAILER-HBSIS04 PIC  9(007).
