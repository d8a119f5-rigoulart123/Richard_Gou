      *    FILIAL DO OPERADOR CHAMADOR - ZERO = ACESSO A TODAS AS
      *    UNIDADES
           05  FILIAL-OPERADOR-HBSIS02 PIC  9(002).
      *    CANAL DE VENDA (ZERO = NAO CLASSIFICADO)
           05  COD-CANAL-HBSIS02       PIC  9(002).
      *    QUANTIDADE DE DETALHES INFORMADA NO TRAILER DA IMPORTACAO
           05  QTD-IMP-TRAILER-HBSIS02 PIC  9(007).
