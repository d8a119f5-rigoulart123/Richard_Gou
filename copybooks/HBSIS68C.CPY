      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE LINHAS DE PRODUTO (ARQ-LINHA-PRODUTO) -  *
      * CADA LINHA (EX.: CERVEJA, NAB) AGRUPA CATEGORIAS DE PRODUTO    *
      * DO HISTORICO DE VOLUME (CATEGORIA-HBSIS16C) E TEM FORCA DE     *
      * VENDAS PROPRIA; A LINHA DE MENOR CODIGO ATIVA E A PRINCIPAL,   *
      * GRAVADA NO ARQ-DISTRIBUICAO - AS DEMAIS VAO PARA O ARQUIVO DE  *
      * DISTRIBUICAO POR LINHA (ARQ-DISTRIB-LINHA)                     *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS68C.
           05  COD-LINHA-HBSIS68C      PIC  9(002).
           05  NOME-LINHA-HBSIS68C     PIC  X(030).
           05  CATEGORIAS-HBSIS68C.
               10  CATEGORIA-LINHA-HBSIS68C
                                       PIC  X(003) OCCURS 10 TIMES.
           05  FLAG-ATIVO-HBSIS68C     PIC  X(001).
           05  DATA-ALTERACAO-HBSIS68C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS68C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS68C PIC  X(010).
