      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DO CENSO DE PONTOS DE VENDA (ARQ-CENSO) -   *
      * POTENCIAL ANUAL ESTIMADO DE COMPRA DE BEBIDAS POR CATEGORIA DE *
      * CADA ESTABELECIMENTO DO LEVANTAMENTO, CHAVE PELO CNPJ. O       *
      * CLIENTE CORRESPONDENTE E LOCALIZADO PELO CNPJ NA CARGA (ZERO = *
      * AINDA NAO E NOSSO CLIENTE); O PROSPECT E O GERADO PELA CARGA   *
      * DE PROSPECTS A PARTIR DO CENSO (HBSIS71P)                      *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS80C.
           05  CNPJ-HBSIS80C           PIC  9(014).
           05  NOME-PDV-HBSIS80C       PIC  X(040).
           05  LOGRADOURO-HBSIS80C     PIC  X(040).
           05  NUMERO-END-HBSIS80C     PIC  X(006).
           05  MUNICIPIO-HBSIS80C      PIC  X(030).
           05  UF-HBSIS80C             PIC  X(002).
           05  CEP-HBSIS80C            PIC  9(008).
           05  ANO-CENSO-HBSIS80C      PIC  9(004).
           05  QTD-CATEG-HBSIS80C      PIC  9(002).
           05  POTENCIAL-CAT-HBSIS80C  OCCURS 10 TIMES.
               10  CATEGORIA-HBSIS80C  PIC  X(003).
               10  POTENCIAL-HBSIS80C  PIC  9(011)V9(002).
           05  POTENCIAL-TOTAL-HBSIS80C
                                       PIC  9(013)V9(002).
           05  COD-CLIENTE-HBSIS80C    PIC  9(007).
           05  COD-PROSPECT-HBSIS80C   PIC  9(007).
           05  DATA-CARGA-HBSIS80C     PIC  9(008).
           05  HORA-CARGA-HBSIS80C     PIC  9(006).
