      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS71P (PROSPECTS) -      *
      * FUNCAO 4 CONVERTE O PROSPECT EM CLIENTE PENDENTE DE APROVACAO, *
      * FUNCAO 5 GERA O RELATORIO MENSAL DO FUNIL DE PROSPECTS         *
      *----------------------------------------------------------------*
       01  HBSIS71L.
           05  COD-FUNCAO-HBSIS71L     PIC  9(001).
           05  COD-RETORNO-HBSIS71L    PIC  9(002).
           05  MSG-RETORNO-HBSIS71L    PIC  X(050).
           05  COD-PROSPECT-HBSIS71L   PIC  9(007).
           05  NOME-PROSPECT-HBSIS71L  PIC  X(040).
           05  LOGRADOURO-HBSIS71L     PIC  X(040).
           05  NUMERO-END-HBSIS71L     PIC  X(006).
           05  MUNICIPIO-HBSIS71L      PIC  X(030).
           05  UF-HBSIS71L             PIC  X(002).
           05  CEP-HBSIS71L            PIC  9(008).
           05  LATITUDE-HBSIS71L       PIC S9(003)V9(008).
           05  LONGITUDE-HBSIS71L      PIC S9(003)V9(008).
           05  COD-REGIAO-HBSIS71L     PIC  9(003).
           05  FONTE-HBSIS71L          PIC  X(001).
           05  COD-VEND-ORIGEM-HBSIS71L
                                       PIC  9(003).
           05  SITUACAO-HBSIS71L       PIC  X(001).
           05  DATA-CADASTRO-HBSIS71L  PIC  9(008).
           05  DATA-VISITA-HBSIS71L    PIC  9(008).
           05  MOTIVO-DESCARTE-HBSIS71L
                                       PIC  X(030).
           05  COD-CLIENTE-GERADO-HBSIS71L
                                       PIC  9(007).
           05  COD-VEND-ATRIB-HBSIS71L PIC  9(003).
           05  DISTANCIA-ATRIB-HBSIS71L
                                       PIC  9(009)V9(002).
      *    CNPJ INFORMADO NA CONVERSAO (O PROSPECT NAO TEM CNPJ)
           05  CNPJ-CONVERSAO-HBSIS71L PIC  9(014).
      *    ANO-MES DO RELATORIO DO FUNIL (ZERO = MES CORRENTE)
           05  ANO-MES-HBSIS71L        PIC  9(006).
           05  QTD-REGISTROS-HBSIS71L  PIC  9(007).
           05  OPERADOR-HBSIS71L       PIC  X(010).
           05  FILIAL-OPERADOR-HBSIS71L
                                       PIC  9(002).
