      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE QUOTAS PROPOSTAS (ARQ-QUOTA-PROPOSTA) -  *
      * PREVISAO DE VOLUME E RECEITA DA CARTEIRA DO VENDEDOR PARA O    *
      * MES, AJUSTE DO SUPERVISOR E META APROVADA EM ARQ-QUOTA         *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS81C.
           05  CHAVE-HBSIS81C.
               10  ANO-MES-HBSIS81C    PIC  9(006).
               10  COD-VENDEDOR-HBSIS81C
                                       PIC  9(003).
      *    "P" = PROPOSTA  "A" = APROVADA (GRAVADA EM ARQ-QUOTA)
           05  SITUACAO-HBSIS81C       PIC  X(001).
           05  QTD-CLIENTES-HBSIS81C   PIC  9(005).
           05  META-VOLUME-PROP-HBSIS81C
                                       PIC  9(009)V9(002).
           05  META-RECEITA-PROP-HBSIS81C
                                       PIC  9(011)V9(002).
           05  PCT-UPLIFT-HBSIS81C     PIC S9(003)V9(002).
           05  META-VOLUME-APROV-HBSIS81C
                                       PIC  9(009)V9(002).
           05  META-RECEITA-APROV-HBSIS81C
                                       PIC  9(011)V9(002).
           05  DATA-GERACAO-HBSIS81C   PIC  9(008).
           05  HORA-GERACAO-HBSIS81C   PIC  9(006).
           05  DATA-APROV-HBSIS81C     PIC  9(008).
           05  HORA-APROV-HBSIS81C     PIC  9(006).
           05  OPERADOR-APROV-HBSIS81C PIC  X(010).
