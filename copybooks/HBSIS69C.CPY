      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE DISTRIBUICAO POR LINHA DE PRODUTO        *
      * (ARQ-DISTRIB-LINHA) - QUANDO HA MAIS DE UMA LINHA ATIVA NO     *
      * ARQ-LINHA-PRODUTO, O VENDEDOR DA LINHA PRINCIPAL (MENOR CODIGO *
      * ATIVO) FICA NO ARQ-DISTRIBUICAO E O VENDEDOR DE CADA LINHA     *
      * ADICIONAL FICA AQUI. CHAVE PRIMARIA DATA+HORA DA EXECUCAO +    *
      * CLIENTE + LINHA, CHAVE ALTERNADA PELO CODIGO DO VENDEDOR       *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS69C.
           05  CHAVE-HBSIS69C.
               10  DATA-EXECUCAO-HBSIS69C
                                       PIC  9(008).
               10  HORA-EXECUCAO-HBSIS69C
                                       PIC  9(006).
               10  COD-CLIENTE-HBSIS69C
                                       PIC  9(007).
               10  COD-LINHA-HBSIS69C  PIC  9(002).
           05  COD-VENDEDOR-HBSIS69C   PIC  9(003).
           05  RAZAO-SOCIAL-HBSIS69C   PIC  X(040).
           05  NOME-VEND-HBSIS69C      PIC  X(040).
           05  DISTANCIA-HBSIS69C      PIC  9(009)V9(002).
           05  FLAG-NAO-ATRIB-HBSIS69C PIC  X(001).
           05  IND-ORIGEM-HBSIS69C     PIC  X(001).
      *    "S" = O VENDEDOR DA LINHA E DIFERENTE DO VENDEDOR DA LINHA
      *    PRINCIPAL E O CLIENTE CONTA NA CARTEIRA (MAX-CLI-VEND) DELE
           05  FLAG-CONTA-CARGA-HBSIS69C
                                       PIC  X(001).
