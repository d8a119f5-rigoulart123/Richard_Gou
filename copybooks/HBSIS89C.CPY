      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE CASOS E RECLAMACOES DE CLIENTES          *
      * (ARQ-CASO) - CHAVE PELO NUMERO DO CASO, ALTERNATIVA PELO       *
      * CLIENTE                                                        *
      * TIPO.....: E-ENTREGA ATRASADA  Q-EQUIPAMENTO COM DEFEITO       *
      *            P-DIVERGENCIA DE PRECO  V-CONDUTA DO VENDEDOR       *
      *            O-OUTROS                                            *
      * SITUACAO.: A-ABERTO  T-EM TRATAMENTO  F-FECHADO                *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS89C.
           05  NUM-CASO-HBSIS89C       PIC  9(007).
           05  COD-CLIENTE-HBSIS89C    PIC  9(007).
           05  TIPO-CASO-HBSIS89C      PIC  X(001).
           05  DATA-ABERTURA-HBSIS89C  PIC  9(008).
           05  HORA-ABERTURA-HBSIS89C  PIC  9(006).
           05  DESCRICAO-CASO-HBSIS89C PIC  X(060).
      *    VENDEDOR RESPONSAVEL - NA ABERTURA, SE NAO INFORMADO, O
      *    VENDEDOR DO CLIENTE NA ULTIMA EXECUCAO DA DISTRIBUICAO
           05  COD-VENDEDOR-HBSIS89C   PIC  9(003).
           05  SITUACAO-CASO-HBSIS89C  PIC  X(001).
           05  DATA-FECHAMENTO-HBSIS89C
                                       PIC  9(008).
      *    HISTORICO DAS MUDANCAS DE SITUACAO, DA MAIS ANTIGA PARA A
      *    MAIS RECENTE - CHEIO, A MAIS ANTIGA DEPOIS DA ABERTURA SAI
           05  QTD-HIST-HBSIS89C       PIC  9(002).
           05  HIST-CASO-HBSIS89C      OCCURS 10 TIMES.
               10  SIT-HIST-HBSIS89C   PIC  X(001).
               10  DATA-HIST-HBSIS89C  PIC  9(008).
               10  HORA-HIST-HBSIS89C  PIC  9(006).
               10  OPER-HIST-HBSIS89C  PIC  X(010).
               10  VEND-HIST-HBSIS89C  PIC  9(003).
               10  OBS-HIST-HBSIS89C   PIC  X(040).
           05  DATA-ALTERACAO-HBSIS89C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS89C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS89C PIC  X(010).
