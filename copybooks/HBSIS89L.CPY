      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS89P (CASOS E           *
      * RECLAMACOES DE CLIENTES)                                       *
      *  0 - CONSULTA O CASO (NUMERO), COM O HISTORICO                 *
      *  1 - ABRE O CASO (NUMERO DEVOLVIDO)                            *
      *  2 - ATUALIZA A SITUACAO E/OU O VENDEDOR RESPONSAVEL, COM A    *
      *      OBSERVACAO NO HISTORICO (F = FECHA O CASO)                *
      *  3 - CASOS EM ABERTO DO CLIENTE: QUANTIDADE E O MAIS ANTIGO    *
      *      (NUMERO, TIPO E DATA DE ABERTURA)                         *
      *  4 - RELATORIO DE AGING DOS CASOS EM ABERTO POR VENDEDOR E     *
      *      REGIAO (RELAGINGCASOS.TXT)                                *
      *----------------------------------------------------------------*
       01  HBSIS89L.
           05  COD-FUNCAO-HBSIS89L     PIC  9(001).
           05  COD-RETORNO-HBSIS89L    PIC  9(002).
           05  MSG-RETORNO-HBSIS89L    PIC  X(050).
           05  NUM-CASO-HBSIS89L       PIC  9(007).
           05  COD-CLIENTE-HBSIS89L    PIC  9(007).
           05  TIPO-CASO-HBSIS89L      PIC  X(001).
           05  DATA-ABERTURA-HBSIS89L  PIC  9(008).
           05  DESCRICAO-CASO-HBSIS89L PIC  X(060).
           05  COD-VENDEDOR-HBSIS89L   PIC  9(003).
           05  SITUACAO-CASO-HBSIS89L  PIC  X(001).
           05  DATA-FECHAMENTO-HBSIS89L
                                       PIC  9(008).
           05  OBSERVACAO-HBSIS89L     PIC  X(040).
           05  QTD-HIST-HBSIS89L       PIC  9(002).
           05  HIST-CASO-HBSIS89L      OCCURS 10 TIMES.
               10  SIT-HIST-HBSIS89L   PIC  X(001).
               10  DATA-HIST-HBSIS89L  PIC  9(008).
               10  HORA-HIST-HBSIS89L  PIC  9(006).
               10  OPER-HIST-HBSIS89L  PIC  X(010).
               10  VEND-HIST-HBSIS89L  PIC  9(003).
               10  OBS-HIST-HBSIS89L   PIC  X(040).
           05  QTD-ABERTOS-HBSIS89L    PIC  9(005).
           05  QTD-CASOS-HBSIS89L      PIC  9(007).
           05  OPERADOR-HBSIS89L       PIC  X(010).
