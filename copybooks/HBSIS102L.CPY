      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS102P (PESQUISAS DE     *
      * SATISFACAO POS-VISITA)                                         *
      * FUNCAO 1 = IMPORTA A PLANILHA DA CENTRAL DE ATENDIMENTO        *
      * FUNCAO 2 = RELATORIO MENSAL DE SATISFACAO                      *
      * FUNCAO 3 = GRAVA UMA PESQUISA CORRIGIDA NA BANCADA DE          *
      *            REJEITADOS                                          *
      *----------------------------------------------------------------*
       01  HBSIS102L.
           05  COD-FUNCAO-HBSIS102L    PIC  9(001).
           05  COD-RETORNO-HBSIS102L   PIC  9(002).
           05  MSG-RETORNO-HBSIS102L   PIC  X(050).
           05  NOME-ARQ-PES-HBSIS102L  PIC  X(020).
      *    MES DO RELATORIO (ZERO = MES ANTERIOR)
           05  ANO-MES-HBSIS102L       PIC  9(006).
           05  QTD-LIDOS-HBSIS102L     PIC  9(007).
           05  QTD-CARREGADOS-HBSIS102L
                                       PIC  9(007).
           05  QTD-REJEITADOS-HBSIS102L
                                       PIC  9(007).
      *    PESQUISA RESUBMETIDA PELA BANCADA (FUNCAO 3)
           05  PESQUISA-HBSIS102L.
               10  COD-CLIENTE-HBSIS102L
                                       PIC  9(007).
               10  COD-VENDEDOR-HBSIS102L
                                       PIC  9(003).
               10  DATA-PESQUISA-HBSIS102L
                                       PIC  9(008).
               10  NOTA-HBSIS102L      PIC  9(002).
               10  COD-MOTIVO-HBSIS102L
                                       PIC  X(003).
