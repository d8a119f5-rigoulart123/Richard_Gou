      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS95P (HISTORICO DE      *
      * EXECUCAO DA CADEIA NOTURNA)                                    *
      *  1 - ACRESCENTA O PASSO AO HISTORICO, CONFERINDO O LIMITE DE   *
      *      DURACAO DO PASSO (LIMITESCADEIA.TXT)                      *
      *  2 - RELATORIO DE TENDENCIA DAS ULTIMAS QTD-NOITES NOITES      *
      *  3 - TERMINO PREVISTO DA CADEIA A PARTIR DO INICIO DO PASSO    *
      *      INFORMADO, PELA DURACAO MEDIA DOS PASSOS RESTANTES        *
      *----------------------------------------------------------------*
       01  HBSIS95L.
           05  COD-FUNCAO-HBSIS95L     PIC  9(001).
           05  COD-RETORNO-HBSIS95L    PIC  9(002).
           05  MSG-RETORNO-HBSIS95L    PIC  X(060).
           05  DATA-CADEIA-HBSIS95L    PIC  9(008).
           05  HORA-CADEIA-HBSIS95L    PIC  9(006).
           05  PASSO-HBSIS95L          PIC  9(001).
           05  NOME-PASSO-HBSIS95L     PIC  X(020).
           05  DATA-INI-HBSIS95L       PIC  9(008).
           05  HORA-INI-HBSIS95L       PIC  9(006).
           05  DATA-FIM-HBSIS95L       PIC  9(008).
           05  HORA-FIM-HBSIS95L       PIC  9(006).
           05  RC-PASSO-HBSIS95L       PIC  9(002).
           05  STATUS-PASSO-HBSIS95L   PIC  X(001).
           05  QTD-LIDOS-HBSIS95L      PIC  9(009).
           05  QTD-ACEITOS-HBSIS95L    PIC  9(009).
           05  QTD-REJEITADOS-HBSIS95L PIC  9(009).
           05  QTD-GRAVADOS-HBSIS95L   PIC  9(009).
      *    JANELA DO RELATORIO / BASE DA PREVISAO (ZERO = PADRAO)
           05  QTD-NOITES-HBSIS95L     PIC  9(003).
      *    RETORNO DA FUNCAO 1
           05  DURACAO-SEG-HBSIS95L    PIC  9(007).
           05  LIMITE-SEG-HBSIS95L     PIC  9(007).
           05  FLAG-ESTOURO-HBSIS95L   PIC  X(001).
      *    RETORNO DA FUNCAO 3
           05  DATA-PREVISTA-HBSIS95L  PIC  9(008).
           05  HORA-PREVISTA-HBSIS95L  PIC  9(006).
      *    RETORNO DA FUNCAO 2
           05  QTD-LINHAS-HBSIS95L     PIC  9(005).
