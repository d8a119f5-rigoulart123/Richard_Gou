      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS94P (BALANCEAMENTO DA  *
      * CADEIA NOTURNA)                                                *
      *  1 - REGISTRA AS QUANTIDADES DO PASSO (OS PASSOS SEGUINTES DE  *
      *      UMA TENTATIVA ANTERIOR SAO DESCARTADOS)                   *
      *  2 - CONFERE O PASSO ANTES DE A CADEIA SEGUIR (RETORNO 8 =     *
      *      DESBALANCEADO, COM A DIVERGENCIA EM MSG-RETORNO)          *
      *  3 - EMITE O RELATORIO DE CONTROLE DA CADEIA                   *
      *----------------------------------------------------------------*
       01  HBSIS94L.
           05  COD-FUNCAO-HBSIS94L     PIC  9(001).
           05  COD-RETORNO-HBSIS94L    PIC  9(002).
           05  MSG-RETORNO-HBSIS94L    PIC  X(060).
           05  PASSO-HBSIS94L          PIC  9(001).
           05  NOME-PASSO-HBSIS94L     PIC  X(020).
           05  FLAG-EXECUTADO-HBSIS94L PIC  X(001).
           05  QTD-LIDOS-HBSIS94L      PIC  9(009).
           05  QTD-ACEITOS-HBSIS94L    PIC  9(009).
           05  QTD-REJEITADOS-HBSIS94L PIC  9(009).
           05  QTD-GRAVADOS-HBSIS94L   PIC  9(009).
           05  QTD-REFERENCIA-HBSIS94L PIC  9(009).
           05  NOME-ARQ-REF-HBSIS94L   PIC  X(040).
      *    FILIAL FIXA DA CADEIA (ZERO = TODAS) - DISTRIBUICAO
           05  COD-FILIAL-HBSIS94L     PIC  9(002).
      *    SITUACAO DOS PASSOS PARA O RELATORIO DE CONTROLE (FUNCAO 3)
           05  PASSO-CADEIA-HBSIS94L   OCCURS 9 TIMES.
               10  PC-NOME-HBSIS94L    PIC  X(020).
               10  PC-DATA-INI-HBSIS94L
                                       PIC  9(008).
               10  PC-HORA-INI-HBSIS94L
                                       PIC  9(006).
               10  PC-DATA-FIM-HBSIS94L
                                       PIC  9(008).
               10  PC-HORA-FIM-HBSIS94L
                                       PIC  9(006).
               10  PC-RC-HBSIS94L      PIC  9(002).
               10  PC-STATUS-HBSIS94L  PIC  X(001).
