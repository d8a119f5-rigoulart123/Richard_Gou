      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS92P (JORNAL DE         *
      * RECUPERACAO DOS CADASTROS DE CLIENTES E VENDEDORES)            *
      *  1 - GRAVA UM MOVIMENTO NO JORNAL (CHAMADO POR QUEM GRAVA NO   *
      *      CADASTRO, LOGO APOS O WRITE/REWRITE/DELETE)               *
      *  2 - REINICIA O JORNAL (CHAMADO PELO BACKUP DO HBSIS40P)       *
      *  3 - REAPLICA O JORNAL SOBRE O BACKUP RESTAURADO ATE A DATA E  *
      *      HORA LIMITE, CONFERE COM O CONTROLE DO JORNAL E SO LIBERA *
      *      OS CADASTROS (HBSIS49P) SE OS TOTAIS CONFEREM             *
      *----------------------------------------------------------------*
       01  HBSIS92L.
           05  COD-FUNCAO-HBSIS92L     PIC  9(001).
           05  COD-RETORNO-HBSIS92L    PIC  9(002).
           05  MSG-RETORNO-HBSIS92L    PIC  X(050).
           05  OPERADOR-HBSIS92L       PIC  X(010).
      *    FUNCAO 1
           05  ENTIDADE-HBSIS92L       PIC  X(001).
           05  ACAO-HBSIS92L           PIC  X(001).
           05  TIPO-MOV-HBSIS92L       PIC  X(008).
           05  CODIGO-HBSIS92L         PIC  9(007).
           05  PROGRAMA-HBSIS92L       PIC  X(008).
           05  IMAGEM-HBSIS92L         PIC  X(250).
      *    FUNCAO 2
           05  DATA-BACKUP-HBSIS92L    PIC  9(008).
           05  HORA-BACKUP-HBSIS92L    PIC  9(006).
      *    FUNCAO 3 (LIMITE ZERADO = REAPLICA O JORNAL INTEIRO)
           05  DATA-LIMITE-HBSIS92L    PIC  9(008).
           05  HORA-LIMITE-HBSIS92L    PIC  9(006).
           05  QTD-LIDOS-HBSIS92L      PIC  9(009).
           05  QTD-APLICADOS-HBSIS92L  PIC  9(009).
           05  QTD-IGNORADOS-HBSIS92L  PIC  9(009).
           05  QTD-ERROS-HBSIS92L      PIC  9(009).
