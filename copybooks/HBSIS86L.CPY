      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS86P (HIERARQUIA DE     *
      * VENDAS DATADA)                                                 *
      *  0 - CONSULTA O PERIODO (DATA-INICIO ZERADA = VIGENTE HOJE)    *
      *  1 - INCLUI UM PERIODO (ENCERRA O PERIODO ANTERIOR EM ABERTO)  *
      *  2 - ALTERA DATA-FIM, SUPERIOR E NOME DE UM PERIODO            *
      *  3 - EXCLUI UM PERIODO                                         *
      *  4 - RESOLVE SUPERVISOR, GERENTE, FILIAL E DIRETOR DO          *
      *      VENDEDOR PELA HIERARQUIA VIGENTE NO ANO-MES               *
      *----------------------------------------------------------------*
       01  HBSIS86L.
           05  COD-FUNCAO-HBSIS86L     PIC  9(001).
           05  COD-RETORNO-HBSIS86L    PIC  9(002).
           05  MSG-RETORNO-HBSIS86L    PIC  X(050).
           05  NIVEL-HBSIS86L          PIC  X(001).
           05  COD-MEMBRO-HBSIS86L     PIC  9(005).
           05  DATA-INICIO-HBSIS86L    PIC  9(008).
           05  DATA-FIM-HBSIS86L       PIC  9(008).
           05  COD-SUPERIOR-HBSIS86L   PIC  9(005).
           05  NOME-MEMBRO-HBSIS86L    PIC  X(040).
           05  OPERADOR-HBSIS86L       PIC  X(010).
      *    RESOLUCAO DA HIERARQUIA (FUNCAO 4)
           05  COD-VENDEDOR-HBSIS86L   PIC  9(003).
           05  ANO-MES-HBSIS86L        PIC  9(006).
           05  COD-SUPERVISOR-HBSIS86L PIC  9(005).
           05  NOME-SUPERVISOR-HBSIS86L
                                       PIC  X(040).
           05  COD-GERENTE-HBSIS86L    PIC  9(005).
           05  NOME-GERENTE-HBSIS86L   PIC  X(040).
           05  COD-FILIAL-HBSIS86L     PIC  9(002).
           05  NOME-DIRETOR-HBSIS86L   PIC  X(040).
