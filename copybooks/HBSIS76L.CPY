      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS76P (PARTICOES POR     *
      * FILIAL DA DISTRIBUICAO PARALELA NA CADEIA NOTURNA)             *
      * FUNCAO 1 = MONTA AS PARTICOES, DESCOBRE A EXECUCAO ANTERIOR E  *
      *            CRIA OS ARQUIVOS COMUNS QUE AINDA NAO EXISTEM       *
      * FUNCAO 2 = VERIFICA AS PARTICOES E CONSOLIDA A EXECUCAO        *
      *----------------------------------------------------------------*
       01  HBSIS76L.
           05  COD-FUNCAO-HBSIS76L     PIC  9(001).
           05  COD-RETORNO-HBSIS76L    PIC  9(002).
           05  MSG-RETORNO-HBSIS76L    PIC  X(050).
      *    EXECUCAO COMUM DA CADEIA E EXECUCAO ANTERIOR (BASE DO DELTA)
           05  DATA-EXEC-HBSIS76L      PIC  9(008).
           05  HORA-EXEC-HBSIS76L      PIC  9(006).
           05  DATA-EXEC-ANT-HBSIS76L  PIC  9(008).
           05  HORA-EXEC-ANT-HBSIS76L  PIC  9(006).
           05  NOME-PARAM-HBSIS76L     PIC  X(020).
           05  MAX-CLI-VEND-HBSIS76L   PIC  9(007).
           05  QTD-PARTICOES-HBSIS76L  PIC  9(003).
      *    SITUACAO DA PARTICAO: "P" = PENDENTE, "O" = VERIFICADA OK,
      *    "E" = ERRO NA VERIFICACAO (RELANCADA NA RETOMADA)
           05  PARTICAO-HBSIS76L       OCCURS 100 TIMES.
               10  PAR-FILIAL-HBSIS76L PIC  9(002).
               10  PAR-STATUS-HBSIS76L PIC  X(001).
               10  PAR-QTD-CLIENTES-HBSIS76L
                                       PIC  9(007).
               10  PAR-QTD-GRAVADOS-HBSIS76L
                                       PIC  9(007).
               10  PAR-MOTIVO-HBSIS76L PIC  X(040).
