      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS98P (EXTRATOS AD-HOC   *
      * DO CADASTRO DE CLIENTES)                                       *
      * FUNCAO 0 = CONSULTA  1 = INCLUI  2 = ALTERA  3 = EXCLUI        *
      * FUNCAO 4 = TESTA A DEFINICAO INFORMADA, SEM GRAVAR (AMOSTRA EM *
      *            EXTRATOTESTE.CSV/.TXT)                              *
      * FUNCAO 5 = EXECUTA O EXTRATO GRAVADO                           *
      * FUNCAO 6 = EXECUTA OS EXTRATOS AGENDADOS PARA HOJE (CADEIA)    *
      *----------------------------------------------------------------*
       01  HBSIS98L.
           05  COD-FUNCAO-HBSIS98L     PIC  9(001).
           05  COD-RETORNO-HBSIS98L    PIC  9(002).
           05  MSG-RETORNO-HBSIS98L    PIC  X(060).
           05  OPERADOR-HBSIS98L       PIC  X(010).
      *    MESMA DISPOSICAO DA DEFINICAO NO ARQUIVO (HBSIS98C)
           05  DEFINICAO-HBSIS98L.
               10  NOME-EXTRATO-HBSIS98L
                                       PIC  X(012).
               10  DESCRICAO-HBSIS98L  PIC  X(040).
      *        ATE 15 CODIGOS DE CAMPO DE 2 DIGITOS, EM SEQUENCIA
               10  CAMPOS-SAIDA-HBSIS98L
                                       PIC  X(030).
               10  FILTRO-HBSIS98L     OCCURS 5 TIMES.
                   15  FIL-CAMPO-HBSIS98L
                                       PIC  9(002).
                   15  FIL-OPERADOR-HBSIS98L
                                       PIC  X(002).
                   15  FIL-VALOR-HBSIS98L
                                       PIC  X(020).
               10  ORDEM-HBSIS98L      OCCURS 2 TIMES.
                   15  ORD-CAMPO-HBSIS98L
                                       PIC  9(002).
                   15  ORD-SENTIDO-HBSIS98L
                                       PIC  X(001).
               10  FORMATO-HBSIS98L    PIC  X(001).
               10  AGENDA-HBSIS98L     PIC  X(001).
               10  DIA-AGENDA-HBSIS98L PIC  9(002).
      *    RETORNO
           05  DATA-ULT-EXEC-HBSIS98L  PIC  9(008).
           05  QTD-ULT-EXEC-HBSIS98L   PIC  9(007).
           05  QTD-SELECIONADOS-HBSIS98L
                                       PIC  9(007).
           05  NOME-ARQ-HBSIS98L       PIC  X(040).
      *    RETORNO DA FUNCAO 6
           05  QTD-EXTRATOS-HBSIS98L   PIC  9(003).
           05  QTD-FALHAS-HBSIS98L     PIC  9(003).
