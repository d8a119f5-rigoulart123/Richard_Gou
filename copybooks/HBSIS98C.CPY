      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE DEFINICOES DE EXTRATOS AD-HOC DO         *
      * CADASTRO DE CLIENTES (ARQ-EXTRATO), CHAVE = NOME DO EXTRATO.   *
      * CAMPOS, FILTROS E ORDEM PELOS CODIGOS DO CATALOGO DE CAMPOS DO *
      * HBSIS98P (ZERO = POSICAO NAO USADA)                            *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS98C.
           05  DEFINICAO-HBSIS98C.
               10  NOME-EXTRATO-HBSIS98C
                                       PIC  X(012).
               10  DESCRICAO-HBSIS98C  PIC  X(040).
               10  CAMPO-SAIDA-HBSIS98C
                                       PIC  9(002)  OCCURS 15 TIMES.
      *        OPERADORES: EQ NE GT GE LT LE
               10  FILTRO-HBSIS98C     OCCURS 5 TIMES.
                   15  FIL-CAMPO-HBSIS98C
                                       PIC  9(002).
                   15  FIL-OPERADOR-HBSIS98C
                                       PIC  X(002).
                   15  FIL-VALOR-HBSIS98C
                                       PIC  X(020).
      *        SENTIDO: "A" = CRESCENTE, "D" = DECRESCENTE
               10  ORDEM-HBSIS98C      OCCURS 2 TIMES.
                   15  ORD-CAMPO-HBSIS98C
                                       PIC  9(002).
                   15  ORD-SENTIDO-HBSIS98C
                                       PIC  X(001).
      *        "C" = CSV (SEPARADOR ;), "F" = LARGURA FIXA
               10  FORMATO-HBSIS98C    PIC  X(001).
      *        EXECUCAO NA CADEIA NOTURNA: "N" = SO SOB DEMANDA,
      *        "D" = DIARIA, "S" = SEMANAL NO DIA (1 = SEGUNDA A
      *        7 = DOMINGO), "M" = MENSAL NO DIA (1 A 28)
               10  AGENDA-HBSIS98C     PIC  X(001).
               10  DIA-AGENDA-HBSIS98C PIC  9(002).
      *    ULTIMA EXECUCAO (SOB DEMANDA OU NA CADEIA)
           05  DATA-ULT-EXEC-HBSIS98C  PIC  9(008).
           05  HORA-ULT-EXEC-HBSIS98C  PIC  9(006).
           05  QTD-ULT-EXEC-HBSIS98C   PIC  9(007).
           05  ARQ-ULT-EXEC-HBSIS98C   PIC  X(040).
           05  DATA-ALTERACAO-HBSIS98C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS98C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS98C PIC  X(010).
