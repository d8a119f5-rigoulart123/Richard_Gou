      *----------------------------------------------------------------*
      * LAY-OUT DO HISTORICO DE EXECUCAO DA CADEIA NOTURNA             *
      * (HISTCADEIA.TXT): UM REGISTRO POR PASSO EXECUTADO,             *
      * ACRESCENTADO AO FINAL DO PASSO E NUNCA REGRAVADO. A CADEIA E   *
      * IDENTIFICADA PELA DATA/HORA DE INICIO DO PASSO 1 (A RETOMADA   *
      * APOS FALHA MANTEM A MESMA IDENTIFICACAO)                       *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS95C.
           05  ID-CADEIA-HBSIS95C.
               10  DATA-CADEIA-HBSIS95C
                                       PIC  9(008).
               10  HORA-CADEIA-HBSIS95C
                                       PIC  9(006).
           05  PASSO-HBSIS95C          PIC  9(001).
           05  NOME-PASSO-HBSIS95C     PIC  X(020).
           05  DATA-INI-HBSIS95C       PIC  9(008).
           05  HORA-INI-HBSIS95C       PIC  9(006).
           05  DATA-FIM-HBSIS95C       PIC  9(008).
           05  HORA-FIM-HBSIS95C       PIC  9(006).
      *    DURACAO DO PASSO EM SEGUNDOS
           05  DURACAO-SEG-HBSIS95C    PIC  9(007).
           05  COD-RETORNO-HBSIS95C    PIC  9(002).
      *    "O" = CONCLUIDO, "E" = ERRO
           05  STATUS-HBSIS95C         PIC  X(001).
           05  QTD-LIDOS-HBSIS95C      PIC  9(009).
           05  QTD-ACEITOS-HBSIS95C    PIC  9(009).
           05  QTD-REJEITADOS-HBSIS95C PIC  9(009).
           05  QTD-GRAVADOS-HBSIS95C   PIC  9(009).
      *    LIMITE DE DURACAO VIGENTE NA EXECUCAO (ZERO = SEM LIMITE) E
      *    "S" QUANDO A DURACAO PASSOU DO LIMITE
           05  LIMITE-SEG-HBSIS95C     PIC  9(007).
           05  FLAG-ESTOURO-HBSIS95C   PIC  X(001).
