      *----------------------------------------------------------------*
      * LAY-OUT DO CONTROLE DE BALANCEAMENTO DA CADEIA NOTURNA         *
      * (BALANCOCADEIA.TXT): UM REGISTRO POR PASSO COM AS QUANTIDADES  *
      * DO PASSO E O RESULTADO DA CONFERENCIA FEITA ANTES DO PASSO     *
      * SEGUINTE                                                       *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS94C.
           05  PASSO-HBSIS94C          PIC  9(001).
           05  NOME-PASSO-HBSIS94C     PIC  X(020).
           05  DATA-REGISTRO-HBSIS94C  PIC  9(008).
           05  HORA-REGISTRO-HBSIS94C  PIC  9(006).
      *    "S" = PASSO EXECUTADO, "N" = PULADO (SEM ARQUIVO, FERIADO)
           05  FLAG-EXECUTADO-HBSIS94C PIC  X(001).
           05  QTD-LIDOS-HBSIS94C      PIC  9(009).
           05  QTD-ACEITOS-HBSIS94C    PIC  9(009).
           05  QTD-REJEITADOS-HBSIS94C PIC  9(009).
           05  QTD-GRAVADOS-HBSIS94C   PIC  9(009).
      *    VALOR DE CONFERENCIA DO PASSO: TRAILER DA IMPORTACAO,
      *    CLIENTES ATIVOS DO CADASTRO (DISTRIBUICAO) OU LINHAS DO
      *    EXTRATO DO CRM ENTREGUES (ENTREGA)
           05  QTD-REFERENCIA-HBSIS94C PIC  9(009).
      *    EXTRATO DO CRM GERADO (RELATORIO) OU ENTREGUE (ENTREGA)
           05  NOME-ARQ-REF-HBSIS94C   PIC  X(040).
      *    " " = NAO CONFERIDO, "O" = BALANCEADO, "D" = DIVERGENTE,
      *    "N" = SEM CONFERENCIA (PASSO PULADO OU SEM REGRA)
           05  SITUACAO-BAL-HBSIS94C   PIC  X(001).
           05  MSG-BAL-HBSIS94C        PIC  X(060).
