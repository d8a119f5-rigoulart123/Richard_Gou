      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE AJUSTES DE COMISSAO (ARQ-AJUSTE-COMISSAO)*
      * LANCAMENTOS MANUAIS DO VENDEDOR NO ANO-MES DA APURACAO, COM    *
      * SOLICITANTE E APROVACAO DO SUPERVISOR. A SEQUENCIA 000 E       *
      * RESERVADA AO SALDO NEGATIVO TRANSPORTADO DO MES ANTERIOR,      *
      * GRAVADO PELA APURACAO DE COMISSAO (HBSIS45P)                   *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS82C.
           05  CHAVE-HBSIS82C.
               10  COD-VENDEDOR-HBSIS82C
                                       PIC  9(003).
               10  ANO-MES-HBSIS82C    PIC  9(006).
               10  SEQUENCIA-HBSIS82C  PIC  9(003).
      *    "B" = BONUS  "E" = ESTORNO (CLAWBACK)  "C" = CORRECAO
      *    "S" = SALDO NEGATIVO TRANSPORTADO (AUTOMATICO)
           05  TIPO-AJUSTE-HBSIS82C    PIC  X(001).
      *    VALOR COM SINAL: POSITIVO CREDITA, NEGATIVO DEBITA
           05  VALOR-AJUSTE-HBSIS82C   PIC S9(009)V9(002).
           05  MOTIVO-AJUSTE-HBSIS82C  PIC  X(040).
      *    "P" = PENDENTE  "A" = APROVADO  "R" = RECUSADO
           05  SITUACAO-HBSIS82C       PIC  X(001).
           05  OPERADOR-SOLIC-HBSIS82C PIC  X(010).
           05  DATA-SOLIC-HBSIS82C     PIC  9(008).
           05  HORA-SOLIC-HBSIS82C     PIC  9(006).
           05  OPERADOR-APROV-HBSIS82C PIC  X(010).
           05  DATA-APROV-HBSIS82C     PIC  9(008).
           05  HORA-APROV-HBSIS82C     PIC  9(006).
      *    ULTIMA APURACAO DE COMISSAO QUE APLICOU O AJUSTE
           05  DATA-APLIC-HBSIS82C     PIC  9(008).
           05  HORA-APLIC-HBSIS82C     PIC  9(006).
