           05  MSG-RETORNO-HBSIS60L    PIC  X(050).
           05  NOME-ARQ-RET-HBSIS60L   PIC  X(020).
           05  OPERADOR-HBSIS60L       PIC  X(010).
      *    ORIGEM DO ARQUIVO IMPORTADO: "P" (OU BRANCO) = RETORNO DO
      *    PROVEDOR, "G" = PROPOSTA DE CORRECAO POR CHECK-IN GPS
           05  ORIGEM-ARQ-HBSIS60L     PIC  X(001).
           05  QTD-EXTRAIDOS-HBSIS60L  PIC  9(007).
           05  QTD-ATUALIZADOS-HBSIS60L
                                       PIC  9(007).
