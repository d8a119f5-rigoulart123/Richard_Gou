      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS96P (EXPURGO DAS       *
      * SAIDAS REGISTRADAS CONFORME A TABELA DE RETENCAO)              *
      *----------------------------------------------------------------*
       01  HBSIS96L.
           05  COD-RETORNO-HBSIS96L    PIC  9(002).
           05  MSG-RETORNO-HBSIS96L    PIC  X(060).
      *    REGISTROS DO REGISTRO DE SAIDAS AVALIADOS NA RODADA
           05  QTD-AVALIADOS-HBSIS96L  PIC  9(007).
           05  QTD-EXCLUIDOS-HBSIS96L  PIC  9(007).
           05  QTD-ARQUIVADOS-HBSIS96L PIC  9(007).
      *    VENCIDOS MANTIDOS POR PERTENCEREM A MES FECHADO (HBSIS66P)
           05  QTD-MES-FECHADO-HBSIS96L
                                       PIC  9(007).
      *    VENCIDOS QUE JA NAO EXISTIAM NO DISCO
           05  QTD-AUSENTES-HBSIS96L   PIC  9(007).
           05  QTD-FALHAS-HBSIS96L     PIC  9(007).
           05  BYTES-RECUPERADOS-HBSIS96L
                                       PIC  9(015).
           05  NOME-REL-HBSIS96L       PIC  X(040).
