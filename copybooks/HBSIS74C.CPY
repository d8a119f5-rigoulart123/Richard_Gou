      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE RASTREIO DA DISTRIBUICAO (ARQ-RASTREIO)  *
      * - EXPLICA POR QUE O CLIENTE FICOU COM O VENDEDOR ATRIBUIDO: UM *
      * REGISTRO POR VENDEDOR AVALIADO E UM REGISTRO RESUMO (VENDEDOR  *
      * ZERO) COM O RESULTADO. GUARDA SO A ULTIMA EXECUCAO RASTREADA   *
      * DE CADA CLIENTE                                                *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS74C.
           05  CHAVE-HBSIS74C.
               10  COD-CLIENTE-HBSIS74C
                                       PIC  9(007).
               10  COD-VENDEDOR-HBSIS74C
                                       PIC  9(003).
           05  DATA-EXECUCAO-HBSIS74C  PIC  9(008).
           05  HORA-EXECUCAO-HBSIS74C  PIC  9(006).
           05  FLAG-SIMULACAO-HBSIS74C PIC  X(001).
           05  NOME-VEND-HBSIS74C      PIC  X(040).
           05  DISTANCIA-HBSIS74C      PIC  9(009)V9(002).
           05  SCORE-HBSIS74C          PIC S9(011)V9(002).
      *    VENDEDOR: "V" = VENCEDOR, "B" = BACKUP, "P" = ELEGIVEL MAS
      *    PRETERIDO, "R" = REJEITADO (MOTIVO ABAIXO).
      *    RESUMO: ORIGEM DA ATRIBUICAO ("N" BUSCA NORMAL, "F" FIXO,
      *    "G" GRUPO ECONOMICO, "D" EXECUCAO ANTERIOR, "O" OTIMIZACAO,
      *    "X" NAO ATRIBUIDO)
           05  SITUACAO-HBSIS74C       PIC  X(001).
      *    MOTIVO DA REJEICAO: IN INATIVO, AG AUSENTE PELA AGENDA,
      *    FL OUTRA FILIAL, RG OUTRA REGIAO, SN CLASSE A SEM SENIOR,
      *    LN NAO ATENDE A LINHA, CN NAO ATENDE O CANAL, CG CARGA
      *    MAXIMA, VL TETO DE VALOR, DM ALEM DA DISTANCIA MAXIMA
           05  MOTIVO-HBSIS74C         PIC  X(002).
           05  DESCRICAO-HBSIS74C      PIC  X(040).
      *    NO RESUMO: VENDEDOR FINAL E RAZAO SOCIAL DO CLIENTE
           05  COD-VEND-FINAL-HBSIS74C PIC  9(003).
           05  RAZAO-SOCIAL-HBSIS74C   PIC  X(040).
