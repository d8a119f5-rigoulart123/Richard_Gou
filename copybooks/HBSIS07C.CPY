                                        PIC  X(040).
           05  DISTANCIA-BACKUP-HBSIS07C
                                        PIC  9(009)V9(002).
      *    ORIGEM DA ATRIBUICAO: "F" = VENDEDOR FIXO, "M" = MANUAL
      *    (BANCADA DE EXCECOES), "O" = COLOCACAO IMEDIATA NA
      *    APROVACAO DO CLIENTE, BRANCO = BUSCA NORMAL. EM CLIENTE
      *    NAO ATRIBUIDO, "C" = NENHUM VENDEDOR ATENDE O CANAL
           05  IND-ORIGEM-HBSIS07C     PIC  X(001).
