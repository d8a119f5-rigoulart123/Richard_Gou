      *    FILIAIS NAO ENTRAM NA EXECUCAO E VENDEDORES DE OUTRAS
      *    FILIAIS NAO SAO CANDIDATOS
           05  COD-FILIAL-HBSIS07L     PIC  9(002).
      *    "S" = EXECUTA A PASSAGEM DE MELHORIA (MOVIMENTOS E TROCAS
      *    ENTRE VENDEDORES) APOS A DISTRIBUICAO NORMAL
           05  FLAG-TROCA-HBSIS07L     PIC  X(001).
      *    RASTREIO DA ATRIBUICAO NO ARQ-RASTREIO: "L" = CLIENTES DA
      *    LISTA DE RASTREIO, "T" = TODOS, OUTRO VALOR = DESLIGADO
           05  FLAG-RASTREIO-HBSIS07L  PIC  X(001).
      *    EXECUCAO PARALELA POR FILIAL NA CADEIA NOTURNA: "S" = SO OS
      *    CLIENTES DA FILIAL COD-FILIAL (ZERO = CLIENTES SEM FILIAL),
      *    GRAVADOS NA EXECUCAO COMUM DA CADEIA (DATA/HORA ABAIXO), COM
      *    CHECKPOINT, ESTATISTICA E RELATORIOS PROPRIOS DA FILIAL
           05  FLAG-PARALELO-HBSIS07L  PIC  X(001).
           05  DATA-EXEC-CADEIA-HBSIS07L
                                        PIC  9(008).
           05  HORA-EXEC-CADEIA-HBSIS07L
                                        PIC  9(006).
      *    EXECUCAO ANTERIOR DA CADEIA - BASE COMUM A TODAS AS FILIAIS
           05  DATA-EXEC-ANT-HBSIS07L  PIC  9(008).
           05  HORA-EXEC-ANT-HBSIS07L  PIC  9(006).
      *    COLOCACAO IMEDIATA DE UM CLIENTE RECEM-APROVADO (ZERO =
      *    EXECUCAO NORMAL): SO ESSE CLIENTE PASSA PELAS REGRAS DA
      *    DISTRIBUICAO E E GRAVADO NA ULTIMA EXECUCAO, COM ORIGEM "O".
      *    DEVOLVE O VENDEDOR ESCOLHIDO E A DISTANCIA
           05  COD-CLIENTE-UNICO-HBSIS07L
                                        PIC  9(007).
           05  COD-VEND-COLOCADO-HBSIS07L
                                        PIC  9(003).
           05  NOME-VEND-COLOCADO-HBSIS07L
                                        PIC  X(040).
           05  DIST-COLOCADO-HBSIS07L  PIC  9(009)V9(002).
