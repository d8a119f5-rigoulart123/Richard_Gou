      * (ARQ-VOLUME), CARREGADO MENSALMENTE DO EXTRATO DE FATURAMENTO  *
      * - UM REGISTRO POR CLIENTE + ANO-MES + CATEGORIA DE PRODUTO     *
      * (CATEGORIA "GER" QUANDO O EXTRATO NAO INFORMA A CATEGORIA)     *
      * VOLUME E RECEITA SAO OS VALORES LIQUIDOS (VENDA BRUTA MENOS    *
      * DEVOLUCOES E NOTAS DE CREDITO), USADOS EM TODAS AS DECISOES;   *
      * FICAM NEGATIVOS QUANDO AS DEVOLUCOES DO MES SUPERAM AS VENDAS, *
      * PARA QUE O EXCESSO ABATA O ACUMULADO DOS DEMAIS MESES; BRUTO,  *
      * DEVOLUCOES E CREDITOS FICAM GUARDADOS EM SEPARADO              *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS16C.
           05  CHAVE-HBSIS16C.
                                       PIC  9(007).
               10  ANO-MES-HBSIS16C    PIC  9(006).
               10  CATEGORIA-HBSIS16C  PIC  X(003).
           05  VOLUME-HBSIS16C         PIC S9(009)V9(002).
           05  RECEITA-HBSIS16C        PIC S9(011)V9(002).
           05  DATA-CARGA-HBSIS16C     PIC  9(008).
           05  HORA-CARGA-HBSIS16C     PIC  9(006).
           05  VOLUME-BRUTO-HBSIS16C   PIC  9(009)V9(002).
           05  RECEITA-BRUTA-HBSIS16C  PIC  9(011)V9(002).
           05  VOLUME-DEVOL-HBSIS16C   PIC  9(009)V9(002).
           05  RECEITA-DEVOL-HBSIS16C  PIC  9(011)V9(002).
      *    NOTAS DE CREDITO: SO VALOR, SEM VOLUME
           05  RECEITA-CREDITO-HBSIS16C
                                       PIC  9(011)V9(002).
