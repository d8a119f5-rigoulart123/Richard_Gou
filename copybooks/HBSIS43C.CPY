      * (ARQ-VISITA), CARREGADO DO ARQUIVO DE CONFIRMACAO DOS          *
      * DISPOSITIVOS DE CAMPO. RESULTADO: "R" = REALIZADA              *
      * "N" = NAO REALIZADA  "F" = PONTO DE VENDA FECHADO              *
      * CHECK-IN GPS: POSICAO E HORA DO DISPOSITIVO NA CONFIRMACAO E   *
      * DISTANCIA (METROS) ATE AS COORDENADAS DO CLIENTE               *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS43C.
           05  CHAVE-HBSIS43C.
                                       PIC  9(003).
           05  RESULTADO-HBSIS43C      PIC  X(001).
           05  DATA-CARGA-HBSIS43C     PIC  9(008).
           05  LATITUDE-CHK-HBSIS43C   PIC S9(003)V9(008).
           05  LONGITUDE-CHK-HBSIS43C  PIC S9(003)V9(008).
           05  HORA-CHK-HBSIS43C       PIC  9(006).
           05  DISTANCIA-CHK-HBSIS43C  PIC  9(007).
      *    "V" = CHECK-IN DENTRO DA TOLERANCIA, "S" = SUSPEITA (ALEM
      *    DA TOLERANCIA), "X" = CLIENTE SEM COORDENADAS PARA
      *    CONFERIR, BRANCO = CONFIRMACAO SEM POSICAO GPS
           05  FLAG-GPS-HBSIS43C       PIC  X(001).
      *    CAMPANHA DE TRADE EXECUTADA NA VISITA (ZERO = NENHUMA)
           05  CAMPANHA-HBSIS43C       PIC  9(004).
