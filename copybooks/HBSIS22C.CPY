      *    AS FILIAIS DE UM GRUPO ECONOMICO (MESMA RAIZ DE CNPJ),
      *    QUANDO A DISTANCIA PERMITIR
           05  FLAG-GRUPO-HBSIS22C     PIC  X(001).
      *    "S" = APOS A DISTRIBUICAO NORMAL, PROCURAR MOVIMENTOS E
      *    TROCAS DE CLIENTES ENTRE VENDEDORES QUE REDUZAM A
      *    DISTANCIA TOTAL SEM FERIR OS LIMITES
           05  FLAG-TROCA-HBSIS22C     PIC  X(001).
      *    RASTREIO DA ATRIBUICAO: "N" = DESLIGADO, "L" = SO OS
      *    CLIENTES DA LISTA DE RASTREIO, "T" = TODOS OS CLIENTES
           05  FLAG-RASTREIO-HBSIS22C  PIC  X(001).
      *    TOLERANCIA, EM METROS, ENTRE A POSICAO GPS DO CHECK-IN DA
      *    VISITA E AS COORDENADAS DO CLIENTE (ZERO = 300 METROS)
           05  TOLER-CHECKIN-HBSIS22C  PIC  9(005).
           05  DATA-ALTERACAO-HBSIS22C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS22C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS22C PIC  X(010).
