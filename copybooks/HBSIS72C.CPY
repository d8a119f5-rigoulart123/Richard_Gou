      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE CANAIS DE VENDA (ARQ-CANAL) - CANAL DE   *
      * TRADE DO PONTO DE VENDA (BAR/RESTAURANTE, SUPERMERCADO,        *
      * CONVENIENCIA, ATACADO, EVENTOS...), INDEPENDENTE DA            *
      * CLASSIFICACAO A/B/C DO CLIENTE                                 *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS72C.
           05  COD-CANAL-HBSIS72C      PIC  9(002).
           05  NOME-CANAL-HBSIS72C     PIC  X(030).
           05  FLAG-ATIVO-HBSIS72C     PIC  X(001).
           05  DATA-ALTERACAO-HBSIS72C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS72C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS72C PIC  X(010).
