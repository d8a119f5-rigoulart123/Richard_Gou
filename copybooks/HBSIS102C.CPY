      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE PESQUISAS DE SATISFACAO (ARQ-PESQUISA),  *
      * CARREGADO DA PLANILHA DA CENTRAL DE ATENDIMENTO - UMA PESQUISA *
      * POR CLIENTE, DATA DA PESQUISA E VENDEDOR AVALIADO. NOTA DE 0 A *
      * 10: 9-10 = PROMOTOR, 7-8 = NEUTRO, 0-6 = DETRATOR              *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS102C.
           05  CHAVE-HBSIS102C.
               10  COD-CLIENTE-HBSIS102C
                                       PIC  9(007).
               10  DATA-PESQUISA-HBSIS102C
                                       PIC  9(008).
               10  COD-VENDEDOR-HBSIS102C
                                       PIC  9(003).
           05  NOTA-HBSIS102C          PIC  9(002).
      *    CODIGO DO MOTIVO INFORMADO PELO CLIENTE (OBRIGATORIO PARA
      *    DETRATOR)
           05  COD-MOTIVO-HBSIS102C    PIC  X(003).
      *    DATA DA VISITA (ARQ-VISITA) A QUE A PESQUISA SE REFERE
           05  DATA-VISITA-HBSIS102C   PIC  9(008).
           05  DATA-CARGA-HBSIS102C    PIC  9(008).
