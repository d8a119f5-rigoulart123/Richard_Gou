      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE PROSPECTS (ARQ-PROSPECT) - PONTOS DE     *
      * VENDA ENCONTRADOS PELOS VENDEDORES QUE AINDA NAO SAO CLIENTES  *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS71C.
           05  COD-PROSPECT-HBSIS71C   PIC  9(007).
           05  NOME-PROSPECT-HBSIS71C  PIC  X(040).
           05  LOGRADOURO-HBSIS71C     PIC  X(040).
           05  NUMERO-END-HBSIS71C     PIC  X(006).
           05  MUNICIPIO-HBSIS71C      PIC  X(030).
           05  UF-HBSIS71C             PIC  X(002).
           05  CEP-HBSIS71C            PIC  9(008).
           05  LATITUDE-HBSIS71C       PIC S9(003)V9(008).
           05  LONGITUDE-HBSIS71C      PIC S9(003)V9(008).
      *    "C" = COORDENADAS PREENCHIDAS PELA TABELA ARQ-CEP,
      *    BRANCO = DIGITACAO MANUAL
           05  PRECISAO-COORD-HBSIS71C PIC  X(001).
           05  COD-REGIAO-HBSIS71C     PIC  9(003).
           05  COD-FILIAL-HBSIS71C     PIC  9(002).
      *    ORIGEM DO PROSPECT: "V" = VISITA DE CAMPO DO VENDEDOR,
      *    "I" = INDICACAO, "L" = LISTA/LEVANTAMENTO, "O" = OUTROS
           05  FONTE-HBSIS71C          PIC  X(001).
      *    VENDEDOR QUE ENCONTROU O PROSPECT
           05  COD-VEND-ORIGEM-HBSIS71C
                                       PIC  9(003).
      *    SITUACAO NO FUNIL: "N" = NOVO, "V" = VISITADO,
      *    "C" = CONVERTIDO EM CLIENTE, "D" = DESCARTADO
           05  SITUACAO-HBSIS71C       PIC  X(001).
           05  DATA-CADASTRO-HBSIS71C  PIC  9(008).
           05  DATA-VISITA-HBSIS71C    PIC  9(008).
           05  DATA-CONVERSAO-HBSIS71C PIC  9(008).
           05  DATA-DESCARTE-HBSIS71C  PIC  9(008).
           05  MOTIVO-DESCARTE-HBSIS71C
                                       PIC  X(030).
           05  COD-CLIENTE-GERADO-HBSIS71C
                                       PIC  9(007).
      *    ATRIBUICAO DO TIPO PROSPECT FEITA PELA ULTIMA EXECUCAO DA
      *    DISTRIBUICAO (HBSIS07P) - NAO CONTA NO LIMITE DE CLIENTES
      *    POR VENDEDOR. VENDEDOR ZERO = SEM VENDEDOR AO ALCANCE
           05  ATRIBUICAO-HBSIS71C.
               10  COD-VEND-ATRIB-HBSIS71C
                                       PIC  9(003).
               10  DISTANCIA-ATRIB-HBSIS71C
                                       PIC  9(009)V9(002).
               10  DATA-EXEC-ATRIB-HBSIS71C
                                       PIC  9(008).
               10  HORA-EXEC-ATRIB-HBSIS71C
                                       PIC  9(006).
           05  DATA-ALTERACAO-HBSIS71C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS71C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS71C PIC  X(010).
