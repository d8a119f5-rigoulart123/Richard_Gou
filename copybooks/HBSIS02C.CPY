           05  COD-FILIAL-HBSIS02C     PIC  9(002).
      *    PRECISAO DAS COORDENADAS: "C" = GRANULARIDADE DE CEP
      *    (PREENCHIDAS PELA TABELA ARQ-CEP), "R" = NIVEL DE RUA
      *    (GEOCODIFICADAS PELO PROVEDOR), "G" = CORRIGIDAS PELOS
      *    CHECK-INS GPS DAS VISITAS, BRANCO = DIGITACAO MANUAL
           05  PRECISAO-COORD-HBSIS02C PIC  X(001).
      *    CANAL DE VENDA DO CLIENTE (TABELA ARQ-CANAL) - ZERO = NAO
      *    CLASSIFICADO, ATENDIDO POR QUALQUER VENDEDOR
           05  COD-CANAL-HBSIS02C      PIC  9(002).
