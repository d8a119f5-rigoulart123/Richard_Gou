      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE QUARENTENA DA VARREDURA DE INTEGRIDADE   *
      * (QUARENTENAINTEGR.TXT) - IMAGEM DE CADA REGISTRO RETIRADO DE   *
      * UM ARQUIVO SATELITE POR APONTAR PARA CADASTRO INEXISTENTE, OU  *
      * DO REGISTRO ANTES DE TER UM CAMPO DE REFERENCIA ZERADO         *
      * ACAO: "RETIRADO" = REGISTRO EXCLUIDO DO ARQUIVO DE ORIGEM      *
      *       "ZERADO  " = SO O CAMPO DE REFERENCIA FOI ZERADO         *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS93C.
           05  DATA-QUARENTENA-HBSIS93C
                                       PIC  9(008).
           05  HORA-QUARENTENA-HBSIS93C
                                       PIC  9(006).
           05  OPERADOR-HBSIS93C       PIC  X(010).
           05  ARQUIVO-HBSIS93C        PIC  X(010).
           05  QUEBRA-HBSIS93C         PIC  X(024).
           05  ACAO-HBSIS93C           PIC  X(008).
           05  IMAGEM-HBSIS93C         PIC  X(250).
