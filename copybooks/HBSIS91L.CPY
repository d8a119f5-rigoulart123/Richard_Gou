      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS91P (POSICAO DO        *
      * CADASTRO DE CLIENTES OU VENDEDORES EM UMA DATA)                *
      *  1 - POSICAO DE UM REGISTRO (CODIGO-HBSIS91L), DEVOLVIDA NOS   *
      *      CAMPOS DE POSICAO ABAIXO                                  *
      *  2 - POSICAO DO CADASTRO INTEIRO, GRAVADA NO LAY-OUT DO        *
      *      CADASTRO EM POSICAOCLIENTE.TXT OU POSICAOVENDEDOR.TXT     *
      *  AMBAS GRAVAM AS QUEBRAS NA CADEIA DA AUDITORIA EM             *
      *  RELPOSICAODIVERG.TXT                                          *
      *----------------------------------------------------------------*
       01  HBSIS91L.
           05  COD-FUNCAO-HBSIS91L     PIC  9(001).
           05  COD-RETORNO-HBSIS91L    PIC  9(002).
           05  MSG-RETORNO-HBSIS91L    PIC  X(050).
      *    "C" = CLIENTES, "V" = VENDEDORES
           05  ENTIDADE-HBSIS91L       PIC  X(001).
           05  DATA-POSICAO-HBSIS91L   PIC  9(008).
           05  CODIGO-HBSIS91L         PIC  9(007).
           05  OPERADOR-HBSIS91L       PIC  X(010).
      *    POSICAO DO REGISTRO NO FIM DO DIA INFORMADO (FUNCAO 1)
           05  EXISTIA-HBSIS91L        PIC  X(001).
           05  IDENT-HBSIS91L          PIC  9(014).
           05  NOME-HBSIS91L           PIC  X(040).
           05  LATITUDE-HBSIS91L       PIC S9(003)V9(008).
           05  LONGITUDE-HBSIS91L      PIC S9(003)V9(008).
           05  FLAG-ATIVO-HBSIS91L     PIC  X(001).
           05  COD-REGIAO-HBSIS91L     PIC  9(003).
           05  CLASSIF-HBSIS91L        PIC  X(001).
      *    TOTAIS DA EXECUCAO
           05  QTD-DESFEITAS-HBSIS91L  PIC  9(007).
           05  QTD-REGISTROS-HBSIS91L  PIC  9(007).
           05  QTD-DIVERGENCIAS-HBSIS91L
                                       PIC  9(005).
